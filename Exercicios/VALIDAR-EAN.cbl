      ******************************************************************
      * Author:       BERGAMASCHI, MARCELO.
      * Date:         2026-10-15.
      * Purpose:      Shared EAN-13 barcode validation, CALLed
      *               wherever a barcode is keyed onto the catalog:
      *               the thirteenth digit must be the check digit
      *               of the first twelve (weights 1 and 3
      *               alternating from the left), so a misread or
      *               mistyped barcode never reaches PRODUTOS.DAT.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  First version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDAR-EAN.
       AUTHOR. BERGAMASCHI, MARCELO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       INSTALLATION. IFSP-Cubatao.
       SECURITY. VALIDACAO DE CODIGO DE BARRAS EAN-13.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-486-DX2-66-MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66-MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  SOMA-PONDERADA  PIC 9(04) VALUE ZEROS.
       77  RESTO-DIVISAO   PIC 9(02) VALUE ZEROS.
       77  QUOCIENTE       PIC 9(04) VALUE ZEROS.
       77  DIGITO-CALCULADO PIC 9(01) VALUE ZEROS.
       77  POS-DIGITO      PIC 9(02) VALUE ZEROS.

       01  EAN-DESDOBRADO.
           05  EAN-DIGITO  PIC 9(01) OCCURS 13 TIMES.

       LINKAGE SECTION.
       01  EAN-VALIDAR     PIC 9(13).
       01  EAN-VALIDO      PIC X(01).

       PROCEDURE DIVISION USING EAN-VALIDAR, EAN-VALIDO.
       INICIO.
           MOVE "N" TO EAN-VALIDO.
           IF EAN-VALIDAR = ZEROS
              GO TO FIM-VALIDACAO.

           MOVE EAN-VALIDAR TO EAN-DESDOBRADO.
           MOVE ZEROS TO SOMA-PONDERADA.
           PERFORM SOMAR-DIGITO
              VARYING POS-DIGITO FROM 1 BY 1
              UNTIL POS-DIGITO > 12.

           DIVIDE SOMA-PONDERADA BY 10 GIVING QUOCIENTE
              REMAINDER RESTO-DIVISAO.
           IF RESTO-DIVISAO = ZEROS
              MOVE ZEROS TO DIGITO-CALCULADO
           ELSE
              COMPUTE DIGITO-CALCULADO = 10 - RESTO-DIVISAO.

           IF DIGITO-CALCULADO = EAN-DIGITO(13)
              MOVE "S" TO EAN-VALIDO.

       FIM-VALIDACAO.
           GOBACK.

      * Odd positions weigh 1, even positions weigh 3.
       SOMAR-DIGITO.
           DIVIDE POS-DIGITO BY 2 GIVING QUOCIENTE
              REMAINDER RESTO-DIVISAO.
           IF RESTO-DIVISAO = ZEROS
              COMPUTE SOMA-PONDERADA = SOMA-PONDERADA
                 + (EAN-DIGITO(POS-DIGITO) * 3)
           ELSE
              ADD EAN-DIGITO(POS-DIGITO) TO SOMA-PONDERADA.

       END PROGRAM VALIDAR-EAN.
