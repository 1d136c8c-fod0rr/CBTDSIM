      ******************************************************************
      * Author:       BERGAMASCHI, MARCELO.
      * Date:         2026-10-15.
      * Purpose:      Records on SESSOES.DAT, next to the sign-ons
      *               EFETUAR-LOGON writes there, each time the menu
      *               is asked for a supervisor-only function: the
      *               function, the operator and whether the perfil
      *               let them in (E) or not (R), so the security
      *               report can show who entered what.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  First version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-ACESSO.
       AUTHOR. BERGAMASCHI, MARCELO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       INSTALLATION. IFSP-Cubatao.
       SECURITY. REGISTRO DE ACESSO A FUNCOES RESTRITAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-486-DX2-66-MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66-MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-SESSOES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SE-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-SESSOES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS REG-SESSAO
           VALUE OF FILE-ID "SESSOES.DAT".

       01  REG-SESSAO.
           COPY REGSESS.

       WORKING-STORAGE SECTION.
       77  SE-ERRO PIC X(02) VALUE "00".

       LINKAGE SECTION.
       01  PROGRAMA-ACESSADO  PIC X(15).
       01  OPERADOR-ACESSO    PIC 9(04).
       01  RESULTADO-ACESSO   PIC X(01).

       PROCEDURE DIVISION USING PROGRAMA-ACESSADO, OPERADOR-ACESSO,
           RESULTADO-ACESSO.
       INICIO.
           OPEN EXTEND ARQUIVO-SESSOES.
           IF SE-ERRO = "35"
              OPEN OUTPUT ARQUIVO-SESSOES.

           IF SE-ERRO NOT = "00"
              DISPLAY "Erro ao abrir SESSOES.DAT, status " SE-ERRO
              GO TO FIM-REGISTRO.

           ACCEPT SE-DATA FROM DATE YYYYMMDD.
           ACCEPT SE-HORA FROM TIME.
           MOVE OPERADOR-ACESSO TO SE-OPERADOR.
           MOVE PROGRAMA-ACESSADO TO SE-PROGRAMA.
           MOVE RESULTADO-ACESSO TO SE-RESULTADO.
           WRITE REG-SESSAO.

           IF SE-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-SESSAO, status " SE-ERRO.

           CLOSE ARQUIVO-SESSOES.

       FIM-REGISTRO.
           GOBACK.

       END PROGRAM REGISTRAR-ACESSO.
