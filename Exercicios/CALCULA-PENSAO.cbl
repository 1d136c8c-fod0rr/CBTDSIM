      ******************************************************************
      * Author:       BERGAMASCHI, MARCELO.
      * Date:         2026-10-15.
      * Purpose:      Shared pensao alimenticia engine. Given the
      *               matricula, the kind of payment (F folha
      *               mensal, D 13o, E ferias) and its taxable
      *               base, loads the matricula's court orders from
      *               PENSOES.DAT that apply to that payment, works
      *               out the value of each one, and runs the base
      *               through CALCULA-FAIXAS with the pensao
      *               reducing the IRRF base. Returns INSS, IRRF and
      *               the liquido exactly as CALCULA-FAIXAS does,
      *               plus the pensao total and one credit per
      *               beneficiary for the holerite and the remessa.
      *               CALLed by CALCULA-SALARIO, FERIAS,
      *               FECHAMENTO-13 and RESCISAO in place of the
      *               direct CALCULA-FAIXAS call.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  First version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULA-PENSAO.
       AUTHOR. BERGAMASCHI, MARCELO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       INSTALLATION. IFSP-Cubatao.
       SECURITY. MOTOR DE PENSAO ALIMENTICIA DA FOLHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-486-DX2-66-MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66-MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PENSOES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PN-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PENSOES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS REG-PENSAO
           VALUE OF FILE-ID "PENSOES.DAT".

       01  REG-PENSAO.
           COPY REGPENS.

       WORKING-STORAGE SECTION.
       77  PN-ERRO PIC X(02) VALUE "00".
       77  QTD-ORDENS PIC 9(02) VALUE ZEROS.
       77  QTD-PASSADAS PIC 9(02) VALUE ZEROS.
       77  pensaoCalculada PIC 9(05)V99 VALUE ZEROS.
       77  pensaoDeduzida  PIC 9(05)V99 VALUE ZEROS.
       77  baseLiquida     PIC 9(05)V99 VALUE ZEROS.
       77  sobraLiquido    PIC 9(05)V99 VALUE ZEROS.
       77  SW-CONVERGIU PIC X(01) VALUE "N".
           88 CONVERGIU VALUE "S".
       77  SW-CREDITO-ACHADO PIC X(01) VALUE "N".
           88 CREDITO-ACHADO VALUE "S".

      * The orders of the matricula that apply to this payment.
       01  TABELA-ORDENS VALUE ZEROS.
           05  ORDEM-TAB OCCURS 10 TIMES INDEXED BY IX-ORD.
               10  OR-BENEFICIARIO PIC X(30).
               10  OR-BANCO        PIC 9(03).
               10  OR-AGENCIA      PIC 9(04).
               10  OR-CONTA        PIC 9(08).
               10  OR-PERCENTUAL   PIC 9(03)V99.
               10  OR-BASE         PIC X(01).
               10  OR-VALOR        PIC 9(05)V99.

       LINKAGE SECTION.
       01  DATA-PROCESSAMENTO PIC 9(08).
       01  MATRICULA          PIC 9(05).
       01  TIPO-VERBA         PIC X(01).
       01  SALARIO-BASE       PIC 9(05)V99.
       01  QTD-DEPENDENTES    PIC 9(02).
       01  DEDUCAO-INSS       PIC 9(05)V99.
       01  DEDUCAO-IRRF       PIC 9(05)V99.
       01  VALOR-LIQUIDO      PIC 9(05)V99.
       01  VALOR-PENSAO       PIC 9(05)V99.
       01  CREDITOS-PENSAO.
           COPY REGPENB.

       PROCEDURE DIVISION USING DATA-PROCESSAMENTO, MATRICULA,
           TIPO-VERBA, SALARIO-BASE, QTD-DEPENDENTES, DEDUCAO-INSS,
           DEDUCAO-IRRF, VALOR-LIQUIDO, VALOR-PENSAO,
           CREDITOS-PENSAO.
       INICIO.
           MOVE ZEROS TO VALOR-PENSAO pensaoDeduzida.

           CALL "CALCULA-FAIXAS" USING DATA-PROCESSAMENTO,
              SALARIO-BASE, QTD-DEPENDENTES, DEDUCAO-INSS,
              DEDUCAO-IRRF, VALOR-LIQUIDO, pensaoDeduzida.

           PERFORM CARREGAR-ORDENS THRU CARREGAR-ORDENS-EXIT.
           IF QTD-ORDENS = ZEROS
              GOBACK.

           MOVE "N" TO SW-CONVERGIU.
           MOVE ZEROS TO QTD-PASSADAS.
           PERFORM APURAR-PENSAO
              UNTIL CONVERGIU OR QTD-PASSADAS NOT < 5.

           MOVE pensaoCalculada TO VALOR-PENSAO.
           PERFORM ACUMULAR-CREDITO
              VARYING IX-ORD FROM 1 BY 1
              UNTIL IX-ORD > QTD-ORDENS.

           GOBACK.

      * Loads the matricula's orders that fall on this payment: all
      * of them on the folha, only those flagged for it on the 13o
      * or on ferias. A missing PENSOES.DAT just means no orders.
       CARREGAR-ORDENS.
           MOVE ZEROS TO QTD-ORDENS.

           OPEN INPUT ARQUIVO-PENSOES.
           IF PN-ERRO NOT = "00"
              MOVE "00" TO PN-ERRO
              GO TO CARREGAR-ORDENS-EXIT.

           PERFORM LER-ORDEM UNTIL PN-ERRO = "10".

           CLOSE ARQUIVO-PENSOES.

       CARREGAR-ORDENS-EXIT.
           EXIT.

       LER-ORDEM.
           READ ARQUIVO-PENSOES
              AT END
                 MOVE "10" TO PN-ERRO
              NOT AT END
                 IF PN-MATRICULA = MATRICULA
                    EVALUATE TRUE
                       WHEN TIPO-VERBA = "D" AND NOT PENSAO-INCIDE-13
                          CONTINUE
                       WHEN TIPO-VERBA = "E"
                          AND NOT PENSAO-INCIDE-FERIAS
                          CONTINUE
                       WHEN OTHER
                          PERFORM GUARDAR-ORDEM
                    END-EVALUATE
                 END-IF
           END-READ.

       GUARDAR-ORDEM.
           IF QTD-ORDENS NOT < 10
              DISPLAY "Aviso: mais de 10 pensoes p/ matricula "
                 MATRICULA ", ordem de " PN-BENEFICIARIO " ignorada !"
           ELSE
              ADD 1 TO QTD-ORDENS
              SET IX-ORD TO QTD-ORDENS
              MOVE PN-BENEFICIARIO TO OR-BENEFICIARIO(IX-ORD)
              MOVE PN-BANCO TO OR-BANCO(IX-ORD)
              MOVE PN-AGENCIA TO OR-AGENCIA(IX-ORD)
              MOVE PN-CONTA TO OR-CONTA(IX-ORD)
              MOVE PN-PERCENTUAL TO OR-PERCENTUAL(IX-ORD)
              MOVE PN-BASE TO OR-BASE(IX-ORD)
              MOVE ZEROS TO OR-VALOR(IX-ORD).

      * An order on the liquido depends on the IRRF, and the IRRF
      * drops with the pensao, so the two are settled in turns: the
      * orders are valued on the current IRRF, the IRRF is redone
      * with that pensao off its base, and the pass repeats until
      * the pensao stops moving - one extra pass when every order
      * is on the bruto, rarely more than three otherwise.
       APURAR-PENSAO.
           ADD 1 TO QTD-PASSADAS.
           MOVE ZEROS TO pensaoCalculada.
           COMPUTE baseLiquida =
              SALARIO-BASE - DEDUCAO-INSS - DEDUCAO-IRRF.
           MOVE baseLiquida TO sobraLiquido.

           PERFORM VALORIZAR-ORDEM
              VARYING IX-ORD FROM 1 BY 1
              UNTIL IX-ORD > QTD-ORDENS.

           IF pensaoCalculada = pensaoDeduzida
              MOVE "S" TO SW-CONVERGIU
           ELSE
              MOVE pensaoCalculada TO pensaoDeduzida
              CALL "CALCULA-FAIXAS" USING DATA-PROCESSAMENTO,
                 SALARIO-BASE, QTD-DEPENDENTES, DEDUCAO-INSS,
                 DEDUCAO-IRRF, VALOR-LIQUIDO, pensaoDeduzida.

      * Together the orders never take more than the liquido after
      * INSS and IRRF; an order that does not fit is cut to what is
      * left and reported.
       VALORIZAR-ORDEM.
           IF OR-BASE(IX-ORD) = "L"
              COMPUTE OR-VALOR(IX-ORD) ROUNDED =
                 baseLiquida * OR-PERCENTUAL(IX-ORD) / 100
           ELSE
              COMPUTE OR-VALOR(IX-ORD) ROUNDED =
                 SALARIO-BASE * OR-PERCENTUAL(IX-ORD) / 100.

           IF OR-VALOR(IX-ORD) > sobraLiquido
              MOVE sobraLiquido TO OR-VALOR(IX-ORD)
              DISPLAY "Matricula " MATRICULA ": pensao de "
                 OR-BENEFICIARIO(IX-ORD) " excede o liquido, "
                 "limitada ao que resta !".

           SUBTRACT OR-VALOR(IX-ORD) FROM sobraLiquido.
           ADD OR-VALOR(IX-ORD) TO pensaoCalculada.

      * Each order's value goes to the caller's credit table: added
      * to the beneficiary's entry when the same account is already
      * there (the 13o of a termo after its saldo), a new entry
      * otherwise.
       ACUMULAR-CREDITO.
           IF OR-VALOR(IX-ORD) > ZEROS
              MOVE "N" TO SW-CREDITO-ACHADO
              PERFORM PROCURAR-CREDITO
                 VARYING IX-PB FROM 1 BY 1
                 UNTIL IX-PB > PB-QTD OR CREDITO-ACHADO
              IF NOT CREDITO-ACHADO
                 PERFORM INCLUIR-CREDITO.

       PROCURAR-CREDITO.
           IF PB-BENEFICIARIO(IX-PB) = OR-BENEFICIARIO(IX-ORD)
              AND PB-BANCO(IX-PB) = OR-BANCO(IX-ORD)
              AND PB-AGENCIA(IX-PB) = OR-AGENCIA(IX-ORD)
              AND PB-CONTA(IX-PB) = OR-CONTA(IX-ORD)
              ADD OR-VALOR(IX-ORD) TO PB-VALOR(IX-PB)
              MOVE "S" TO SW-CREDITO-ACHADO.

       INCLUIR-CREDITO.
           IF PB-QTD NOT < 10
              DISPLAY "Aviso: relacao de creditos de pensao cheia "
                 "p/ matricula " MATRICULA " !"
           ELSE
              ADD 1 TO PB-QTD
              SET IX-PB TO PB-QTD
              MOVE OR-BENEFICIARIO(IX-ORD) TO PB-BENEFICIARIO(IX-PB)
              MOVE OR-BANCO(IX-ORD) TO PB-BANCO(IX-PB)
              MOVE OR-AGENCIA(IX-ORD) TO PB-AGENCIA(IX-PB)
              MOVE OR-CONTA(IX-ORD) TO PB-CONTA(IX-PB)
              MOVE OR-VALOR(IX-ORD) TO PB-VALOR(IX-PB).

       END PROGRAM CALCULA-PENSAO.
