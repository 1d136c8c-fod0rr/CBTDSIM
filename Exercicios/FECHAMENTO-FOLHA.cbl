      *             into the month (until REABRIR-COMPETENCIA), and
      *             a competencia already fechada is refused here
      *             instead of being closed twice.
      * 2026-10-15  Run by PROCESSOS-DO-MES, the competencia comes
      *             from the chain's COMPMES.DAT card instead of the
      *             console, and the payments closed are logged as a
      *             CONTAGEM event on JOBLOG.DAT. A competencia
      *             already fechada or without payments, and a
      *             closing that could not be filed or written to
      *             COMPSTAT.DAT, now end with RETURN-CODE 8.
      * 2026-10-15  The RETURN-CODE of the run survives the release of
      *             the FOLHA lock, whose CALL used to hand back zero
      *             and let a failed closing pass as done.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAMENTO-FOLHA.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CP-ERRO.

           SELECT ARQUIVO-COMPMES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CM-ERRO.

           SELECT ARQUIVO-JOBLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JL-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  FOLHA-PAGAMENTO
       01  REG-COMPSTAT.
           COPY REGCOMP.

      * Competencia card left by PROCESSOS-DO-MES for its steps: the
      * competencia of the monthly chain and the day it was written.
      * Absent, empty or dated another day, the step runs as usual.
       FD  ARQUIVO-COMPMES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS REG-COMPMES
           VALUE OF FILE-ID "COMPMES.DAT".

       01  REG-COMPMES.
           05  CM-COMPETENCIA PIC 9(06).
           05  CM-DATA        PIC 9(08).

       FD  ARQUIVO-JOBLOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS REG-JOBLOG
           VALUE OF FILE-ID "JOBLOG.DAT".

       01  REG-JOBLOG.
           COPY REGJLOG.

       WORKING-STORAGE SECTION.
       77  FP-ERRO        PIC X(02) VALUE "00".
       77  FC-ERRO        PIC X(02) VALUE "00".
       77  DATA-REFERENCIA PIC 9(08) VALUE ZEROS.
       77  SITUACAO-COMPETENCIA PIC X(01) VALUE SPACE.
       77  DATA-FECHAMENTO PIC 9(08) VALUE ZEROS.
       77  CM-ERRO PIC X(02) VALUE "00".
       77  DATA-COMPMES PIC 9(08) VALUE ZEROS.
       77  SW-LOTE-MENSAL PIC X(01) VALUE "N".
           88 LOTE-MENSAL VALUE "S".
       77  JL-ERRO PIC X(02) VALUE "00".
       77  CODIGO-SAIDA PIC S9(04) VALUE ZEROS.

       01  DATA-HORA-ATUAL.
           05  DH-DATA PIC 9(08).
           05  DH-HORA PIC 9(08).

       01  DATA-FOLHA-DESDOB.
           05  FOLHA-COMPETENCIA  PIC 9(06).
              MOVE 8 TO RETURN-CODE
              GOBACK.

           PERFORM VERIFICAR-COMPMES
              THRU VERIFICAR-COMPMES-FIM.
           IF LOTE-MENSAL
              MOVE CM-COMPETENCIA TO COMPETENCIA
              DISPLAY "Processamento mensal: competencia "
                 COMPETENCIA
           ELSE
              PERFORM ENTRAR-COMPETENCIA UNTIL COMPETENCIA > ZEROS.

      * A competencia already fechada cannot be closed twice; the
      * remitted figures of the first closing stand.
              SITUACAO-COMPETENCIA.
           IF SITUACAO-COMPETENCIA = "F"
              DISPLAY "Competencia " COMPETENCIA " ja fechada !"
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           OPEN INPUT FOLHA-PAGAMENTO.
           IF FP-ERRO NOT = "00"
              DISPLAY "Erro ao abrir FOLHA-PAGAMENTO, status " FP-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           PERFORM LER-FOLHA UNTIL FP-ERRO = "10".

           IF TOT-QTD = ZEROS
              DISPLAY "Nenhum pagamento na competencia " COMPETENCIA
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           PERFORM IMPRIMIR-FECHAMENTO.
           PERFORM GRAVAR-FECHAMENTO THRU GRAVAR-FECHAMENTO-EXIT.
           PERFORM FECHAR-COMPETENCIA THRU FECHAR-COMPETENCIA-EXIT.

           IF LOTE-MENSAL
              PERFORM GRAVAR-CONTAGEM THRU GRAVAR-CONTAGEM-EXIT.

      * The release CALL returns its own zero RETURN-CODE; the run's
      * is kept aside and put back for the caller.
       END-OF-JOB.
           MOVE RETURN-CODE TO CODIGO-SAIDA.
           MOVE "L" TO TRAVA-OPERACAO.
           CALL "TRAVAR-SUBSISTEMA" USING TRAVA-OPERACAO,
              TRAVA-SUBSISTEMA, TRAVA-PROGRAMA, TRAVA-OPERADOR,
              TRAVA-RESULTADO.
           MOVE CODIGO-SAIDA TO RETURN-CODE.
           GOBACK.

       ENTRAR-COMPETENCIA.
           IF COMPETENCIA = ZEROS
              DISPLAY "Competencia invalida !".

      * Reads the competencia card of the monthly chain; only a card
      * written today counts, so a chain that died mid-run does not
      * steer the next day's runs.
       VERIFICAR-COMPMES.
           MOVE "N" TO SW-LOTE-MENSAL.
           OPEN INPUT ARQUIVO-COMPMES.
           IF CM-ERRO NOT = "00"
              GO TO VERIFICAR-COMPMES-FIM.
           ACCEPT DATA-COMPMES FROM DATE YYYYMMDD.
           READ ARQUIVO-COMPMES
              AT END
                 CONTINUE
              NOT AT END
                 IF CM-DATA = DATA-COMPMES AND
                    CM-COMPETENCIA > ZEROS
                    MOVE "S" TO SW-LOTE-MENSAL
                 END-IF
           END-READ.
           CLOSE ARQUIVO-COMPMES.

       VERIFICAR-COMPMES-FIM.
           EXIT.

       LER-FOLHA.
           READ FOLHA-PAGAMENTO
              AT END
           IF FC-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-FECHAMENTO, status "
                 FC-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO GRAVAR-FECHAMENTO-EXIT.

           PERFORM GRAVAR-LINHA-DATA

           IF CP-ERRO NOT = "00"
              DISPLAY "Erro ao abrir COMPSTAT.DAT, status " CP-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO FECHAR-COMPETENCIA-EXIT.

           ACCEPT DATA-FECHAMENTO FROM DATE YYYYMMDD.

           IF CP-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-COMPSTAT, status " CP-ERRO
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "Competencia " COMPETENCIA " fechada; novos "
                 "lancamentos serao recusados.".
           IF FC-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-FECHAMENTO, status " FC-ERRO.

      * The closing's count lands on JOBLOG.DAT as a CONTAGEM event
      * for the monthly chain's closing certificate: the payments of
      * the competencia.
       GRAVAR-CONTAGEM.
           OPEN EXTEND ARQUIVO-JOBLOG.
           IF JL-ERRO = "35"
              OPEN OUTPUT ARQUIVO-JOBLOG.

           IF JL-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-JOBLOG, status " JL-ERRO
              GO TO GRAVAR-CONTAGEM-EXIT.

           ACCEPT DH-DATA FROM DATE YYYYMMDD.
           ACCEPT DH-HORA FROM TIME.
           MOVE DH-DATA TO JL-DATA.
           MOVE DH-HORA TO JL-HORA.
           MOVE "FECHAMENTO-FOLH" TO JL-PROGRAMA.
           MOVE "CONTAGEM" TO JL-EVENTO.
           MOVE TOT-QTD TO JL-QTD-PROC.
           MOVE ZEROS TO JL-QTD-REJ.
           WRITE REG-JOBLOG.

           IF JL-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-JOBLOG, status " JL-ERRO.

           CLOSE ARQUIVO-JOBLOG.

       GRAVAR-CONTAGEM-EXIT.
           EXIT.

       END PROGRAM FECHAMENTO-FOLHA.
