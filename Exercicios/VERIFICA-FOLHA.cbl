      *             the per-detail arithmetic check now expects
      *             liquido = bruto - INSS - IRRF + outros proventos
      *             - outros descontos.
      * 2026-10-15  A file with problems (or one that cannot be
      *             opened) now ends with RETURN-CODE 8, the gate
      *             PROCESSOS-DO-MES holds the rest of the month-end
      *             on; run by the chain, the records read and the
      *             problems found are logged as a CONTAGEM event on
      *             JOBLOG.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-FOLHA.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FP-ERRO.

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
       01  REG-FOLHA.
           COPY REGFOLHA.

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
       77  QTD-REGISTROS  PIC 9(06) VALUE ZEROS.
       77  LIQUIDO-CALC  PIC S9(06)V99 VALUE ZEROS.
       77  MASCARA       PIC ZZZ.ZZZ.ZZ9,99.
       77  MASCARA-CALC  PIC ZZZ.ZZZ.ZZ9,99.
       77  QTD-PROBLEMAS PIC 9(06) VALUE ZEROS.
       77  CM-ERRO PIC X(02) VALUE "00".
       77  DATA-COMPMES PIC 9(08) VALUE ZEROS.
       77  SW-LOTE-MENSAL PIC X(01) VALUE "N".
           88 LOTE-MENSAL VALUE "S".
       77  JL-ERRO PIC X(02) VALUE "00".

       01  DATA-HORA-ATUAL.
           05  DH-DATA PIC 9(08).
           05  DH-HORA PIC 9(08).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Conferencia de FOLHA-PAGAMENTO.DAT ---*".

           PERFORM VERIFICAR-COMPMES
              THRU VERIFICAR-COMPMES-FIM.

           OPEN INPUT FOLHA-PAGAMENTO.
           IF FP-ERRO NOT = "00"
              DISPLAY "Erro ao abrir FOLHA-PAGAMENTO, status " FP-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           PERFORM VERIFICAR-REGISTRO UNTIL FP-ERRO = "10".

           PERFORM EXIBIR-RESUMO.

           IF LOTE-MENSAL
              PERFORM GRAVAR-CONTAGEM THRU GRAVAR-CONTAGEM-EXIT.

       END-OF-JOB.
           GOBACK.

           DISPLAY "Registros fora de lote...: " QTD-FORA-LOTE.
           DISPLAY "Detalhes com erro de calc: " QTD-ERRO-CALC.

           COMPUTE QTD-PROBLEMAS = QTD-LOTES-DIF + QTD-SEM-TRAILER
              + QTD-FORA-LOTE + QTD-ERRO-CALC.
           IF QTD-PROBLEMAS = ZEROS
              DISPLAY "Arquivo integro."
           ELSE
              DISPLAY "ATENCAO: arquivo com problemas !"
              MOVE 8 TO RETURN-CODE.

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

      * The conference's counts land on JOBLOG.DAT as a CONTAGEM
      * event for the monthly chain's closing certificate: records
      * read and problems found.
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
           MOVE "VERIFICA-FOLHA" TO JL-PROGRAMA.
           MOVE "CONTAGEM" TO JL-EVENTO.
           MOVE QTD-REGISTROS TO JL-QTD-PROC.
           MOVE QTD-PROBLEMAS TO JL-QTD-REJ.
           WRITE REG-JOBLOG.

           IF JL-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-JOBLOG, status " JL-ERRO.

           CLOSE ARQUIVO-JOBLOG.

       GRAVAR-CONTAGEM-EXIT.
           EXIT.

       END PROGRAM VERIFICA-FOLHA.
