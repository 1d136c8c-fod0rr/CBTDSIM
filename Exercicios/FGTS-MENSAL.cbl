      ******************************************************************
      * Modification History:
      * 2026-09-02  First version.
      * 2026-10-15  Rescisao runs (mode 6 on the "H" headers) are
      *             left out: RESCISAO deposits the month's FGTS of
      *             the termo on its own guia with the multa.
      * 2026-10-15  Run by PROCESSOS-DO-MES, the competencia comes
      *             from the chain's COMPMES.DAT card instead of the
      *             console, and the matriculas reported are logged
      *             as a CONTAGEM event on JOBLOG.DAT.
      * 2026-10-15  A competencia without payments and an FGTS.DAT that
      *             cannot be opened or written now end with
      *             RETURN-CODE 8, as in FECHAMENTO-FOLHA, so the
      *             monthly chain stops instead of going on.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGTS-MENSAL.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FG-ERRO.

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
           05  FG-BRUTO        PIC 9(08)V99.
           05  FG-VALOR        PIC 9(08)V99.

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
       77  FG-ERRO        PIC X(02) VALUE "00".
       77  MASCARA-FGTS   PIC ZZ.ZZZ.ZZ9,99.
       77  SW-FUNC-ACHADO PIC X(01) VALUE "N".
           88 FUNC-ACHADO     VALUE "S".
       77  MODO-CORRENTE  PIC 9(01) VALUE ZEROS.
       77  CM-ERRO PIC X(02) VALUE "00".
       77  DATA-COMPMES PIC 9(08) VALUE ZEROS.
       77  SW-LOTE-MENSAL PIC X(01) VALUE "N".
           88 LOTE-MENSAL VALUE "S".
       77  JL-ERRO PIC X(02) VALUE "00".

       01  DATA-HORA-ATUAL.
           05  DH-DATA PIC 9(08).
           05  DH-HORA PIC 9(08).

       01  DATA-FOLHA-DESDOB.
           05  FOLHA-COMPETENCIA  PIC 9(06).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Deposito mensal de FGTS ---*".

           PERFORM VERIFICAR-COMPMES
              THRU VERIFICAR-COMPMES-FIM.
           IF LOTE-MENSAL
              MOVE CM-COMPETENCIA TO COMPETENCIA
              DISPLAY "Processamento mensal: competencia "
                 COMPETENCIA
           ELSE
              PERFORM ENTRAR-COMPETENCIA UNTIL COMPETENCIA > ZEROS.

           OPEN INPUT FOLHA-PAGAMENTO.
           IF FP-ERRO NOT = "00"

           IF QTD-FUNC = ZEROS
              DISPLAY "Nenhum pagamento na competencia " COMPETENCIA
              MOVE 8 TO RETURN-CODE
              GO TO FGTS-CONTAGEM.

           PERFORM IMPRIMIR-RELATORIO.
           PERFORM GRAVAR-FGTS THRU GRAVAR-FGTS-EXIT.

       FGTS-CONTAGEM.
           IF LOTE-MENSAL
              PERFORM GRAVAR-CONTAGEM THRU GRAVAR-CONTAGEM-EXIT.

       END-OF-JOB.
           GOBACK.

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

      * The run mode rides the "H" headers; a termo's deposit goes
      * on the rescisao guia, not on the monthly one.
       LER-FOLHA.
           READ FOLHA-PAGAMENTO
              AT END
                 MOVE "10" TO FP-ERRO
              NOT AT END
                 IF FP-HEADER
                    MOVE FP-CTL-MODO TO MODO-CORRENTE
                 END-IF
                 MOVE FP-DATA TO DATA-FOLHA-DESDOB
                 IF FP-DETALHE-REG AND
                    FOLHA-COMPETENCIA = COMPETENCIA AND
                    MODO-CORRENTE NOT = 6
                    PERFORM ACUMULAR-BRUTO
                 END-IF
           END-READ.

           IF FG-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-FGTS, status " FG-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO GRAVAR-FGTS-EXIT.

           PERFORM GRAVAR-LINHA-FGTS
           WRITE REG-FGTS.

           IF FG-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-FGTS, status " FG-ERRO
              MOVE 8 TO RETURN-CODE.

           CLOSE ARQUIVO-FGTS.

           IF FG-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-FGTS, status " FG-ERRO.

      * The report's count lands on JOBLOG.DAT as a CONTAGEM event
      * for the monthly chain's closing certificate: the matriculas
      * with a deposit in the competencia.
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
           MOVE "FGTS-MENSAL" TO JL-PROGRAMA.
           MOVE "CONTAGEM" TO JL-EVENTO.
           MOVE QTD-FUNC TO JL-QTD-PROC.
           MOVE ZEROS TO JL-QTD-REJ.
           WRITE REG-JOBLOG.

           IF JL-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-JOBLOG, status " JL-ERRO.

           CLOSE ARQUIVO-JOBLOG.

       GRAVAR-CONTAGEM-EXIT.
           EXIT.

       END PROGRAM FGTS-MENSAL.
