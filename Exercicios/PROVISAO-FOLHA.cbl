      * 2026-09-02  First version.
      * 2026-09-02  FUNCIONARIOS.DAT reorganized as an INDEXED file;
      *             the full-cadastro pass reads it with READ NEXT.
      * 2026-10-15  The departamento totals are now also filed on
      *             PROVISAO.DAT under the competencia of the run, so
      *             the folha cost report (CUSTO-FOLHA) picks the
      *             provision up instead of it being copied from the
      *             screen; a rerun in the month supersedes the
      *             earlier lines.
      * 2026-10-15  The monthly salary is valued at the employee's own
      *             jornada (JORNADA-VIGENTE on the run date) instead
      *             of the full-time 44-hour week.
      * 2026-10-15  Run by PROCESSOS-DO-MES (COMPMES.DAT card of the
      *             day present), a card competencia other than the
      *             month of the run date is refused, and the
      *             employees provisioned are logged as a CONTAGEM
      *             event on JOBLOG.DAT. A PROVISAO.DAT that cannot
      *             be opened now ends with RETURN-CODE 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISAO-FOLHA.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FP-ERRO.

           SELECT ARQUIVO-PROVISAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PV-ERRO.

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
       FD  ARQUIVO-FUNCIONARIOS
       01  REG-FOLHA.
           COPY REGFOLHA.

      * One line per departamento of each run; the readers keep the
      * latest line of a departamento within the competencia.
       FD  ARQUIVO-PROVISAO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS REG-PROVISAO
           VALUE OF FILE-ID "PROVISAO.DAT".

       01  REG-PROVISAO.
           COPY REGPROV.

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
       77  FN-ERRO PIC X(02) VALUE "00".
       77  FP-ERRO PIC X(02) VALUE "00".
       77  PV-ERRO PIC X(02) VALUE "00".
       77  COMPETENCIA-HOJE PIC 9(06) VALUE ZEROS.
       77  CM-ERRO PIC X(02) VALUE "00".
       77  DATA-COMPMES PIC 9(08) VALUE ZEROS.
       77  SW-LOTE-MENSAL PIC X(01) VALUE "N".
           88 LOTE-MENSAL VALUE "S".
       77  JL-ERRO PIC X(02) VALUE "00".
       77  MODO-CORRENTE PIC 9(01) VALUE ZEROS.
       77  QTD-ULTIMAS-FERIAS PIC 9(03) VALUE ZEROS.
       77  QTD-FUNC PIC 9(03) VALUE ZEROS.
       77  MASCARA PIC ZZ.ZZZ.ZZ9,99.
       77  MASCARA-FERIAS PIC ZZ.ZZZ.ZZ9,99.

       01  DATA-HORA-ATUAL.
           05  DH-DATA PIC 9(08).
           05  DH-HORA PIC 9(08).

       01  DATA-HOJE.
           05  ANO-HOJE PIC 9(04).
           05  MES-HOJE PIC 9(02).
           05  DIA-HOJE PIC 9(02).

      * The matricula's jornada on the run date.
       01  JORNADA-FUNC.
           COPY REGJVIG.

       01  DATA-REF-DESDOB.
           05  ANO-REF PIC 9(04).
           05  MES-REF PIC 9(02).
           DISPLAY "*--- Provisao de ferias e 13o ---*".
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.

      * The provision is filed under the run date's competencia, so
      * the monthly chain may only run it inside that month.
           PERFORM VERIFICAR-COMPMES
              THRU VERIFICAR-COMPMES-FIM.
           IF LOTE-MENSAL
              COMPUTE COMPETENCIA-HOJE = (ANO-HOJE * 100) + MES-HOJE
              IF CM-COMPETENCIA NOT = COMPETENCIA-HOJE
                 DISPLAY "Competencia " CM-COMPETENCIA " do "
                    "processamento mensal difere do mes corrente !"
                 MOVE 8 TO RETURN-CODE
                 GO TO END-OF-JOB
              END-IF
           END-IF.

           PERFORM CARREGAR-ULTIMAS-FERIAS
              THRU CARREGAR-ULTIMAS-FERIAS-EXIT.

           MOVE TOT-FERIAS TO MASCARA.
           DISPLAY "Provisao de ferias+1/3.: " MASCARA.

           PERFORM GRAVAR-PROVISAO THRU GRAVAR-PROVISAO-EXIT.

           IF LOTE-MENSAL
              PERFORM GRAVAR-CONTAGEM THRU GRAVAR-CONTAGEM-EXIT.

       END-OF-JOB.
           GOBACK.

      * RESCISAO applies); ferias count the months since the last
      * ferias run or, with none, since the admission anniversary,
      * plus the constitutional one third on top. Both valued at the
      * cadastro rate over the monthly hours of the jornada.
       CALCULAR-PROVISAO.
           CALL "JORNADA-VIGENTE" USING FN-MATRICULA, DATA-HOJE,
              JORNADA-FUNC.
           COMPUTE salarioMensal = FN-VALOR-HORA * JV-HORAS-MES.

           MOVE FN-ADMISSAO TO DATA-REF-DESDOB.
           IF ANO-REF = ANO-HOJE
           DISPLAY DT-DEPARTAMENTO(IX-DEP) " 13o: " MASCARA
              " ferias+1/3: " MASCARA-FERIAS.

      * Appends the departamento totals of the run to PROVISAO.DAT
      * under the competencia of today's date.
       GRAVAR-PROVISAO.
           OPEN EXTEND ARQUIVO-PROVISAO.
           IF PV-ERRO = "35"
              OPEN OUTPUT ARQUIVO-PROVISAO.

           IF PV-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-PROVISAO, status " PV-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO GRAVAR-PROVISAO-EXIT.

           PERFORM GRAVAR-LINHA-PROVISAO
              VARYING IX-DEP FROM 1 BY 1
              UNTIL IX-DEP > QTD-DEPTOS.

           CLOSE ARQUIVO-PROVISAO.

       GRAVAR-PROVISAO-EXIT.
           EXIT.

       GRAVAR-LINHA-PROVISAO.
           COMPUTE PV-COMPETENCIA = (ANO-HOJE * 100) + MES-HOJE.
           MOVE DT-DEPARTAMENTO(IX-DEP) TO PV-DEPARTAMENTO.
           MOVE DT-13(IX-DEP) TO PV-13.
           MOVE DT-FERIAS(IX-DEP) TO PV-FERIAS.
           WRITE REG-PROVISAO.

           IF PV-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-PROVISAO, status " PV-ERRO.

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

      * The run's count lands on JOBLOG.DAT as a CONTAGEM event for
      * the monthly chain's closing certificate: the active
      * employees provisioned.
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
           MOVE "PROVISAO-FOLHA" TO JL-PROGRAMA.
           MOVE "CONTAGEM" TO JL-EVENTO.
           MOVE QTD-FUNC TO JL-QTD-PROC.
           MOVE ZEROS TO JL-QTD-REJ.
           WRITE REG-JOBLOG.

           IF JL-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-JOBLOG, status " JL-ERRO.

           CLOSE ARQUIVO-JOBLOG.

       GRAVAR-CONTAGEM-EXIT.
           EXIT.

       END PROGRAM PROVISAO-FOLHA.
