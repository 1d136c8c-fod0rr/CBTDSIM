      *             no longer parks on the console - the same
      *             treatment CALCULA-SALARIO and the other steps
      *             already got.
      * 2026-10-15  A period whose saida is earlier than its entrada
      *             is no longer reported inverted when it is a night
      *             period crossing midnight (entrada from 18:00,
      *             saida up to 08:00): FECHAR-PONTO now counts it
      *             past 24:00, and so does the daily load check.
      * 2026-10-15  The checks follow the employee's jornada
      *             (JORNADA-VIGENTE): a mark on a day off of the
      *             jornada - a weekend of a weekly one, the rest day
      *             of a 12x36 escala - is the exception now, and the
      *             daily load is flagged 6 horas past the jornada's
      *             day. Without a jornada on file Saturday/Sunday
      *             marks and the 14-hour ceiling stand as before.
      *             The pair check is now performed through its exit
      *             paragraph: a mark with a single period jumped out
      *             of it, fell through the checks below and could end
      *             the audit before the last mark.
      * 2026-10-15  Run by PROCESSOS-DO-MES, the competencia comes
      *             from the chain's COMPMES.DAT card instead of the
      *             console, and the marks audited and exceptions
      *             found are logged as a CONTAGEM event on
      *             JOBLOG.DAT for the closing certificate.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITAR-PONTO.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EX-ERRO.

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
       FD  ARQUIVO-PONTO
       01  REG-EXECUCAO.
           05  EX-MODO      PIC X(10).

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
       77  PT-ERRO PIC X(02) VALUE "00".
       77  XC-ERRO PIC X(02) VALUE "00".
       77  SW-AUTOMATICO PIC X(01) VALUE "N".
           88 MODO-AUTOMATICO VALUE "S".
       77  COMPETENCIA PIC 9(06) VALUE ZEROS.
       77  CM-ERRO PIC X(02) VALUE "00".
       77  DATA-COMPMES PIC 9(08) VALUE ZEROS.
       77  SW-LOTE-MENSAL PIC X(01) VALUE "N".
           88 LOTE-MENSAL VALUE "S".
       77  JL-ERRO PIC X(02) VALUE "00".

       01  DATA-HORA-ATUAL.
           05  DH-DATA PIC 9(08).
           05  DH-HORA PIC 9(08).

       01  DATA-HOJE-DESDOB.
           05  COMPETENCIA-HOJE PIC 9(06).
       77  MINUTOS-DIA PIC 9(04) VALUE ZEROS.
       77  MINUTOS-ENTRADA PIC 9(04) VALUE ZEROS.
       77  MINUTOS-SAIDA   PIC 9(04) VALUE ZEROS.
       77  HORA-ENTRADA    PIC 9(04) VALUE ZEROS.
       77  HORA-SAIDA      PIC 9(04) VALUE ZEROS.
       77  SW-PERIODO-VALIDO PIC X(01) VALUE "N".
           88 PERIODO-VALIDO  VALUE "S".
       77  MINUTOS-LIMITE PIC 9(04) VALUE ZEROS.
      * Hours worked beyond the jornada's day before the load is
      * flagged: 8h + 6h made the old 14-hour ceiling.
       77  MINUTOS-TOLERANCIA PIC 9(03) VALUE 360.

      * The employee's jornada on the day of the mark.
       01  JORNADA-DIA.
           COPY REGJVIG.

       01  DATA-PONTO-DESDOB.
           05  PONTO-COMPETENCIA PIC 9(06).
           05  PONTO-DIA         PIC 9(02).

       01  HORARIO-DESDOB.
           05  HORARIO-HORA PIC 9(02).
           05  HORARIO-MIN  PIC 9(02).
           PERFORM VERIFICAR-EXECUCAO
              THRU VERIFICAR-EXECUCAO-FIM.

           PERFORM VERIFICAR-COMPMES
              THRU VERIFICAR-COMPMES-FIM.

      * In the monthly chain the competencia comes from its card; in
      * the overnight lote from the run date, so this step never
      * parks on an ACCEPT.
           IF LOTE-MENSAL
              MOVE CM-COMPETENCIA TO COMPETENCIA
              DISPLAY "Processamento mensal: competencia "
                 COMPETENCIA
           ELSE
              IF MODO-AUTOMATICO
                 ACCEPT DATA-HOJE-DESDOB FROM DATE YYYYMMDD
                 MOVE COMPETENCIA-HOJE TO COMPETENCIA
                 DISPLAY "Execucao automatica: competencia "
                    COMPETENCIA
              ELSE
                 PERFORM ENTRAR-COMPETENCIA
                    UNTIL COMPETENCIA > ZEROS.

           PERFORM CARREGAR-FERIADOS THRU CARREGAR-FERIADOS-EXIT.

              DISPLAY "Corrija as marcacoes antes de FECHAR-PONTO !"
              MOVE 8 TO RETURN-CODE.

           IF LOTE-MENSAL
              PERFORM GRAVAR-CONTAGEM THRU GRAVAR-CONTAGEM-EXIT.

       END-OF-JOB.
           GOBACK.

       VERIFICAR-EXECUCAO-FIM.
           EXIT.

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

       LER-PONTO.
           READ ARQUIVO-PONTO
              AT END
           END-READ.

       AUDITAR-MARCACAO.
           CALL "JORNADA-VIGENTE" USING PT-MATRICULA, PT-DATA,
              JORNADA-DIA.
           PERFORM CONFERIR-DUPLICADO.
           PERFORM CONFERIR-PARES THRU CONFERIR-PARES-FIM.
           PERFORM CONFERIR-CARGA-DIARIA.
           PERFORM CONFERIR-FIM-DE-SEMANA.
           PERFORM CONFERIR-FERIADO.
              MOVE "S" TO SW-DUPLICADO
              SET IX-PAR TO QTD-PARES.

      * A saida earlier than (or equal to) its entrada that is not
      * a night period crossing midnight, a period with only one
      * side marked, or a second period starting before the first
      * ended are all pair exceptions.
       CONFERIR-PARES.
           IF PT-ENTRADA1 = ZEROS OR PT-SAIDA1 = ZEROS
              MOVE "PERIODO 1 COM MARCACAO FALTANDO" TO XC-MOTIVO
              PERFORM GRAVAR-EXCECAO
           ELSE
              MOVE PT-ENTRADA1 TO HORA-ENTRADA
              MOVE PT-SAIDA1 TO HORA-SAIDA
              PERFORM APURAR-PERIODO
              IF NOT PERIODO-VALIDO
                 MOVE "PERIODO 1 INVERTIDO" TO XC-MOTIVO
                 PERFORM GRAVAR-EXCECAO.

              PERFORM GRAVAR-EXCECAO
              GO TO CONFERIR-PARES-FIM.

           MOVE PT-ENTRADA2 TO HORA-ENTRADA.
           MOVE PT-SAIDA2 TO HORA-SAIDA.
           PERFORM APURAR-PERIODO.
           IF NOT PERIODO-VALIDO
              MOVE "PERIODO 2 INVERTIDO" TO XC-MOTIVO
              PERFORM GRAVAR-EXCECAO.

           EXIT.

      * Total worked minutes of the day, periods summed the same way
      * FECHAR-PONTO apura them; more than 6 horas past the
      * jornada's day (14 horas on the 8h day) is an exception.
       CONFERIR-CARGA-DIARIA.
           MOVE ZEROS TO MINUTOS-DIA.

           MOVE PT-ENTRADA1 TO HORA-ENTRADA.
           MOVE PT-SAIDA1 TO HORA-SAIDA.
           PERFORM APURAR-PERIODO.
           IF PERIODO-VALIDO
              COMPUTE MINUTOS-DIA =
                 MINUTOS-SAIDA - MINUTOS-ENTRADA.

           IF PT-ENTRADA2 > ZEROS
              MOVE PT-ENTRADA2 TO HORA-ENTRADA
              MOVE PT-SAIDA2 TO HORA-SAIDA
              PERFORM APURAR-PERIODO
              IF PERIODO-VALIDO
                 COMPUTE MINUTOS-DIA = MINUTOS-DIA +
                    (MINUTOS-SAIDA - MINUTOS-ENTRADA)
              END-IF
           END-IF.

           COMPUTE MINUTOS-LIMITE = JV-MINUTOS-DIA + MINUTOS-TOLERANCIA.
           IF MINUTOS-DIA > MINUTOS-LIMITE
              MOVE "MAIS DE 6 HORAS ALEM DA JORNADA NO DIA"
                 TO XC-MOTIVO
              PERFORM GRAVAR-EXCECAO.

      * Marks are expected on the jornada's working days only.
      * Without a jornada on file every day is a working day to the
      * lookup, and the weekend stays the exception.
       CONFERIR-FIM-DE-SEMANA.
           IF JV-SEM-CADASTRO
              IF JV-DIA-SEMANA = 6
                 MOVE "MARCACAO EM SABADO" TO XC-MOTIVO
                 PERFORM GRAVAR-EXCECAO
              END-IF
              IF JV-DIA-SEMANA = 7
                 MOVE "MARCACAO EM DOMINGO" TO XC-MOTIVO
                 PERFORM GRAVAR-EXCECAO
              END-IF
           ELSE
              IF NOT JV-DIA-UTIL
                 IF JV-12X36
                    MOVE "MARCACAO NA FOLGA DA ESCALA 12X36"
                       TO XC-MOTIVO
                 ELSE
                    MOVE "MARCACAO EM DIA FORA DA JORNADA"
                       TO XC-MOTIVO
                 END-IF
                 PERFORM GRAVAR-EXCECAO
              END-IF
           END-IF.

      * HORA-ENTRADA/HORA-SAIDA to minutes of the day by the same
      * rule FECHAR-PONTO applies: a saida not after its entrada is
      * valid only as a night period crossing midnight (entrada
      * from 18:00, saida up to 08:00), counted past 24:00.
       APURAR-PERIODO.
           MOVE "N" TO SW-PERIODO-VALIDO.
           MOVE HORA-ENTRADA TO HORARIO-DESDOB.
           COMPUTE MINUTOS-ENTRADA =
              (HORARIO-HORA * 60) + HORARIO-MIN.
           MOVE HORA-SAIDA TO HORARIO-DESDOB.
           COMPUTE MINUTOS-SAIDA =
              (HORARIO-HORA * 60) + HORARIO-MIN.
           IF MINUTOS-SAIDA > MINUTOS-ENTRADA
              MOVE "S" TO SW-PERIODO-VALIDO
           ELSE
              IF HORA-ENTRADA NOT < 1800 AND HORA-SAIDA > ZEROS
                 AND HORA-SAIDA NOT > 0800
                 ADD 1440 TO MINUTOS-SAIDA
                 MOVE "S" TO SW-PERIODO-VALIDO.

       GRAVAR-EXCECAO.
           ADD 1 TO QTD-EXCECOES.
              IF XC-ERRO NOT = "00"
                 DISPLAY "Erro ao gravar excecao, status " XC-ERRO.

      * The audit's counts land on JOBLOG.DAT as a CONTAGEM event
      * for the monthly chain's closing certificate: marks audited
      * and exceptions found.
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
           MOVE "AUDITAR-PONTO" TO JL-PROGRAMA.
           MOVE "CONTAGEM" TO JL-EVENTO.
           MOVE QTD-MARCACOES TO JL-QTD-PROC.
           MOVE QTD-EXCECOES TO JL-QTD-REJ.
           WRITE REG-JOBLOG.

           IF JL-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-JOBLOG, status " JL-ERRO.

           CLOSE ARQUIVO-JOBLOG.

       GRAVAR-CONTAGEM-EXIT.
           EXIT.

       END PROGRAM AUDITAR-PONTO.
