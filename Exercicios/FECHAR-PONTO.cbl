      * Purpose:      Monthly ponto closing: reads the PONTO.DAT
      *               marks of one competencia, totals each
      *               employee's normal hours and the 50%/100%
      *               overtime hours (per day: up to the jornada, the
      *               next 2h at 50%, anything beyond at 100%), and
      *               writes ROSTER.DAT, the file CALCULA-SALARIO's
      *               batch mode pays from - so the folha runs from
      *             feriado pays at 100% instead of going through
      *             the 8h/2h overtime split, so Carnaval week stops
      *             being underpaid.
      * 2026-10-15  Banco de horas: for a matricula whose adhesion
      *             (BHADESAO.DAT, kept by CADASTRO-BANCO-HORAS) is
      *             in force, the month's 50%/100% overtime is no
      *             longer sent to ROSTER.DAT but credited as a lot
      *             on BANCOHORAS.DAT; compensacao days (afastamento
      *             tipo C) draw 8h a day on the oldest lots and are
      *             paid as normal hours as far as the balance goes;
      *             a lot still open six months after its month is
      *             paid on this roster at its own rates. The month's
      *             movements are replaced on a rerun of the same
      *             competencia, and closing a competencia before
      *             one already posted is refused. A per-employee
      *             balance statement prints with the closing.
      * 2026-10-15  Adicional noturno: the minutes of each entrada/
      *             saida period falling between 22:00 and 05:00 are
      *             totaled per employee and carried on the widened
      *             ROSTER.DAT as RH-HORAS-NOTURNAS, in reduced night
      *             hours of 52m30s, for CALCULA-SALARIO to pay the
      *             20% premium. A period whose saida is earlier than
      *             its entrada now crosses midnight (entrada from
      *             18:00, saida up to 08:00) instead of being
      *             discarded as invalid.
      * 2026-10-15  Jornada: the day's normal limit, the working days
      *             an afastamento credits (and a compensacao draws)
      *             and the DSR a falta costs now come from the
      *             employee's own jornada (JORNADA-VIGENTE) instead
      *             of 8h every calendar day; minutes worked on a day
      *             off of a registered jornada pay at 100%, as on a
      *             feriado. Without a jornada on file the 8h rule
      *             stands. The minutes credited per afastamento no
      *             longer overflow on a month-long ferias.
      * 2026-10-15  Run by PROCESSOS-DO-MES, the competencia comes
      *             from the chain's COMPMES.DAT card instead of the
      *             console, and the closing's counts are logged as a
      *             CONTAGEM event on JOBLOG.DAT. A PONTO.DAT that
      *             cannot be opened, a competencia with no marks or
      *             a ROSTER.DAT that cannot be written now end with
      *             RETURN-CODE 8, so the chain does not pay last
      *             month's roster; a roster not written also leaves
      *             BANCOHORAS.DAT as it was.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAR-PONTO.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FE-ERRO.

           SELECT ARQUIVO-ADESOES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AB-ERRO.

           SELECT ARQUIVO-BANCO-HORAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BH-ERRO.

           SELECT ARQUIVO-BANCO-NOVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BHNOVO-ERRO.

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

       FD  ARQUIVO-ROSTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS REG-ROSTER
           VALUE OF FILE-ID "ROSTER.DAT".

           05  RH-HORAS        PIC 9(03)V9.
           05  RH-EXTRAS-50    PIC 9(02)V9.
           05  RH-EXTRAS-100   PIC 9(02)V9.
           05  RH-HORAS-NOTURNAS PIC 9(03)V9.

       FD  ARQUIVO-AFASTAMENTOS
           LABEL RECORD IS STANDARD
       01  REG-FERIADO.
           COPY REGFERI.

       FD  ARQUIVO-ADESOES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS REG-ADESAO
           VALUE OF FILE-ID "BHADESAO.DAT".

       01  REG-ADESAO.
           COPY REGBHAD.

       FD  ARQUIVO-BANCO-HORAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS REG-BANCO-HORAS
           VALUE OF FILE-ID "BANCOHORAS.DAT".

       01  REG-BANCO-HORAS.
           COPY REGBHOR.

       FD  ARQUIVO-BANCO-NOVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS REG-BANCO-NOVO
           VALUE OF FILE-ID "BHNOVO.DAT".

       01  REG-BANCO-NOVO PIC X(28).

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
       77  RH-ERRO PIC X(02) VALUE "00".
       77  COMPETENCIA PIC 9(06) VALUE ZEROS.
       77  CM-ERRO PIC X(02) VALUE "00".
       77  DATA-COMPMES PIC 9(08) VALUE ZEROS.
       77  SW-LOTE-MENSAL PIC X(01) VALUE "N".
           88 LOTE-MENSAL VALUE "S".
       77  JL-ERRO PIC X(02) VALUE "00".
       77  SW-ROSTER-ERRO PIC X(01) VALUE "N".
           88 ROSTER-ERRO VALUE "S".
       77  QTD-MARCACOES PIC 9(05) VALUE ZEROS.
       77  QTD-FUNCIONARIOS PIC 9(03) VALUE ZEROS.
       77  MINUTOS-DIA PIC 9(04) VALUE ZEROS.
       77  MINUTOS-NORMAIS PIC 9(05) VALUE ZEROS.
       77  MINUTOS-50  PIC 9(04) VALUE ZEROS.
       77  MINUTOS-100 PIC 9(04) VALUE ZEROS.
       77  SW-FUNC-ACHADO PIC X(01) VALUE "N".
           88 ANO-BISSEXTO   VALUE "S".
       77  FE-ERRO PIC X(02) VALUE "00".
       77  QTD-FERIADOS PIC 9(02) VALUE ZEROS.
       77  DATA-JORNADA PIC 9(08) VALUE ZEROS.
       77  DIA-AFASTADO PIC 9(02) VALUE ZEROS.
       77  MINUTOS-AFASTADOS PIC 9(05) VALUE ZEROS.
       77  MINUTOS-LIMITE-50 PIC 9(04) VALUE ZEROS.

       01  DATA-HORA-ATUAL.
           05  DH-DATA PIC 9(08).
           05  DH-HORA PIC 9(08).

      * The employee's jornada on the day, from JORNADA-VIGENTE.
       01  JORNADA-DIA.
           COPY REGJVIG.

       77  AB-ERRO PIC X(02) VALUE "00".
       77  BH-ERRO PIC X(02) VALUE "00".
       77  BHNOVO-ERRO PIC X(02) VALUE "00".
       77  NOME-BANCO-ARQUIVO PIC X(14) VALUE "BANCOHORAS.DAT".
       77  NOVO-BANCO-ARQUIVO PIC X(10) VALUE "BHNOVO.DAT".
       77  SW-BANCO-EXISTE PIC X(01) VALUE "N".
           88 BANCO-EXISTE    VALUE "S".
       77  SW-BANCO-ERRO PIC X(01) VALUE "N".
           88 BANCO-ERRO      VALUE "S".
       77  SW-ADERIU PIC X(01) VALUE "N".
           88 ADERIU-BANCO    VALUE "S".
       77  SW-LOTE-ACHADO PIC X(01) VALUE "N".
           88 LOTE-ACHADO     VALUE "S".
       77  SW-EXT-ACHADO PIC X(01) VALUE "N".
           88 EXT-ACHADO      VALUE "S".
       77  MINUTOS-COMP PIC 9(05) VALUE ZEROS.
       77  MINUTOS-A-COMPENSAR PIC 9(05) VALUE ZEROS.
       77  QTD-ADESOES PIC 9(03) VALUE ZEROS.
       77  QTD-LOTES PIC 9(04) VALUE ZEROS.
       77  QTD-NOVOS PIC 9(04) VALUE ZEROS.
       77  QTD-ESTORNADOS PIC 9(04) VALUE ZEROS.
       77  QTD-POSTERIORES PIC 9(04) VALUE ZEROS.
       77  QTD-EXTRATO PIC 9(03) VALUE ZEROS.
       77  POS-LOTE PIC 9(04) VALUE ZEROS.
       77  LOTE-MATRICULA-BUSCA PIC 9(05) VALUE ZEROS.
       77  LOTE-ORIGEM-BUSCA PIC 9(06) VALUE ZEROS.
       77  MESES-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77  MESES-LOTE PIC 9(06) VALUE ZEROS.
       77  MOV-TIPO PIC X(01) VALUE SPACE.
       77  MOV-ORIGEM PIC 9(06) VALUE ZEROS.
       77  MOV-MIN-50 PIC 9(05) VALUE ZEROS.
       77  MOV-MIN-100 PIC 9(05) VALUE ZEROS.
       77  SALDO-ANTERIOR PIC S9(06) VALUE ZEROS.
      * Window of the agreement, in months, after which a lot still
      * open is paid; fully used lots older than a year are purged.
       77  MESES-VENCIMENTO PIC 9(02) VALUE 6.
       77  MESES-EXPURGO PIC 9(02) VALUE 12.

      * Matriculas whose adhesion is in force in the competencia.
       01  TABELA-ADESOES VALUE ZEROS.
           05  AD-MATRICULA OCCURS 500 TIMES INDEXED BY IX-AD
                                 PIC 9(05).

      * One entry per lot on BANCOHORAS.DAT, in the order they were
      * credited, with the balance left before this closing.
       01  TABELA-LOTES VALUE ZEROS.
           05  LOTE-TAB OCCURS 3000 TIMES INDEXED BY IX-BL.
               10  BL-MATRICULA  PIC 9(05).
               10  BL-ORIGEM     PIC 9(06).
               10  BL-SALDO-50   PIC S9(06).
               10  BL-SALDO-100  PIC S9(06).

      * Movements posted by this closing, appended to the ledger.
       01  TABELA-MOVIMENTOS VALUE ZEROS.
           05  MOV-TAB OCCURS 2000 TIMES INDEXED BY IX-NM.
               10  NM-MATRICULA  PIC 9(05).
               10  NM-TIPO       PIC X(01).
               10  NM-ORIGEM     PIC 9(06).
               10  NM-MIN-50     PIC 9(05).
               10  NM-MIN-100    PIC 9(05).

      * Balance statement lines, one per matricula with a balance
      * or a movement this month, in minutes.
       01  TABELA-EXTRATO VALUE ZEROS.
           05  EXT-TAB OCCURS 500 TIMES INDEXED BY IX-EX.
               10  EX-MATRICULA    PIC 9(05).
               10  EX-CREDITO      PIC 9(06).
               10  EX-COMPENSADO   PIC 9(06).
               10  EX-VENCIDO      PIC 9(06).
               10  EX-SEM-SALDO    PIC 9(06).
               10  EX-SALDO        PIC S9(06).

       01  LINHA-EXTRATO.
           05  LE-MATRICULA    PIC 9(05).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  LE-ANTERIOR     PIC -----9.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  LE-CREDITO      PIC ZZZZZ9.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  LE-COMPENSADO   PIC ZZZZZ9.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  LE-VENCIDO      PIC ZZZZZ9.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  LE-SALDO        PIC -----9.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  LE-SEM-SALDO    PIC ZZZZZ9.

       01  ADESAO-DESDOB.
           05  ADESAO-COMPETENCIA PIC 9(06).
           05  FILLER             PIC 9(02).

       01  CANCEL-DESDOB.
           05  CANCEL-COMPETENCIA PIC 9(06).
           05  FILLER             PIC 9(02).

       01  LOTE-DESDOB.
           05  ANO-LOTE  PIC 9(04).
           05  MES-LOTE  PIC 9(02).

       01  DATA-FERIADO-DESDOB.
           05  FERIADO-COMPETENCIA PIC 9(06).

       77  MINUTOS-ENTRADA PIC 9(04) VALUE ZEROS.
       77  MINUTOS-SAIDA   PIC 9(04) VALUE ZEROS.
       77  HORA-ENTRADA    PIC 9(04) VALUE ZEROS.
       77  HORA-SAIDA      PIC 9(04) VALUE ZEROS.
       77  SW-PERIODO-VALIDO PIC X(01) VALUE "N".
           88 PERIODO-VALIDO  VALUE "S".
       77  MINUTOS-NOTURNOS PIC 9(04) VALUE ZEROS.
       77  NOTURNO-INICIO  PIC 9(04) VALUE ZEROS.
       77  NOTURNO-FIM     PIC 9(04) VALUE ZEROS.
      * Night work runs from 22:00 to 05:00; a period that crosses
      * midnight has its saida counted past 24:00, so the night
      * slots are 00:00-05:00 and 22:00-29:00 in minutes of the
      * day the period began. The night hour is 52m30s.
       77  FIM-MADRUGADA   PIC 9(04) VALUE 300.
       77  INICIO-NOITE    PIC 9(04) VALUE 1320.
       77  FIM-NOITE       PIC 9(04) VALUE 1740.
       77  MINUTOS-HORA-NOTURNA PIC 9(02)V9 VALUE 52,5.

      * One accumulator per employee of the competencia, in minutes;
      * converted to hours only when the roster is written.
               10  FT-MIN-NORMAIS PIC 9(05).
               10  FT-MIN-50      PIC 9(05).
               10  FT-MIN-100     PIC 9(05).
               10  FT-MIN-COMP    PIC 9(05).
               10  FT-MIN-SEM-SALDO PIC 9(05).
               10  FT-MIN-NOTURNOS PIC 9(05).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Fechamento mensal do ponto ---*".

           PERFORM VERIFICAR-COMPMES
              THRU VERIFICAR-COMPMES-FIM.
           IF LOTE-MENSAL
              MOVE CM-COMPETENCIA TO COMPETENCIA
              DISPLAY "Processamento mensal: competencia "
                 COMPETENCIA
           ELSE
              PERFORM ENTRAR-COMPETENCIA UNTIL COMPETENCIA > ZEROS.

           PERFORM CARREGAR-AFASTAMENTOS
              THRU CARREGAR-AFASTAMENTOS-EXIT.
           OPEN INPUT ARQUIVO-PONTO.
           IF PT-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-PONTO, status " PT-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           PERFORM LER-PONTO UNTIL PT-ERRO = "10".

           PERFORM APLICAR-AFASTAMENTOS.

           PERFORM CARREGAR-ADESOES THRU CARREGAR-ADESOES-EXIT.
           PERFORM CARREGAR-BANCO-HORAS THRU CARREGAR-BANCO-HORAS-EXIT.
           IF BANCO-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           PERFORM PROCESSAR-BANCO-HORAS.

           IF QTD-FUNCIONARIOS = ZEROS
              DISPLAY "Nenhuma marcacao na competencia " COMPETENCIA
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           IF QTD-AFASTAMENTOS > ZEROS
              PERFORM IMPRIMIR-RESUMO-AFASTAMENTOS.

           IF QTD-LOTES > ZEROS OR QTD-NOVOS > ZEROS
              PERFORM IMPRIMIR-EXTRATO-BANCO
                 THRU IMPRIMIR-EXTRATO-BANCO-FIM.

           PERFORM GRAVAR-ROSTER THRU GRAVAR-ROSTER-EXIT.

      * Without the roster the competencia is not closed: the banco
      * de horas keeps its movements for the re-run.
           IF ROSTER-ERRO
              GO TO END-OF-JOB.

           IF BANCO-EXISTE OR QTD-NOVOS > ZEROS
              PERFORM GRAVAR-BANCO-HORAS THRU GRAVAR-BANCO-HORAS-EXIT.

           DISPLAY "Marcacoes lidas..........: " QTD-MARCACOES.
           DISPLAY "Funcionarios no roster...: " QTD-FUNCIONARIOS.

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

       LER-PONTO.
           READ ARQUIVO-PONTO
              AT END
           END-READ.

      * Splits one day's worked minutes by the overtime rule: up to
      * the jornada's day (8 horas without one on file) are normal,
      * the next 2 horas pay 50%, anything beyond pays 100%. The
      * night minutes of each period are totaled on the side for
      * the adicional noturno.
       APURAR-DIA.
           MOVE ZEROS TO MINUTOS-DIA MINUTOS-COMP MINUTOS-NOTURNOS.
           MOVE PT-ENTRADA1 TO HORA-ENTRADA.
           MOVE PT-SAIDA1 TO HORA-SAIDA.
           PERFORM APURAR-PERIODO.
           IF PERIODO-VALIDO
              COMPUTE MINUTOS-DIA =
                 MINUTOS-SAIDA - MINUTOS-ENTRADA
              PERFORM APURAR-NOTURNO
           ELSE
              DISPLAY "Marcacao invalida p/ matricula " PT-MATRICULA
                 " em " PT-DATA ", periodo 1 ignorado !".

           IF PT-ENTRADA2 > ZEROS
              MOVE PT-ENTRADA2 TO HORA-ENTRADA
              MOVE PT-SAIDA2 TO HORA-SAIDA
              PERFORM APURAR-PERIODO
              IF PERIODO-VALIDO
                 COMPUTE MINUTOS-DIA = MINUTOS-DIA +
                    (MINUTOS-SAIDA - MINUTOS-ENTRADA)
                 PERFORM APURAR-NOTURNO
              ELSE
                 DISPLAY "Marcacao invalida p/ matricula "
                    PT-MATRICULA " em " PT-DATA
              END-IF
           END-IF.

           CALL "JORNADA-VIGENTE" USING PT-MATRICULA, PT-DATA,
              JORNADA-DIA.
           COMPUTE MINUTOS-LIMITE-50 = JV-MINUTOS-DIA + 120.

      * On a feriado, or a day off of the jornada, every worked
      * minute pays at 100%; the normal/2h split applies only to
      * the jornada's working days.
           IF DIA-FERIADO(PONTO-DIA) = "S" OR NOT JV-DIA-UTIL
              MOVE MINUTOS-DIA TO MINUTOS-100
              MOVE ZEROS TO MINUTOS-50 MINUTOS-NORMAIS
           ELSE
           IF MINUTOS-DIA > MINUTOS-LIMITE-50
              COMPUTE MINUTOS-100 = MINUTOS-DIA - MINUTOS-LIMITE-50
              MOVE 120 TO MINUTOS-50
              MOVE JV-MINUTOS-DIA TO MINUTOS-NORMAIS
           ELSE
              MOVE ZEROS TO MINUTOS-100
              IF MINUTOS-DIA > JV-MINUTOS-DIA
                 COMPUTE MINUTOS-50 = MINUTOS-DIA - JV-MINUTOS-DIA
                 MOVE JV-MINUTOS-DIA TO MINUTOS-NORMAIS
              ELSE
                 MOVE ZEROS TO MINUTOS-50
                 MOVE MINUTOS-DIA TO MINUTOS-NORMAIS.

           PERFORM ACUMULAR-FUNCIONARIO.

      * HORA-ENTRADA/HORA-SAIDA to minutes of the day. A saida not
      * after its entrada is only valid as a night period crossing
      * midnight - entrada from 18:00, saida up to 08:00 - and then
      * counts past 24:00.
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

      * Minutes of the period inside 00:00-05:00 and 22:00-05:00.
       APURAR-NOTURNO.
           IF MINUTOS-ENTRADA < FIM-MADRUGADA
              IF MINUTOS-SAIDA < FIM-MADRUGADA
                 COMPUTE MINUTOS-NOTURNOS = MINUTOS-NOTURNOS
                    + MINUTOS-SAIDA - MINUTOS-ENTRADA
              ELSE
                 COMPUTE MINUTOS-NOTURNOS = MINUTOS-NOTURNOS
                    + FIM-MADRUGADA - MINUTOS-ENTRADA.

           IF MINUTOS-SAIDA > INICIO-NOITE
              AND MINUTOS-ENTRADA < FIM-NOITE
              MOVE MINUTOS-ENTRADA TO NOTURNO-INICIO
              IF NOTURNO-INICIO < INICIO-NOITE
                 MOVE INICIO-NOITE TO NOTURNO-INICIO
              END-IF
              MOVE MINUTOS-SAIDA TO NOTURNO-FIM
              IF NOTURNO-FIM > FIM-NOITE
                 MOVE FIM-NOITE TO NOTURNO-FIM
              END-IF
              COMPUTE MINUTOS-NOTURNOS = MINUTOS-NOTURNOS
                 + NOTURNO-FIM - NOTURNO-INICIO.

      * Rolls the day's minutes into the employee's accumulator,
      * adding a new entry on first occurrence, the same table
      * pattern PRODUTOS uses for its per-supplier subtotals.
           ADD MINUTOS-NORMAIS TO FT-MIN-NORMAIS(IX-FUNC).
           ADD MINUTOS-50      TO FT-MIN-50(IX-FUNC).
           ADD MINUTOS-100     TO FT-MIN-100(IX-FUNC).
           ADD MINUTOS-COMP    TO FT-MIN-COMP(IX-FUNC).
           ADD MINUTOS-NOTURNOS TO FT-MIN-NOTURNOS(IX-FUNC).

      * Loads the afastamentos that touch the competencia, each one
      * clipped to the days of the month being closed. A missing
              VARYING IX-AF FROM 1 BY 1
              UNTIL IX-AF > QTD-AFASTAMENTOS.

      * Atestado and ferias credit the jornada's hours of each
      * covered working day, so a justified absence does not shrink
      * the payable hours; a falta injustificada also debits the DSR
      * of its week, one jornada day per week slot of the month
      * (1-7/8-14/...). A compensacao sets the jornada's hours of
      * its working days aside to be drawn on the banco de horas.
      * Either way the employee gains a roster entry even with no
      * marks at all.
       APLICAR-UM-AFASTAMENTO.
           MOVE AT-MATRICULA(IX-AF) TO PT-MATRICULA.
           MOVE ZEROS TO MINUTOS-COMP MINUTOS-NOTURNOS.
           PERFORM APURAR-MINUTOS-AFASTADOS.

           IF AT-TIPO(IX-AF) = "C"
              MOVE MINUTOS-AFASTADOS TO MINUTOS-COMP
              MOVE ZEROS TO MINUTOS-NORMAIS MINUTOS-50 MINUTOS-100
              PERFORM ACUMULAR-FUNCIONARIO
           ELSE
           IF AT-TIPO(IX-AF) = "I"
              COMPUTE SEMANA-INI = (AT-DIA-INI(IX-AF) - 1) / 7
              COMPUTE SEMANA-FIM = (AT-DIA-FIM(IX-AF) - 1) / 7
              COMPUTE QTD-SEMANAS-DSR = SEMANA-FIM - SEMANA-INI + 1
              COMPUTE DATA-JORNADA =
                 (COMPETENCIA * 100) + AT-DIA-INI(IX-AF)
              CALL "JORNADA-VIGENTE" USING PT-MATRICULA,
                 DATA-JORNADA, JORNADA-DIA
              COMPUTE MINUTOS-DSR = QTD-SEMANAS-DSR * JV-MINUTOS-DIA
              MOVE ZEROS TO MINUTOS-NORMAIS MINUTOS-50 MINUTOS-100
              PERFORM ACUMULAR-FUNCIONARIO
              PERFORM DEBITAR-DSR
                 VARYING IX-FUNC FROM 1 BY 1
                 UNTIL IX-FUNC > QTD-FUNCIONARIOS
           ELSE
              MOVE MINUTOS-AFASTADOS TO MINUTOS-NORMAIS
              MOVE ZEROS TO MINUTOS-50 MINUTOS-100
              PERFORM ACUMULAR-FUNCIONARIO.

      * The jornada minutes of the afastamento's working days in
      * the month, each day valued by the jornada in force on it.
       APURAR-MINUTOS-AFASTADOS.
           MOVE ZEROS TO MINUTOS-AFASTADOS.
           PERFORM SOMAR-DIA-AFASTADO
              VARYING DIA-AFASTADO FROM AT-DIA-INI(IX-AF) BY 1
              UNTIL DIA-AFASTADO > AT-DIA-FIM(IX-AF).

       SOMAR-DIA-AFASTADO.
           COMPUTE DATA-JORNADA = (COMPETENCIA * 100) + DIA-AFASTADO.
           CALL "JORNADA-VIGENTE" USING PT-MATRICULA, DATA-JORNADA,
              JORNADA-DIA.
           IF JV-DIA-UTIL
              ADD JV-MINUTOS-DIA TO MINUTOS-AFASTADOS.

       DEBITAR-DSR.
           IF PT-MATRICULA = FT-MATRICULA(IX-FUNC)
              IF FT-MIN-NORMAIS(IX-FUNC) > MINUTOS-DSR
              " dias " AT-DIA-INI(IX-AF) " a " AT-DIA-FIM(IX-AF)
              " (" DIAS-AFASTADO " dias)".

      * The adhesions in force in the competencia: from the adesao
      * month on, and before the cancelamento month when cancelled.
      * A missing BHADESAO.DAT just means nobody signed up.
       CARREGAR-ADESOES.
           MOVE ZEROS TO QTD-ADESOES.

           OPEN INPUT ARQUIVO-ADESOES.
           IF AB-ERRO NOT = "00"
              MOVE "00" TO AB-ERRO
              GO TO CARREGAR-ADESOES-EXIT.

           PERFORM LER-ADESAO UNTIL AB-ERRO = "10".

           CLOSE ARQUIVO-ADESOES.

       CARREGAR-ADESOES-EXIT.
           EXIT.

       LER-ADESAO.
           READ ARQUIVO-ADESOES
              AT END
                 MOVE "10" TO AB-ERRO
              NOT AT END
                 MOVE AB-DATA-ADESAO TO ADESAO-DESDOB
                 MOVE AB-DATA-CANCEL TO CANCEL-DESDOB
                 IF ADESAO-COMPETENCIA NOT > COMPETENCIA
                    AND (ADESAO-ATIVA
                    OR CANCEL-COMPETENCIA > COMPETENCIA)
                    AND QTD-ADESOES < 500
                    ADD 1 TO QTD-ADESOES
                    MOVE AB-MATRICULA TO AD-MATRICULA(QTD-ADESOES)
                 END-IF
           END-READ.

      * Builds each lot's balance from the ledger. This
      * competencia's own movements (a previous run of the same
      * closing) are left out, so a rerun starts from the balances
      * the month opened with; the rescisao payouts always count.
      * A movement of a later competencia means this one is being
      * closed out of order, and the closing is refused.
       CARREGAR-BANCO-HORAS.
           MOVE ZEROS TO QTD-LOTES QTD-ESTORNADOS QTD-POSTERIORES.
           MOVE "N" TO SW-BANCO-EXISTE SW-BANCO-ERRO.
           MOVE COMPETENCIA TO COMPETENCIA-DESDOB.
           COMPUTE MESES-COMPETENCIA = ANO-COMP * 12 + MES-COMP.

           OPEN INPUT ARQUIVO-BANCO-HORAS.
           IF BH-ERRO NOT = "00"
              MOVE "00" TO BH-ERRO
              GO TO CARREGAR-BANCO-HORAS-EXIT.

           MOVE "S" TO SW-BANCO-EXISTE.
           PERFORM LER-BANCO-HORAS UNTIL BH-ERRO = "10".

           CLOSE ARQUIVO-BANCO-HORAS.

           IF QTD-POSTERIORES > ZEROS
              DISPLAY "Banco de horas ja movimentado em competencia "
                 "posterior a " COMPETENCIA ": fechamento recusado !"
              MOVE "S" TO SW-BANCO-ERRO.

           IF QTD-ESTORNADOS > ZEROS
              DISPLAY "Movimentos anteriores do banco de horas na "
                 "competencia substituidos: " QTD-ESTORNADOS.

       CARREGAR-BANCO-HORAS-EXIT.
           EXIT.

       LER-BANCO-HORAS.
           READ ARQUIVO-BANCO-HORAS
              AT END
                 MOVE "10" TO BH-ERRO
              NOT AT END
                 PERFORM CARREGAR-MOVIMENTO
                    THRU CARREGAR-MOVIMENTO-EXIT
           END-READ.

       CARREGAR-MOVIMENTO.
           IF NOT BH-RESCISAO AND BH-COMPETENCIA > COMPETENCIA
              ADD 1 TO QTD-POSTERIORES
              GO TO CARREGAR-MOVIMENTO-EXIT.
           IF NOT BH-RESCISAO AND BH-COMPETENCIA = COMPETENCIA
              ADD 1 TO QTD-ESTORNADOS
              GO TO CARREGAR-MOVIMENTO-EXIT.

           MOVE BH-MATRICULA TO LOTE-MATRICULA-BUSCA.
           MOVE BH-ORIGEM TO LOTE-ORIGEM-BUSCA.
           PERFORM BUSCAR-LOTE.
           IF LOTE-ACHADO
              SET IX-BL TO POS-LOTE
           ELSE
              IF QTD-LOTES = 3000
                 DISPLAY "Relacao de lotes do banco de horas cheia !"
                 MOVE "S" TO SW-BANCO-ERRO
                 GO TO CARREGAR-MOVIMENTO-EXIT
              END-IF
              ADD 1 TO QTD-LOTES
              SET IX-BL TO QTD-LOTES
              MOVE BH-MATRICULA TO BL-MATRICULA(IX-BL)
              MOVE BH-ORIGEM TO BL-ORIGEM(IX-BL)
           END-IF.

           IF BH-CREDITO
              ADD BH-MIN-50 TO BL-SALDO-50(IX-BL)
              ADD BH-MIN-100 TO BL-SALDO-100(IX-BL)
           ELSE
              SUBTRACT BH-MIN-50 FROM BL-SALDO-50(IX-BL)
              SUBTRACT BH-MIN-100 FROM BL-SALDO-100(IX-BL).

       CARREGAR-MOVIMENTO-EXIT.
           EXIT.

      * Finds the lot LOTE-MATRICULA-BUSCA/LOTE-ORIGEM-BUSCA and
      * leaves its position in POS-LOTE.
       BUSCAR-LOTE.
           MOVE "N" TO SW-LOTE-ACHADO.
           PERFORM COMPARAR-LOTE
              VARYING IX-BL FROM 1 BY 1
              UNTIL IX-BL > QTD-LOTES.

       COMPARAR-LOTE.
           IF LOTE-MATRICULA-BUSCA = BL-MATRICULA(IX-BL)
              AND LOTE-ORIGEM-BUSCA = BL-ORIGEM(IX-BL)
              MOVE "S" TO SW-LOTE-ACHADO
              SET POS-LOTE TO IX-BL
              SET IX-BL TO QTD-LOTES.

      * Banks each adherent's overtime, draws the compensacao days
      * on the balance, then pays every lot whose window ran out.
       PROCESSAR-BANCO-HORAS.
           MOVE ZEROS TO QTD-NOVOS.
           PERFORM BANCAR-FUNCIONARIO
              VARYING IX-FUNC FROM 1 BY 1
              UNTIL IX-FUNC > QTD-FUNCIONARIOS.
           PERFORM PAGAR-LOTE-VENCIDO THRU PAGAR-LOTE-VENCIDO-EXIT
              VARYING IX-BL FROM 1 BY 1
              UNTIL IX-BL > QTD-LOTES.

       BANCAR-FUNCIONARIO.
           MOVE FT-MATRICULA(IX-FUNC) TO PT-MATRICULA.
           MOVE "N" TO SW-ADERIU.
           PERFORM CONFERIR-ADESAO
              VARYING IX-AD FROM 1 BY 1
              UNTIL IX-AD > QTD-ADESOES.

           IF ADERIU-BANCO
              AND (FT-MIN-50(IX-FUNC) > ZEROS
              OR FT-MIN-100(IX-FUNC) > ZEROS)
              PERFORM CREDITAR-BANCO.

           IF FT-MIN-COMP(IX-FUNC) > ZEROS
              PERFORM COMPENSAR-BANCO.

       CONFERIR-ADESAO.
           IF PT-MATRICULA = AD-MATRICULA(IX-AD)
              MOVE "S" TO SW-ADERIU
              SET IX-AD TO QTD-ADESOES.

      * The month's overtime opens a lot of its own and leaves the
      * roster; without room on the tables it stays on the roster
      * and is paid as before.
       CREDITAR-BANCO.
           IF QTD-LOTES = 3000 OR QTD-NOVOS = 2000
              DISPLAY "Aviso: banco de horas sem espaco, extras da "
                 "matricula " PT-MATRICULA " pagas no roster !"
           ELSE
              ADD 1 TO QTD-LOTES
              SET IX-BL TO QTD-LOTES
              MOVE PT-MATRICULA TO BL-MATRICULA(IX-BL)
              MOVE COMPETENCIA TO BL-ORIGEM(IX-BL)
              MOVE FT-MIN-50(IX-FUNC) TO BL-SALDO-50(IX-BL)
              MOVE FT-MIN-100(IX-FUNC) TO BL-SALDO-100(IX-BL)
              MOVE "C" TO MOV-TIPO
              MOVE COMPETENCIA TO MOV-ORIGEM
              MOVE FT-MIN-50(IX-FUNC) TO MOV-MIN-50
              MOVE FT-MIN-100(IX-FUNC) TO MOV-MIN-100
              PERFORM GUARDAR-MOVIMENTO
              MOVE ZEROS TO FT-MIN-50(IX-FUNC) FT-MIN-100(IX-FUNC).

      * Compensacao minutes are drawn on the lots oldest first, the
      * 50% minutes of a lot before its 100% ones; what the balance
      * covers is paid as normal hours, the rest is reported and
      * not paid.
       COMPENSAR-BANCO.
           MOVE FT-MIN-COMP(IX-FUNC) TO MINUTOS-A-COMPENSAR.
           PERFORM DEBITAR-LOTE THRU DEBITAR-LOTE-EXIT
              VARYING IX-BL FROM 1 BY 1
              UNTIL IX-BL > QTD-LOTES
              OR MINUTOS-A-COMPENSAR = ZEROS.

           COMPUTE FT-MIN-NORMAIS(IX-FUNC) = FT-MIN-NORMAIS(IX-FUNC)
              + FT-MIN-COMP(IX-FUNC) - MINUTOS-A-COMPENSAR.
           MOVE MINUTOS-A-COMPENSAR TO FT-MIN-SEM-SALDO(IX-FUNC).
           IF MINUTOS-A-COMPENSAR > ZEROS
              DISPLAY "Aviso: matricula " PT-MATRICULA
                 " sem saldo p/ " MINUTOS-A-COMPENSAR
                 " min de compensacao, nao pagos !".

       DEBITAR-LOTE.
           IF BL-MATRICULA(IX-BL) NOT = PT-MATRICULA
              GO TO DEBITAR-LOTE-EXIT.

           MOVE ZEROS TO MOV-MIN-50 MOV-MIN-100.
           IF BL-SALDO-50(IX-BL) > ZEROS
              IF BL-SALDO-50(IX-BL) < MINUTOS-A-COMPENSAR
                 MOVE BL-SALDO-50(IX-BL) TO MOV-MIN-50
              ELSE
                 MOVE MINUTOS-A-COMPENSAR TO MOV-MIN-50
              END-IF
              SUBTRACT MOV-MIN-50 FROM BL-SALDO-50(IX-BL)
                 MINUTOS-A-COMPENSAR
           END-IF.
           IF BL-SALDO-100(IX-BL) > ZEROS
              IF BL-SALDO-100(IX-BL) < MINUTOS-A-COMPENSAR
                 MOVE BL-SALDO-100(IX-BL) TO MOV-MIN-100
              ELSE
                 MOVE MINUTOS-A-COMPENSAR TO MOV-MIN-100
              END-IF
              SUBTRACT MOV-MIN-100 FROM BL-SALDO-100(IX-BL)
                 MINUTOS-A-COMPENSAR
           END-IF.

           IF MOV-MIN-50 > ZEROS OR MOV-MIN-100 > ZEROS
              MOVE "D" TO MOV-TIPO
              MOVE BL-ORIGEM(IX-BL) TO MOV-ORIGEM
              PERFORM GUARDAR-MOVIMENTO.

       DEBITAR-LOTE-EXIT.
           EXIT.

      * A lot with a balance left once its window has run out is
      * paid on this roster, each minute at the rate it was earned.
       PAGAR-LOTE-VENCIDO.
           IF BL-SALDO-50(IX-BL) NOT > ZEROS
              AND BL-SALDO-100(IX-BL) NOT > ZEROS
              GO TO PAGAR-LOTE-VENCIDO-EXIT.

           MOVE BL-ORIGEM(IX-BL) TO LOTE-DESDOB.
           COMPUTE MESES-LOTE = ANO-LOTE * 12 + MES-LOTE.
           IF MESES-LOTE + MESES-VENCIMENTO > MESES-COMPETENCIA
              GO TO PAGAR-LOTE-VENCIDO-EXIT.

           MOVE BL-MATRICULA(IX-BL) TO PT-MATRICULA.
           MOVE ZEROS TO MINUTOS-NORMAIS MINUTOS-COMP
              MINUTOS-50 MINUTOS-100 MINUTOS-NOTURNOS.
           IF BL-SALDO-50(IX-BL) > ZEROS
              MOVE BL-SALDO-50(IX-BL) TO MINUTOS-50.
           IF BL-SALDO-100(IX-BL) > ZEROS
              MOVE BL-SALDO-100(IX-BL) TO MINUTOS-100.
           PERFORM ACUMULAR-FUNCIONARIO.

           MOVE "V" TO MOV-TIPO.
           MOVE BL-ORIGEM(IX-BL) TO MOV-ORIGEM.
           MOVE MINUTOS-50 TO MOV-MIN-50.
           MOVE MINUTOS-100 TO MOV-MIN-100.
           PERFORM GUARDAR-MOVIMENTO.
           MOVE ZEROS TO BL-SALDO-50(IX-BL) BL-SALDO-100(IX-BL).

       PAGAR-LOTE-VENCIDO-EXIT.
           EXIT.

       GUARDAR-MOVIMENTO.
           IF QTD-NOVOS = 2000
              DISPLAY "Aviso: relacao de movimentos do banco de horas "
                 "cheia, matricula " PT-MATRICULA " nao registrada !"
           ELSE
              ADD 1 TO QTD-NOVOS
              SET IX-NM TO QTD-NOVOS
              MOVE PT-MATRICULA TO NM-MATRICULA(IX-NM)
              MOVE MOV-TIPO TO NM-TIPO(IX-NM)
              MOVE MOV-ORIGEM TO NM-ORIGEM(IX-NM)
              MOVE MOV-MIN-50 TO NM-MIN-50(IX-NM)
              MOVE MOV-MIN-100 TO NM-MIN-100(IX-NM).

      * The balance statement of the closing: per matricula, the
      * balance the month opened with, what was banked, compensated
      * and paid on expiry, and the balance carried forward.
       IMPRIMIR-EXTRATO-BANCO.
           MOVE ZEROS TO QTD-EXTRATO.
           PERFORM SOMAR-LOTE-EXTRATO
              VARYING IX-BL FROM 1 BY 1
              UNTIL IX-BL > QTD-LOTES.
           PERFORM SOMAR-MOVIMENTO-EXTRATO
              VARYING IX-NM FROM 1 BY 1
              UNTIL IX-NM > QTD-NOVOS.
           PERFORM SOMAR-SEM-SALDO-EXTRATO
              VARYING IX-FUNC FROM 1 BY 1
              UNTIL IX-FUNC > QTD-FUNCIONARIOS.

           IF QTD-EXTRATO = ZEROS
              GO TO IMPRIMIR-EXTRATO-BANCO-FIM.

           DISPLAY "--- Banco de horas da competencia " COMPETENCIA
              " (minutos) ---".
           DISPLAY "Matr.  Anter.    Cred.    Comp."
              "    Venc.    Saldo   S/sal.".
           PERFORM IMPRIMIR-LINHA-EXTRATO
              VARYING IX-EX FROM 1 BY 1
              UNTIL IX-EX > QTD-EXTRATO.

       IMPRIMIR-EXTRATO-BANCO-FIM.
           EXIT.

       SOMAR-LOTE-EXTRATO.
           IF BL-SALDO-50(IX-BL) NOT = ZEROS
              OR BL-SALDO-100(IX-BL) NOT = ZEROS
              MOVE BL-MATRICULA(IX-BL) TO LOTE-MATRICULA-BUSCA
              PERFORM POSICIONAR-EXTRATO
              IF EXT-ACHADO
                 ADD BL-SALDO-50(IX-BL) BL-SALDO-100(IX-BL)
                    TO EX-SALDO(IX-EX)
              END-IF
           END-IF.

       SOMAR-MOVIMENTO-EXTRATO.
           MOVE NM-MATRICULA(IX-NM) TO LOTE-MATRICULA-BUSCA.
           PERFORM POSICIONAR-EXTRATO.
           IF EXT-ACHADO
              EVALUATE NM-TIPO(IX-NM)
                 WHEN "C"
                    ADD NM-MIN-50(IX-NM) NM-MIN-100(IX-NM)
                       TO EX-CREDITO(IX-EX)
                 WHEN "D"
                    ADD NM-MIN-50(IX-NM) NM-MIN-100(IX-NM)
                       TO EX-COMPENSADO(IX-EX)
                 WHEN OTHER
                    ADD NM-MIN-50(IX-NM) NM-MIN-100(IX-NM)
                       TO EX-VENCIDO(IX-EX)
              END-EVALUATE.

       SOMAR-SEM-SALDO-EXTRATO.
           IF FT-MIN-SEM-SALDO(IX-FUNC) > ZEROS
              MOVE FT-MATRICULA(IX-FUNC) TO LOTE-MATRICULA-BUSCA
              PERFORM POSICIONAR-EXTRATO
              IF EXT-ACHADO
                 MOVE FT-MIN-SEM-SALDO(IX-FUNC) TO EX-SEM-SALDO(IX-EX)
              END-IF
           END-IF.

      * Leaves IX-EX on the statement line of LOTE-MATRICULA-BUSCA,
      * opening one when needed.
       POSICIONAR-EXTRATO.
           MOVE "N" TO SW-EXT-ACHADO.
           PERFORM COMPARAR-EXTRATO
              VARYING IX-EX FROM 1 BY 1
              UNTIL IX-EX > QTD-EXTRATO OR EXT-ACHADO.
           IF EXT-ACHADO
              SET IX-EX DOWN BY 1
           ELSE
              IF QTD-EXTRATO < 500
                 ADD 1 TO QTD-EXTRATO
                 SET IX-EX TO QTD-EXTRATO
                 MOVE LOTE-MATRICULA-BUSCA TO EX-MATRICULA(IX-EX)
                 MOVE "S" TO SW-EXT-ACHADO
              END-IF
           END-IF.

       COMPARAR-EXTRATO.
           IF LOTE-MATRICULA-BUSCA = EX-MATRICULA(IX-EX)
              MOVE "S" TO SW-EXT-ACHADO.

       IMPRIMIR-LINHA-EXTRATO.
           COMPUTE SALDO-ANTERIOR = EX-SALDO(IX-EX)
              - EX-CREDITO(IX-EX) + EX-COMPENSADO(IX-EX)
              + EX-VENCIDO(IX-EX).
           MOVE EX-MATRICULA(IX-EX) TO LE-MATRICULA.
           MOVE SALDO-ANTERIOR TO LE-ANTERIOR.
           MOVE EX-CREDITO(IX-EX) TO LE-CREDITO.
           MOVE EX-COMPENSADO(IX-EX) TO LE-COMPENSADO.
           MOVE EX-VENCIDO(IX-EX) TO LE-VENCIDO.
           MOVE EX-SALDO(IX-EX) TO LE-SALDO.
           MOVE EX-SEM-SALDO(IX-EX) TO LE-SEM-SALDO.
           DISPLAY LINHA-EXTRATO.

      * Copy-and-replace of BANCOHORAS.DAT: every movement kept
      * except this competencia's from an earlier run and the
      * movements of lots used up more than a year ago, then the
      * movements of this closing.
       GRAVAR-BANCO-HORAS.
           OPEN OUTPUT ARQUIVO-BANCO-NOVO.
           IF BHNOVO-ERRO NOT = "00"
              DISPLAY "Erro ao abrir arquivo temporario, status "
                 BHNOVO-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO GRAVAR-BANCO-HORAS-EXIT.

           IF BANCO-EXISTE
              OPEN INPUT ARQUIVO-BANCO-HORAS
              PERFORM COPIAR-BANCO-HORAS UNTIL BH-ERRO = "10"
              CLOSE ARQUIVO-BANCO-HORAS.

           PERFORM GRAVAR-MOVIMENTO-NOVO
              VARYING IX-NM FROM 1 BY 1
              UNTIL IX-NM > QTD-NOVOS.

           CLOSE ARQUIVO-BANCO-NOVO.

           IF BANCO-EXISTE
              CALL "CBL_DELETE_FILE" USING NOME-BANCO-ARQUIVO.
           CALL "CBL_RENAME_FILE" USING NOVO-BANCO-ARQUIVO
              NOME-BANCO-ARQUIVO.

           DISPLAY "Movimentos do banco de horas.: " QTD-NOVOS.

       GRAVAR-BANCO-HORAS-EXIT.
           EXIT.

       COPIAR-BANCO-HORAS.
           READ ARQUIVO-BANCO-HORAS
              AT END
                 MOVE "10" TO BH-ERRO
              NOT AT END
                 PERFORM FILTRAR-MOVIMENTO THRU FILTRAR-MOVIMENTO-EXIT
           END-READ.

       FILTRAR-MOVIMENTO.
           IF NOT BH-RESCISAO AND BH-COMPETENCIA = COMPETENCIA
              GO TO FILTRAR-MOVIMENTO-EXIT.

           MOVE BH-ORIGEM TO LOTE-DESDOB.
           COMPUTE MESES-LOTE = ANO-LOTE * 12 + MES-LOTE.
           IF MESES-LOTE + MESES-EXPURGO NOT > MESES-COMPETENCIA
              MOVE BH-MATRICULA TO LOTE-MATRICULA-BUSCA
              MOVE BH-ORIGEM TO LOTE-ORIGEM-BUSCA
              PERFORM BUSCAR-LOTE
              IF LOTE-ACHADO
                 SET IX-BL TO POS-LOTE
                 IF BL-SALDO-50(IX-BL) = ZEROS
                    AND BL-SALDO-100(IX-BL) = ZEROS
                    GO TO FILTRAR-MOVIMENTO-EXIT
                 END-IF
              END-IF
           END-IF.

           MOVE REG-BANCO-HORAS TO REG-BANCO-NOVO.
           WRITE REG-BANCO-NOVO.

       FILTRAR-MOVIMENTO-EXIT.
           EXIT.

       GRAVAR-MOVIMENTO-NOVO.
           MOVE NM-MATRICULA(IX-NM) TO BH-MATRICULA.
           MOVE COMPETENCIA TO BH-COMPETENCIA.
           MOVE NM-TIPO(IX-NM) TO BH-TIPO.
           MOVE NM-ORIGEM(IX-NM) TO BH-ORIGEM.
           MOVE NM-MIN-50(IX-NM) TO BH-MIN-50.
           MOVE NM-MIN-100(IX-NM) TO BH-MIN-100.
           MOVE REG-BANCO-HORAS TO REG-BANCO-NOVO.
           WRITE REG-BANCO-NOVO.

           IF BHNOVO-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-BANCO-NOVO, status "
                 BHNOVO-ERRO.

      * Each closing replaces ROSTER.DAT: the roster is this
      * competencia's payable hours, not an accumulating history.
       GRAVAR-ROSTER.
           OPEN OUTPUT ARQUIVO-ROSTER.
           IF RH-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-ROSTER, status " RH-ERRO
              MOVE "S" TO SW-ROSTER-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO GRAVAR-ROSTER-EXIT.

           PERFORM GRAVAR-LINHA-ROSTER
              FT-MIN-NORMAIS(IX-FUNC) / 60.
           COMPUTE RH-EXTRAS-50 ROUNDED = FT-MIN-50(IX-FUNC) / 60.
           COMPUTE RH-EXTRAS-100 ROUNDED = FT-MIN-100(IX-FUNC) / 60.
           COMPUTE RH-HORAS-NOTURNAS ROUNDED =
              FT-MIN-NOTURNOS(IX-FUNC) / MINUTOS-HORA-NOTURNA.
           WRITE REG-ROSTER.

           IF RH-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-ROSTER, status " RH-ERRO.

      * The closing's counts land on JOBLOG.DAT as a CONTAGEM event
      * for the monthly chain's closing certificate: the employees
      * sent to ROSTER.DAT.
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
           MOVE "FECHAR-PONTO" TO JL-PROGRAMA.
           MOVE "CONTAGEM" TO JL-EVENTO.
           MOVE QTD-FUNCIONARIOS TO JL-QTD-PROC.
           MOVE ZEROS TO JL-QTD-REJ.
           WRITE REG-JOBLOG.

           IF JL-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-JOBLOG, status " JL-ERRO.

           CLOSE ARQUIVO-JOBLOG.

       GRAVAR-CONTAGEM-EXIT.
           EXIT.

       END PROGRAM FECHAR-PONTO.
