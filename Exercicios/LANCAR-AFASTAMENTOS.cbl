      * 2026-09-02  FUNCIONARIOS.DAT reorganized as an INDEXED file
      *             keyed on FN-MATRICULA; BUSCAR-FUNCIONARIO became
      *             a keyed READ, same as the payroll programs.
      * 2026-10-15  New tipo C, compensacao: a day off paid out of
      *             the banco de horas. It is accepted only for a
      *             matricula whose adhesion (BHADESAO.DAT) is in
      *             force, inside a single month, and when the
      *             balance on BANCOHORAS.DAT - less the compensacao
      *             days already keyed for months the ponto closing
      *             has not posted yet - covers 8h per day.
      * 2026-10-15  A compensacao day draws the minutes of the
      *             employee's jornada on that day (JORNADA-VIGENTE)
      *             instead of a flat 8h, and the days off of the
      *             jornada draw nothing - the same count the ponto
      *             closing debits.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANCAR-AFASTAMENTOS.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AF-ERRO.

           SELECT ARQUIVO-ADESOES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AB-ERRO.

           SELECT ARQUIVO-BANCO-HORAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BH-ERRO.

           SELECT ARQUIVO-FUNCIONARIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
       01  REG-AFASTAMENTO.
           COPY REGAFAST.

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

       FD  ARQUIVO-FUNCIONARIOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 105 CHARACTERS
       77  DATA-INICIO PIC 9(08) VALUE ZEROS.
       77  DATA-FIM    PIC 9(08) VALUE ZEROS.
       77  TIPO-AFASTAMENTO PIC X(01) VALUE SPACE.
           88 TIPO-VALIDO VALUE "A", "F", "I", "C".
           88 TIPO-COMPENSACAO VALUE "C".
       77  AB-ERRO PIC X(02) VALUE "00".
       77  BH-ERRO PIC X(02) VALUE "00".
       77  SW-ADESAO PIC X(01) VALUE "N".
           88 ADERIU-BANCO        VALUE "S".
       77  SW-COMPENSACAO-OK PIC X(01) VALUE "N".
           88 COMPENSACAO-OK      VALUE "S".
       77  ULTIMA-COMP-POSTADA PIC 9(06) VALUE ZEROS.
       77  SALDO-BANCO PIC S9(07) VALUE ZEROS.
       77  MINUTOS-PEDIDOS PIC 9(06) VALUE ZEROS.
       77  MINUTOS-PENDENTES PIC 9(06) VALUE ZEROS.
       77  DIAS-COMPENSACAO PIC 9(02) VALUE ZEROS.
       77  DIA-COMPENSACAO PIC 9(02) VALUE ZEROS.
       77  MINUTOS-COMPENSACAO PIC 9(06) VALUE ZEROS.

       01  DATA-JORNADA.
           05  DJ-COMPETENCIA PIC 9(06).
           05  DJ-DIA         PIC 9(02).

      * The matricula's jornada on each day of a compensacao.
       01  JORNADA-DIA.
           COPY REGJVIG.

       01  COMPENSACAO-INICIO.
           05  CI-COMPETENCIA PIC 9(06).
           05  CI-DIA         PIC 9(02).

       01  COMPENSACAO-FIM.
           05  CF-COMPETENCIA PIC 9(06).
           05  CF-DIA         PIC 9(02).

       01  ADESAO-DESDOB.
           05  ADESAO-COMPETENCIA PIC 9(06).
           05  FILLER             PIC 9(02).

       01  CANCEL-DESDOB.
           05  CANCEL-COMPETENCIA PIC 9(06).
           05  FILLER             PIC 9(02).

       01  FUNC-ATUAL.
           COPY REGFUNC REPLACING
           MOVE SPACE TO TIPO-AFASTAMENTO.
           PERFORM ENTRAR-TIPO UNTIL TIPO-VALIDO.

           IF TIPO-COMPENSACAO
              PERFORM CONFERIR-COMPENSACAO
                 THRU CONFERIR-COMPENSACAO-EXIT
              IF NOT COMPENSACAO-OK
                 GO TO LANCAR-AFASTAMENTO-EXIT
              END-IF
           END-IF.

           PERFORM GRAVAR-AFASTAMENTO THRU GRAVAR-AFASTAMENTO-EXIT.

       LANCAR-AFASTAMENTO-EXIT.

       ENTRAR-TIPO.
           DISPLAY "Tipo (A=atestado, F=ferias, "
              "I=falta injustificada, C=compensacao) :"
           ACCEPT TIPO-AFASTAMENTO.
           IF NOT TIPO-VALIDO
              DISPLAY "Tipo invalido !".
       GRAVAR-AFASTAMENTO-EXIT.
           EXIT.

      * A compensacao draws the jornada of each day on the banco de
      * horas: the
      * adhesion must be in force in the month, the period cannot
      * cross a month (the ponto closing debits it month by month),
      * and the balance must cover it after the compensacoes keyed
      * for the months not yet posted by the closing.
       CONFERIR-COMPENSACAO.
           MOVE "N" TO SW-COMPENSACAO-OK.
           MOVE DATA-INICIO TO COMPENSACAO-INICIO.
           MOVE DATA-FIM TO COMPENSACAO-FIM.
           IF CI-COMPETENCIA NOT = CF-COMPETENCIA
              DISPLAY "Compensacao deve ficar dentro de um mes !"
              GO TO CONFERIR-COMPENSACAO-EXIT.

           PERFORM CONFERIR-ADESAO THRU CONFERIR-ADESAO-EXIT.
           IF NOT ADERIU-BANCO
              DISPLAY "Matricula sem adesao ao banco de horas "
                 "em vigor no mes !"
              GO TO CONFERIR-COMPENSACAO-EXIT.

           COMPUTE DIAS-COMPENSACAO = CF-DIA - CI-DIA + 1.
           PERFORM APURAR-MINUTOS-COMPENSACAO.
           MOVE MINUTOS-COMPENSACAO TO MINUTOS-PEDIDOS.

           PERFORM APURAR-SALDO-BANCO THRU APURAR-SALDO-BANCO-EXIT.
           PERFORM APURAR-PENDENTES THRU APURAR-PENDENTES-EXIT.
           IF SALDO-BANCO - MINUTOS-PENDENTES < MINUTOS-PEDIDOS
              DISPLAY "Saldo do banco de horas insuficiente: "
                 SALDO-BANCO " min, ja comprometidos "
                 MINUTOS-PENDENTES " min, pedidos "
                 MINUTOS-PEDIDOS " min !"
              GO TO CONFERIR-COMPENSACAO-EXIT.

           MOVE "S" TO SW-COMPENSACAO-OK.

       CONFERIR-COMPENSACAO-EXIT.
           EXIT.

      * In force from the adesao month on; a cancelled adhesion
      * still covers the months before the cancelamento.
       CONFERIR-ADESAO.
           MOVE "N" TO SW-ADESAO.

           OPEN INPUT ARQUIVO-ADESOES.
           IF AB-ERRO NOT = "00"
              MOVE "00" TO AB-ERRO
              GO TO CONFERIR-ADESAO-EXIT.

           PERFORM LER-ADESAO UNTIL AB-ERRO = "10".

           CLOSE ARQUIVO-ADESOES.

       CONFERIR-ADESAO-EXIT.
           EXIT.

       LER-ADESAO.
           READ ARQUIVO-ADESOES
              AT END
                 MOVE "10" TO AB-ERRO
              NOT AT END
                 IF AB-MATRICULA = MATRICULA
                    MOVE AB-DATA-ADESAO TO ADESAO-DESDOB
                    MOVE AB-DATA-CANCEL TO CANCEL-DESDOB
                    IF ADESAO-COMPETENCIA NOT > CI-COMPETENCIA
                       AND (ADESAO-ATIVA
                       OR CANCEL-COMPETENCIA > CI-COMPETENCIA)
                       MOVE "S" TO SW-ADESAO
                    END-IF
                 END-IF
           END-READ.

      * The balance is every credit less every movement drawn on
      * it; the last competencia the closing posted is noted so the
      * compensacoes still pending can be told apart.
       APURAR-SALDO-BANCO.
           MOVE ZEROS TO SALDO-BANCO ULTIMA-COMP-POSTADA.

           OPEN INPUT ARQUIVO-BANCO-HORAS.
           IF BH-ERRO NOT = "00"
              MOVE "00" TO BH-ERRO
              GO TO APURAR-SALDO-BANCO-EXIT.

           PERFORM LER-BANCO-HORAS UNTIL BH-ERRO = "10".

           CLOSE ARQUIVO-BANCO-HORAS.

       APURAR-SALDO-BANCO-EXIT.
           EXIT.

       LER-BANCO-HORAS.
           READ ARQUIVO-BANCO-HORAS
              AT END
                 MOVE "10" TO BH-ERRO
              NOT AT END
                 IF NOT BH-RESCISAO
                    AND BH-COMPETENCIA > ULTIMA-COMP-POSTADA
                    MOVE BH-COMPETENCIA TO ULTIMA-COMP-POSTADA
                 END-IF
                 IF BH-MATRICULA = MATRICULA
                    IF BH-CREDITO
                       ADD BH-MIN-50 BH-MIN-100 TO SALDO-BANCO
                    ELSE
                       SUBTRACT BH-MIN-50 BH-MIN-100 FROM SALDO-BANCO
                    END-IF
                 END-IF
           END-READ.

      * Compensacoes of the matricula already on AFASTAMENTOS.DAT
      * for months after the last one posted.
       APURAR-PENDENTES.
           MOVE ZEROS TO MINUTOS-PENDENTES.

           OPEN INPUT ARQUIVO-AFASTAMENTOS.
           IF AF-ERRO NOT = "00"
              MOVE "00" TO AF-ERRO
              GO TO APURAR-PENDENTES-EXIT.

           PERFORM LER-PENDENTE UNTIL AF-ERRO = "10".

           CLOSE ARQUIVO-AFASTAMENTOS.
           MOVE "00" TO AF-ERRO.

       APURAR-PENDENTES-EXIT.
           EXIT.

       LER-PENDENTE.
           READ ARQUIVO-AFASTAMENTOS
              AT END
                 MOVE "10" TO AF-ERRO
              NOT AT END
                 MOVE AF-DATA-INICIO TO COMPENSACAO-INICIO
                 MOVE AF-DATA-FIM TO COMPENSACAO-FIM
                 IF AF-MATRICULA = MATRICULA
                    AND AFASTAMENTO-COMPENSACAO
                    AND CI-COMPETENCIA > ULTIMA-COMP-POSTADA
                    PERFORM APURAR-MINUTOS-COMPENSACAO
                    ADD MINUTOS-COMPENSACAO TO MINUTOS-PENDENTES
                 END-IF
           END-READ.

      * Minutes of jornada on the working days between
      * COMPENSACAO-INICIO and COMPENSACAO-FIM (one month).
       APURAR-MINUTOS-COMPENSACAO.
           MOVE ZEROS TO MINUTOS-COMPENSACAO.
           MOVE CI-COMPETENCIA TO DJ-COMPETENCIA.
           PERFORM SOMAR-DIA-COMPENSACAO
              VARYING DIA-COMPENSACAO FROM CI-DIA BY 1
              UNTIL DIA-COMPENSACAO > CF-DIA.

       SOMAR-DIA-COMPENSACAO.
           MOVE DIA-COMPENSACAO TO DJ-DIA.
           CALL "JORNADA-VIGENTE" USING MATRICULA, DATA-JORNADA,
              JORNADA-DIA.
           IF JV-DIA-UTIL
              ADD JV-MINUTOS-DIA TO MINUTOS-COMPENSACAO.

      * Keyed READ on the indexed cadastro, same as PONTO-DIARIO.
       BUSCAR-FUNCIONARIO.
           MOVE "N" TO SW-FUNC-ENCONTRADO.
