      ******************************************************************
      * Author:       BERGAMASCHI, MARCELO.
      * Date:         2026-10-15.
      * Purpose:      Maintains ATRIBUICOES.DAT - which teacher (an
      *               OPERADORES.DAT codigo) teaches which
      *               turma/disciplina in which periodo - so the
      *               notas, recuperacao and frequencia lancamentos
      *               only take a turma assigned to the signed-on
      *               operator, and prints each teacher's workload:
      *               turmas, alunos enrolled, sessions recorded and
      *               grades still pending.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  First version: atribuir and retirar (supervisor
      *             only, the withdrawal rewriting the file the same
      *             copy-and-replace way CADASTRO-ALUNOS does),
      *             consultar and the carga de trabalho report.
      * 2026-10-15  REGTURMA widened to 56 with the carga horaria
      *             (TR-CARGA-HORARIA).
      * 2026-10-15  HISTORICO.DAT is INDEXED with HIST-TURMA as
      *             alternate key: the workload count STARTs at each
      *             turma instead of reading the whole history.
      * 2026-10-15  Assignments and withdrawals go to the common
      *             change log ALTERACOES.DAT through GRAVAR-
      *             ALTERACAO, flagged sensitive since they grant a
      *             teacher access to a turma.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-ATRIBUICOES.
       AUTHOR. BERGAMASCHI, MARCELO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       INSTALLATION. UNISANTA - SANTOS.
       SECURITY. ATRIBUICAO DE TURMAS A PROFESSORES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-486-DX2-66-MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66-MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ATRIBUICOES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DC-ERRO.

           SELECT ARQUIVO-ATRIBUICOES-NOVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DCNOVO-ERRO.

           SELECT ARQUIVO-OPERADORES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS OP-ERRO.

           SELECT ARQUIVO-TURMAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TR-ERRO.

           SELECT ARQUIVO-ENTURMACAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MT-ERRO.

           SELECT ARQUIVO-FREQUENCIA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FQ-ERRO.

           SELECT ARQUIVO-HISTORICO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-CHAVE
           ALTERNATE RECORD KEY IS HIST-TURMA WITH DUPLICATES
           FILE STATUS IS HIST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ATRIBUICOES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS REG-ATRIBUICAO
           VALUE OF FILE-ID "ATRIBUICOES.DAT".

       01  REG-ATRIBUICAO.
           COPY REGATRI.

       FD  ARQUIVO-ATRIBUICOES-NOVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS REG-ATRIBUICAO-NOVO
           VALUE OF FILE-ID "ATRINOVO.DAT".

       01  REG-ATRIBUICAO-NOVO.
           COPY REGATRI REPLACING
              DC-OPERADOR BY DCN-OPERADOR,
              DC-TURMA BY DCN-TURMA,
              DC-PERIODO BY DCN-PERIODO,
              DC-ATIVA BY DCN-ATIVA,
              ATRIBUICAO-ATIVA BY ATRIBUICAO-ATIVA-N,
              ATRIBUICAO-RETIRADA BY ATRIBUICAO-RETIRADA-N.

       FD  ARQUIVO-OPERADORES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS REG-OPERADOR
           VALUE OF FILE-ID "OPERADORES.DAT".

       01  REG-OPERADOR.
           COPY REGOPER.

       FD  ARQUIVO-TURMAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS REG-TURMA
           VALUE OF FILE-ID "TURMAS.DAT".

       01  REG-TURMA.
           COPY REGTURMA.

       FD  ARQUIVO-ENTURMACAO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS REG-ENTURMACAO
           VALUE OF FILE-ID "ENTURMACAO.DAT".

       01  REG-ENTURMACAO.
           COPY REGMATR.

       FD  ARQUIVO-FREQUENCIA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS REG-FREQUENCIA
           VALUE OF FILE-ID "FREQUENCIA.DAT".

       01  REG-FREQUENCIA.
           COPY REGFREQ.

       FD  ARQUIVO-HISTORICO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS REG-HISTORICO
           VALUE OF FILE-ID "HISTORICO.DAT".

       01  REG-HISTORICO.
           COPY REGHIST.

       WORKING-STORAGE SECTION.
       77  DC-ERRO        PIC X(02) VALUE "00".
       77  DCNOVO-ERRO    PIC X(02) VALUE "00".
       77  OP-ERRO        PIC X(02) VALUE "00".
       77  TR-ERRO        PIC X(02) VALUE "00".
       77  MT-ERRO        PIC X(02) VALUE "00".
       77  FQ-ERRO        PIC X(02) VALUE "00".
       77  HIST-ERRO      PIC X(02) VALUE "00".
       77  NOME-ATRI-ARQUIVO PIC X(15) VALUE "ATRIBUICOES.DAT".
       77  NOVO-ATRI-ARQUIVO PIC X(12) VALUE "ATRINOVO.DAT".
       77  CA-OPCAO       PIC 9(01) VALUE ZEROS.
       77  OPERADOR-CODIGO PIC 9(04) VALUE ZEROS.
       77  OPERADOR-PERFIL PIC X(01) VALUE SPACE.
       77  PROGRAMA-LOGON PIC X(15) VALUE "CADASTRO-ATRIB.".
       77  RESULTADO-LOGON PIC X(01) VALUE SPACE.
       77  PROFESSOR      PIC 9(04) VALUE ZEROS.
       77  NOME-PROFESSOR PIC X(30) VALUE SPACES.
       77  TURMA          PIC X(10) VALUE SPACES.
       77  PERIODO-TURMA  PIC X(10) VALUE SPACES.
       77  SW-OPER-ACHADO PIC X(01) VALUE "N".
           88 OPER-ACHADO     VALUE "S".
       77  SW-TURMA-ACHADA PIC X(01) VALUE "N".
           88 TURMA-ACHADA    VALUE "S".
       77  SW-TURMA-ATIVA PIC X(01) VALUE "N".
           88 TURMA-ATIVA-CAD VALUE "S".
       77  SW-ENCONTROU   PIC X(01) VALUE "N".
           88 ENCONTROU       VALUE "S".
       77  SW-ACHOU       PIC X(01) VALUE "N".
           88 ACHOU           VALUE "S".
       77  SW-FIM-ARQ     PIC X(01) VALUE "N".
           88 FIM-ARQ         VALUE "S".
       77  SW-FIM-OPER    PIC X(01) VALUE "N".
           88 FIM-OPER        VALUE "S".
       77  SW-FIM-AUX     PIC X(01) VALUE "N".
           88 FIM-AUX         VALUE "S".
       77  QTD-LISTADAS   PIC 9(03) VALUE ZEROS.
       77  QTD-ATRIBUICOES PIC 9(03) VALUE ZEROS.
       77  QTD-LANCADOS   PIC 9(03) VALUE ZEROS.
       77  QTD-SESSOES    PIC 9(03) VALUE ZEROS.
       77  QTD-MATRICULADOS PIC 9(03) VALUE ZEROS.
       77  QTD-PENDENTES  PIC 9(03) VALUE ZEROS.
       77  QTD-TURMAS-PROF PIC 9(03) VALUE ZEROS.
       77  TOT-MATRICULADOS PIC 9(05) VALUE ZEROS.
       77  TOT-SESSOES    PIC 9(05) VALUE ZEROS.
       77  TOT-PENDENTES  PIC 9(05) VALUE ZEROS.
       77  QTD-PROFESSORES PIC 9(03) VALUE ZEROS.

      * The active assignments, loaded once for the workload report.
       01  TABELA-ATRIBUICOES VALUE SPACES.
           05  ATRIB-TAB OCCURS 300 TIMES INDEXED BY IX-ATRIB.
               10  TA-OPERADOR  PIC 9(04).
               10  TA-TURMA     PIC X(10).
               10  TA-PERIODO   PIC X(10).

      * The matriculas with a lancamento on the history for the
      * turma being counted.
       01  TABELA-LANCADOS VALUE ZEROS.
           05  LANCADO-TAB OCCURS 300 TIMES INDEXED BY IX-LANC
               PIC 9(05).

      * The turma's distinct session dates on FREQUENCIA.DAT.
       01  TABELA-SESSOES VALUE ZEROS.
           05  SESSAO-TAB OCCURS 200 TIMES INDEXED BY IX-SESSAO
               PIC 9(08).

       01  LINHA-CARGA.
           05  LC-TURMA       PIC X(10).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  LC-PERIODO     PIC X(10).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  LC-MATRICULADOS PIC ZZ9.
           05  FILLER         PIC X(08) VALUE SPACES.
           05  LC-SESSOES     PIC ZZ9.
           05  FILLER         PIC X(08) VALUE SPACES.
           05  LC-PENDENTES   PIC ZZ9.

       01  ALTERACAO-CADASTRO.
           COPY REGALTE.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Atribuicao de turmas a professores ---*"

      * Sign-on through the shared EFETUAR-LOGON: only a supervisor
      * assigns or withdraws a turma, so no teacher's own codigo
      * can ever grant a class to itself.
           CALL "EFETUAR-LOGON" USING PROGRAMA-LOGON,
              OPERADOR-CODIGO, OPERADOR-PERFIL, RESULTADO-LOGON.
           IF RESULTADO-LOGON NOT = "S"
              DISPLAY "Identificacao recusada, encerrando."
              MOVE 8 TO RETURN-CODE
              GOBACK.

           DISPLAY "1 - Atribuir turma a professor (superv.)"
           DISPLAY "2 - Consultar turmas de um professor"
           DISPLAY "3 - Retirar atribuicao (superv.)"
           DISPLAY "4 - Carga de trabalho por professor"
           DISPLAY "Opcao:"
           ACCEPT CA-OPCAO.

           IF (CA-OPCAO = 1 OR CA-OPCAO = 3)
              AND OPERADOR-PERFIL NOT = "S"
              DISPLAY "Opcao restrita a supervisor !"
              GOBACK.

           EVALUATE CA-OPCAO
              WHEN 2
                 PERFORM CONSULTAR-PROFESSOR
                    THRU CONSULTAR-PROFESSOR-EXIT
              WHEN 3
                 PERFORM RETIRAR-ATRIBUICAO
                    THRU RETIRAR-ATRIBUICAO-EXIT
              WHEN 4
                 PERFORM RELATORIO-CARGA THRU RELATORIO-CARGA-EXIT
              WHEN OTHER
                 PERFORM ATRIBUIR-TURMA THRU ATRIBUIR-TURMA-EXIT
           END-EVALUATE.

           GOBACK.

      * The periodo of the assignment is the turma's own TR-PERIODO:
      * when the turma is rolled to a new periodo the old line no
      * longer grants it, and the teacher is assigned afresh.
       ATRIBUIR-TURMA.
           PERFORM ENTRAR-PROFESSOR UNTIL PROFESSOR > ZEROS.
           PERFORM LOCALIZAR-OPERADOR THRU LOCALIZAR-OPERADOR-EXIT.
           IF NOT OPER-ACHADO
              DISPLAY "Operador nao cadastrado !"
              GO TO ATRIBUIR-TURMA-EXIT.
           DISPLAY "Professor: " NOME-PROFESSOR.

           PERFORM ENTRAR-TURMA UNTIL TURMA NOT = SPACES.
           PERFORM LOCALIZAR-TURMA THRU LOCALIZAR-TURMA-EXIT.
           IF NOT TURMA-ACHADA
              DISPLAY "Turma nao cadastrada !"
              GO TO ATRIBUIR-TURMA-EXIT.
           IF NOT TURMA-ATIVA-CAD
              DISPLAY "Turma inativa !"
              GO TO ATRIBUIR-TURMA-EXIT.
           DISPLAY "Periodo: " PERIODO-TURMA.

           PERFORM LOCALIZAR-ATRIBUICAO
              THRU LOCALIZAR-ATRIBUICAO-EXIT.
           IF ENCONTROU
              DISPLAY "Turma ja atribuida a este professor "
                 "no periodo !"
              GO TO ATRIBUIR-TURMA-EXIT.

           OPEN EXTEND ARQUIVO-ATRIBUICOES.
           IF DC-ERRO = "35"
              OPEN OUTPUT ARQUIVO-ATRIBUICOES.

           IF DC-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ATRIBUICOES.DAT, status "
                 DC-ERRO
              GO TO ATRIBUIR-TURMA-EXIT.

           MOVE PROFESSOR TO DC-OPERADOR.
           MOVE TURMA TO DC-TURMA.
           MOVE PERIODO-TURMA TO DC-PERIODO.
           MOVE "S" TO DC-ATIVA.
           WRITE REG-ATRIBUICAO.

           IF DC-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-ATRIBUICAO, status "
                 DC-ERRO
           ELSE
              MOVE "I" TO LA-OPERACAO
              MOVE SPACES TO LA-VALOR-ANTIGO
              MOVE "S" TO LA-VALOR-NOVO
              PERFORM GRAVAR-LOG-ALTERACAO.

           CLOSE ARQUIVO-ATRIBUICOES.
           DISPLAY "Turma atribuida.".

       ATRIBUIR-TURMA-EXIT.
           EXIT.

       ENTRAR-PROFESSOR.
           DISPLAY "Codigo do professor (operador) :"
           ACCEPT PROFESSOR.
           IF PROFESSOR = ZEROS
              DISPLAY "Codigo invalido !".

       ENTRAR-TURMA.
           DISPLAY "Turma/disciplina : "
           ACCEPT TURMA.
           IF TURMA = SPACES
              DISPLAY "Nao pode ficar em branco !".

       CONSULTAR-PROFESSOR.
           PERFORM ENTRAR-PROFESSOR UNTIL PROFESSOR > ZEROS.
           PERFORM LOCALIZAR-OPERADOR THRU LOCALIZAR-OPERADOR-EXIT.
           IF NOT OPER-ACHADO
              DISPLAY "Operador nao cadastrado !"
              GO TO CONSULTAR-PROFESSOR-EXIT.
           DISPLAY "Professor: " NOME-PROFESSOR.

           MOVE "N" TO SW-FIM-ARQ.
           OPEN INPUT ARQUIVO-ATRIBUICOES.
           IF DC-ERRO NOT = "00"
              DISPLAY "Nenhuma turma atribuida."
              GO TO CONSULTAR-PROFESSOR-EXIT.

           DISPLAY "Turma      Periodo    Situacao".
           PERFORM LER-ATRIBUICAO-PROFESSOR UNTIL FIM-ARQ.

           CLOSE ARQUIVO-ATRIBUICOES.
           DISPLAY "Atribuicoes listadas: " QTD-LISTADAS.

       CONSULTAR-PROFESSOR-EXIT.
           EXIT.

       LER-ATRIBUICAO-PROFESSOR.
           READ ARQUIVO-ATRIBUICOES
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF DC-OPERADOR = PROFESSOR
                    ADD 1 TO QTD-LISTADAS
                    IF ATRIBUICAO-ATIVA
                       DISPLAY DC-TURMA " " DC-PERIODO " ATIVA"
                    ELSE
                       DISPLAY DC-TURMA " " DC-PERIODO " RETIRADA"
                    END-IF
                 END-IF
           END-READ.

      * Withdraws the teacher's active assignment of the turma for
      * its current periodo, by the same copy-and-replace rewrite
      * CADASTRO-ALUNOS uses; the line stays, marked retirada.
       RETIRAR-ATRIBUICAO.
           PERFORM ENTRAR-PROFESSOR UNTIL PROFESSOR > ZEROS.
           PERFORM ENTRAR-TURMA UNTIL TURMA NOT = SPACES.
           PERFORM LOCALIZAR-TURMA THRU LOCALIZAR-TURMA-EXIT.
           IF NOT TURMA-ACHADA
              DISPLAY "Turma nao cadastrada !"
              GO TO RETIRAR-ATRIBUICAO-EXIT.

           PERFORM LOCALIZAR-ATRIBUICAO
              THRU LOCALIZAR-ATRIBUICAO-EXIT.
           IF NOT ENCONTROU
              DISPLAY "Turma nao atribuida a este professor "
                 "no periodo !"
              GO TO RETIRAR-ATRIBUICAO-EXIT.

           MOVE "N" TO SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-ATRIBUICOES.
           IF DC-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ATRIBUICOES.DAT, status "
                 DC-ERRO
              GO TO RETIRAR-ATRIBUICAO-EXIT.

           OPEN OUTPUT ARQUIVO-ATRIBUICOES-NOVO.
           IF DCNOVO-ERRO NOT = "00"
              DISPLAY "Erro ao abrir arquivo temporario, status "
                 DCNOVO-ERRO
              CLOSE ARQUIVO-ATRIBUICOES
              GO TO RETIRAR-ATRIBUICAO-EXIT.

           PERFORM COPIAR-ATRIBUICAO UNTIL FIM-ARQ.

           CLOSE ARQUIVO-ATRIBUICOES.
           CLOSE ARQUIVO-ATRIBUICOES-NOVO.

           CALL "CBL_DELETE_FILE" USING NOME-ATRI-ARQUIVO.
           CALL "CBL_RENAME_FILE" USING NOVO-ATRI-ARQUIVO
              NOME-ATRI-ARQUIVO.

           MOVE "A" TO LA-OPERACAO.
           MOVE "S" TO LA-VALOR-ANTIGO.
           MOVE "N" TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.

           DISPLAY "Atribuicao retirada.".

       RETIRAR-ATRIBUICAO-EXIT.
           EXIT.

       COPIAR-ATRIBUICAO.
           READ ARQUIVO-ATRIBUICOES
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 MOVE REG-ATRIBUICAO TO REG-ATRIBUICAO-NOVO
                 IF DC-OPERADOR = PROFESSOR AND DC-TURMA = TURMA
                    AND DC-PERIODO = PERIODO-TURMA
                    MOVE "N" TO DCN-ATIVA
                 END-IF
                 WRITE REG-ATRIBUICAO-NOVO
           END-READ.

      * One change-log line for the assignment's ATIVA flag, keyed
      * by professor, turma and periodo.
       GRAVAR-LOG-ALTERACAO.
           MOVE OPERADOR-CODIGO TO LA-OPERADOR.
           MOVE "S" TO LA-SENSIVEL.
           MOVE "ATIVA" TO LA-CAMPO.
           MOVE "ATRIBUICOES" TO LA-ARQUIVO.
           MOVE SPACES TO LA-CHAVE.
           STRING PROFESSOR "/" DELIMITED BY SIZE
              TURMA DELIMITED BY SPACE
              "/" PERIODO-TURMA DELIMITED BY SIZE
              INTO LA-CHAVE.
           CALL "GRAVAR-ALTERACAO" USING ALTERACAO-CADASTRO.

      * An active line for PROFESSOR, TURMA and PERIODO-TURMA.
       LOCALIZAR-ATRIBUICAO.
           MOVE "N" TO SW-ENCONTROU SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-ATRIBUICOES.
           IF DC-ERRO NOT = "00"
              GO TO LOCALIZAR-ATRIBUICAO-EXIT.

           PERFORM LER-ATRIBUICAO UNTIL ENCONTROU OR FIM-ARQ.

           CLOSE ARQUIVO-ATRIBUICOES.

       LOCALIZAR-ATRIBUICAO-EXIT.
           EXIT.

       LER-ATRIBUICAO.
           READ ARQUIVO-ATRIBUICOES
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF DC-OPERADOR = PROFESSOR AND DC-TURMA = TURMA
                    AND DC-PERIODO = PERIODO-TURMA
                    AND ATRIBUICAO-ATIVA
                    MOVE "S" TO SW-ENCONTROU
                 END-IF
           END-READ.

       LOCALIZAR-OPERADOR.
           MOVE "N" TO SW-OPER-ACHADO SW-FIM-OPER.
           MOVE SPACES TO NOME-PROFESSOR.

           OPEN INPUT ARQUIVO-OPERADORES.
           IF OP-ERRO NOT = "00"
              DISPLAY "Erro ao abrir OPERADORES.DAT, status " OP-ERRO
              GO TO LOCALIZAR-OPERADOR-EXIT.

           PERFORM LER-OPERADOR UNTIL OPER-ACHADO OR FIM-OPER.

           CLOSE ARQUIVO-OPERADORES.

       LOCALIZAR-OPERADOR-EXIT.
           EXIT.

       LER-OPERADOR.
           READ ARQUIVO-OPERADORES
              AT END
                 MOVE "S" TO SW-FIM-OPER
              NOT AT END
                 IF OP-CODIGO = PROFESSOR
                    MOVE "S" TO SW-OPER-ACHADO
                    MOVE OP-NOME TO NOME-PROFESSOR
                 END-IF
           END-READ.

       LOCALIZAR-TURMA.
           MOVE "N" TO SW-TURMA-ACHADA SW-TURMA-ATIVA SW-FIM-AUX.
           MOVE SPACES TO PERIODO-TURMA.

           OPEN INPUT ARQUIVO-TURMAS.
           IF TR-ERRO NOT = "00"
              DISPLAY "Erro ao abrir TURMAS.DAT, status " TR-ERRO
              GO TO LOCALIZAR-TURMA-EXIT.

           PERFORM LER-TURMA UNTIL TURMA-ACHADA OR FIM-AUX.

           CLOSE ARQUIVO-TURMAS.

       LOCALIZAR-TURMA-EXIT.
           EXIT.

       LER-TURMA.
           READ ARQUIVO-TURMAS
              AT END
                 MOVE "S" TO SW-FIM-AUX
              NOT AT END
                 IF TR-CODIGO = TURMA
                    MOVE "S" TO SW-TURMA-ACHADA
                    MOVE TR-PERIODO TO PERIODO-TURMA
                    IF TURMA-ATIVA
                       MOVE "S" TO SW-TURMA-ATIVA
                    END-IF
                 END-IF
           END-READ.

      * Workload per teacher, in OPERADORES.DAT order: for each
      * active assignment, the alunos ativos enrolled in the turma,
      * the class sessions recorded on FREQUENCIA.DAT and the
      * enrolled ativos still without a lancamento on the history.
       RELATORIO-CARGA.
           DISPLAY "Professor (zero p/ todos) :"
           ACCEPT PROFESSOR.

           PERFORM CARREGAR-ATRIBUICOES
              THRU CARREGAR-ATRIBUICOES-EXIT.
           IF QTD-ATRIBUICOES = ZEROS
              DISPLAY "Nenhuma turma atribuida."
              GO TO RELATORIO-CARGA-EXIT.

           MOVE "N" TO SW-FIM-OPER.
           OPEN INPUT ARQUIVO-OPERADORES.
           IF OP-ERRO NOT = "00"
              DISPLAY "Erro ao abrir OPERADORES.DAT, status " OP-ERRO
              GO TO RELATORIO-CARGA-EXIT.

           DISPLAY "==================================================".
           DISPLAY "CARGA DE TRABALHO POR PROFESSOR".
           PERFORM LER-OPERADOR-CARGA UNTIL FIM-OPER.

           CLOSE ARQUIVO-OPERADORES.

           DISPLAY "--------------------------------------------------".
           DISPLAY "Professores com turmas.: " QTD-PROFESSORES.
           DISPLAY "Alunos matriculados....: " TOT-MATRICULADOS.
           DISPLAY "Sessoes registradas....: " TOT-SESSOES.
           DISPLAY "Notas pendentes........: " TOT-PENDENTES.
           DISPLAY "==================================================".

       RELATORIO-CARGA-EXIT.
           EXIT.

       CARREGAR-ATRIBUICOES.
           MOVE ZEROS TO QTD-ATRIBUICOES.
           MOVE "N" TO SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-ATRIBUICOES.
           IF DC-ERRO NOT = "00"
              GO TO CARREGAR-ATRIBUICOES-EXIT.

           PERFORM LER-ATRIBUICAO-CARGA UNTIL FIM-ARQ.

           CLOSE ARQUIVO-ATRIBUICOES.

       CARREGAR-ATRIBUICOES-EXIT.
           EXIT.

       LER-ATRIBUICAO-CARGA.
           READ ARQUIVO-ATRIBUICOES
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF ATRIBUICAO-ATIVA
                    AND (PROFESSOR = ZEROS OR DC-OPERADOR = PROFESSOR)
                    IF QTD-ATRIBUICOES < 300
                       ADD 1 TO QTD-ATRIBUICOES
                       SET IX-ATRIB TO QTD-ATRIBUICOES
                       MOVE DC-OPERADOR TO TA-OPERADOR(IX-ATRIB)
                       MOVE DC-TURMA TO TA-TURMA(IX-ATRIB)
                       MOVE DC-PERIODO TO TA-PERIODO(IX-ATRIB)
                    ELSE
                       DISPLAY "Aviso: mais de 300 atribuicoes !"
                    END-IF
                 END-IF
           END-READ.

       LER-OPERADOR-CARGA.
           READ ARQUIVO-OPERADORES
              AT END
                 MOVE "S" TO SW-FIM-OPER
              NOT AT END
                 PERFORM IMPRIMIR-PROFESSOR
           END-READ.

       IMPRIMIR-PROFESSOR.
           MOVE ZEROS TO QTD-TURMAS-PROF.
           PERFORM IMPRIMIR-TURMA-PROFESSOR
              VARYING IX-ATRIB FROM 1 BY 1
              UNTIL IX-ATRIB > QTD-ATRIBUICOES.

           IF QTD-TURMAS-PROF > ZEROS
              ADD 1 TO QTD-PROFESSORES
              DISPLAY "Turmas do professor: " QTD-TURMAS-PROF.

       IMPRIMIR-TURMA-PROFESSOR.
           IF TA-OPERADOR(IX-ATRIB) = OP-CODIGO
              IF QTD-TURMAS-PROF = ZEROS
                 DISPLAY " "
                 DISPLAY "Professor " OP-CODIGO " " OP-NOME
                 DISPLAY "Turma      Periodo    Matric.  Sessoes  "
                    "Pendentes"
              END-IF
              ADD 1 TO QTD-TURMAS-PROF
              MOVE TA-TURMA(IX-ATRIB) TO TURMA
              PERFORM CONTAR-TURMA THRU CONTAR-TURMA-EXIT
              MOVE TA-TURMA(IX-ATRIB) TO LC-TURMA
              MOVE TA-PERIODO(IX-ATRIB) TO LC-PERIODO
              MOVE QTD-MATRICULADOS TO LC-MATRICULADOS
              MOVE QTD-SESSOES TO LC-SESSOES
              MOVE QTD-PENDENTES TO LC-PENDENTES
              DISPLAY LINHA-CARGA
              ADD QTD-MATRICULADOS TO TOT-MATRICULADOS
              ADD QTD-SESSOES TO TOT-SESSOES
              ADD QTD-PENDENTES TO TOT-PENDENTES.

      * Three passes per turma: the history for who already has a
      * lancamento, the attendance for the distinct session dates,
      * and the enrollment for the ativos and who of them is
      * pending.
       CONTAR-TURMA.
           MOVE ZEROS TO QTD-LANCADOS QTD-SESSOES QTD-MATRICULADOS
              QTD-PENDENTES.

           MOVE "N" TO SW-FIM-AUX.
           OPEN INPUT ARQUIVO-HISTORICO.
           IF HIST-ERRO = "00"
              MOVE TURMA TO HIST-TURMA
              START ARQUIVO-HISTORICO KEY IS EQUAL TO HIST-TURMA
                 INVALID KEY
                    MOVE "S" TO SW-FIM-AUX
              END-START
              PERFORM LER-HISTORICO-CARGA UNTIL FIM-AUX
              CLOSE ARQUIVO-HISTORICO.

           MOVE "N" TO SW-FIM-AUX.
           OPEN INPUT ARQUIVO-FREQUENCIA.
           IF FQ-ERRO = "00"
              PERFORM LER-FREQUENCIA-CARGA UNTIL FIM-AUX
              CLOSE ARQUIVO-FREQUENCIA.

           MOVE "N" TO SW-FIM-AUX.
           OPEN INPUT ARQUIVO-ENTURMACAO.
           IF MT-ERRO = "00"
              PERFORM LER-ENTURMACAO-CARGA UNTIL FIM-AUX
              CLOSE ARQUIVO-ENTURMACAO.

       CONTAR-TURMA-EXIT.
           EXIT.

       LER-HISTORICO-CARGA.
           READ ARQUIVO-HISTORICO NEXT
              AT END
                 MOVE "S" TO SW-FIM-AUX
              NOT AT END
                 IF HIST-TURMA = TURMA
                    PERFORM GUARDAR-LANCADO
                 ELSE
                    MOVE "S" TO SW-FIM-AUX
                 END-IF
           END-READ.

       GUARDAR-LANCADO.
           MOVE "N" TO SW-ACHOU.
           PERFORM PROCURAR-LANCADO
              VARYING IX-LANC FROM 1 BY 1
              UNTIL IX-LANC > QTD-LANCADOS OR ACHOU.

           IF NOT ACHOU AND QTD-LANCADOS < 300
              ADD 1 TO QTD-LANCADOS
              SET IX-LANC TO QTD-LANCADOS
              MOVE HIST-MATRICULA TO LANCADO-TAB(IX-LANC).

       PROCURAR-LANCADO.
           IF LANCADO-TAB(IX-LANC) = HIST-MATRICULA
              MOVE "S" TO SW-ACHOU.

       LER-FREQUENCIA-CARGA.
           READ ARQUIVO-FREQUENCIA
              AT END
                 MOVE "S" TO SW-FIM-AUX
              NOT AT END
                 IF FQ-TURMA = TURMA
                    PERFORM GUARDAR-SESSAO
                 END-IF
           END-READ.

       GUARDAR-SESSAO.
           MOVE "N" TO SW-ACHOU.
           PERFORM PROCURAR-SESSAO
              VARYING IX-SESSAO FROM 1 BY 1
              UNTIL IX-SESSAO > QTD-SESSOES OR ACHOU.

           IF NOT ACHOU AND QTD-SESSOES < 200
              ADD 1 TO QTD-SESSOES
              SET IX-SESSAO TO QTD-SESSOES
              MOVE FQ-DATA TO SESSAO-TAB(IX-SESSAO).

       PROCURAR-SESSAO.
           IF SESSAO-TAB(IX-SESSAO) = FQ-DATA
              MOVE "S" TO SW-ACHOU.

       LER-ENTURMACAO-CARGA.
           READ ARQUIVO-ENTURMACAO
              AT END
                 MOVE "S" TO SW-FIM-AUX
              NOT AT END
                 IF MT-TURMA = TURMA AND MATRICULA-ATIVA
                    ADD 1 TO QTD-MATRICULADOS
                    PERFORM CONFERIR-PENDENTE
                 END-IF
           END-READ.

       CONFERIR-PENDENTE.
           MOVE "N" TO SW-ACHOU.
           PERFORM PROCURAR-MATRICULA-LANCADA
              VARYING IX-LANC FROM 1 BY 1
              UNTIL IX-LANC > QTD-LANCADOS OR ACHOU.

           IF NOT ACHOU
              ADD 1 TO QTD-PENDENTES.

       PROCURAR-MATRICULA-LANCADA.
           IF LANCADO-TAB(IX-LANC) = MT-MATRICULA
              MOVE "S" TO SW-ACHOU.

       END PROGRAM CADASTRO-ATRIBUICOES.
