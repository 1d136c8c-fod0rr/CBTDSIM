      ******************************************************************
      * Author:       BERGAMASCHI, MARCELO.
      * Date:         2026-10-15.
      * Purpose:      Maintains CALENDARIO.DAT - the planned class
      *               calendar (diario de classe) of each turma:
      *               session dates, hours and the content taught -
      *               so the 75% rule counts the sessions planned and
      *               held to date instead of only the dates somebody
      *               remembered to post attendance for. Prints the
      *               diario de classe of a turma to DIARIO.DAT and
      *               lists the planned sessions already past with no
      *               attendance posted on FREQUENCIA.DAT.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  First version: planejar and excluir (supervisor
      *             only, the exclusion rewriting the file the same
      *             copy-and-replace way CADASTRO-ATRIBUICOES does),
      *             registrar conteudo, the diario de classe and the
      *             sessoes sem frequencia report.
      * 2026-10-15  Sessions planned, contents recorded and sessions
      *             excluded go to the common change log
      *             ALTERACOES.DAT through GRAVAR-ALTERACAO.
      * 2026-10-15  The diario and the sessoes sem frequencia report
      *             also count the presences RETENCAO-DADOS moved to
      *             the yearly files FREQUENCIA-AAAA.DAT, from the year
      *             of the earliest session through the current year.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-CALENDARIO.
       AUTHOR. BERGAMASCHI, MARCELO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       INSTALLATION. UNISANTA - SANTOS.
       SECURITY. CALENDARIO E DIARIO DE CLASSE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-486-DX2-66-MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66-MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CALENDARIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CL-ERRO.

           SELECT ARQUIVO-CALENDARIO-NOVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CLNOVO-ERRO.

           SELECT ARQUIVO-TURMAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TR-ERRO.

           SELECT ARQUIVO-ATRIBUICOES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DC-ERRO.

           SELECT ARQUIVO-FREQUENCIA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FQ-ERRO.

           SELECT ARQUIVO-FREQ-ANUAL ASSIGN TO DYNAMIC NOME-ANUAL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FA-ERRO.

           SELECT ARQUIVO-ENTURMACAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MT-ERRO.

           SELECT ARQUIVO-ALUNOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AL-ERRO.

           SELECT ARQUIVO-DIARIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DR-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CALENDARIO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS REG-CALENDARIO
           VALUE OF FILE-ID "CALENDARIO.DAT".

       01  REG-CALENDARIO.
           COPY REGCALE.

       FD  ARQUIVO-CALENDARIO-NOVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS REG-CALENDARIO-NOVO
           VALUE OF FILE-ID "CALENOVO.DAT".

       01  REG-CALENDARIO-NOVO.
           COPY REGCALE REPLACING
              CL-TURMA BY CLN-TURMA,
              CL-DATA BY CLN-DATA,
              CL-HORAS BY CLN-HORAS,
              CL-CONTEUDO BY CLN-CONTEUDO,
              CL-OPERADOR BY CLN-OPERADOR.

       FD  ARQUIVO-TURMAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS REG-TURMA
           VALUE OF FILE-ID "TURMAS.DAT".

       01  REG-TURMA.
           COPY REGTURMA.

       FD  ARQUIVO-ATRIBUICOES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS REG-ATRIBUICAO
           VALUE OF FILE-ID "ATRIBUICOES.DAT".

       01  REG-ATRIBUICAO.
           COPY REGATRI.

       FD  ARQUIVO-FREQUENCIA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS REG-FREQUENCIA
           VALUE OF FILE-ID "FREQUENCIA.DAT".

       01  REG-FREQUENCIA.
           COPY REGFREQ.

       FD  ARQUIVO-FREQ-ANUAL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS REG-FREQ-ANUAL.

       01  REG-FREQ-ANUAL PIC X(23).

       FD  ARQUIVO-ENTURMACAO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS REG-ENTURMACAO
           VALUE OF FILE-ID "ENTURMACAO.DAT".

       01  REG-ENTURMACAO.
           COPY REGMATR.

       FD  ARQUIVO-ALUNOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS REG-ALUNO
           VALUE OF FILE-ID "ALUNOS.DAT".

       01  REG-ALUNO.
           COPY REGALUNO.

       FD  ARQUIVO-DIARIO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS LINHA-DIARIO
           VALUE OF FILE-ID "DIARIO.DAT".

       01  LINHA-DIARIO   PIC X(72).

       WORKING-STORAGE SECTION.
       77  CL-ERRO        PIC X(02) VALUE "00".
       77  CLNOVO-ERRO    PIC X(02) VALUE "00".
       77  TR-ERRO        PIC X(02) VALUE "00".
       77  DC-ERRO        PIC X(02) VALUE "00".
       77  FQ-ERRO        PIC X(02) VALUE "00".
       77  MT-ERRO        PIC X(02) VALUE "00".
       77  AL-ERRO        PIC X(02) VALUE "00".
       77  DR-ERRO        PIC X(02) VALUE "00".
       77  FA-ERRO        PIC X(02) VALUE "00".
       77  NOME-ANUAL     PIC X(40) VALUE SPACES.
       77  ANO-ANUAL      PIC 9(04) VALUE ZEROS.
       77  ANO-INICIO-ANUAL PIC 9(04) VALUE ZEROS.
       77  ANO-HOJE       PIC 9(04) VALUE ZEROS.
       77  ANO-SESSAO     PIC 9(04) VALUE ZEROS.
       77  SW-MODO-FREQ   PIC X(01) VALUE "D".
           88 MODO-DIARIO     VALUE "D".
           88 MODO-PASSADA    VALUE "P".
       77  NOME-CALE-ARQUIVO PIC X(14) VALUE "CALENDARIO.DAT".
       77  NOVO-CALE-ARQUIVO PIC X(12) VALUE "CALENOVO.DAT".
       77  CC-OPCAO       PIC 9(01) VALUE ZEROS.
       77  OPERADOR-CODIGO PIC 9(04) VALUE ZEROS.
       77  OPERADOR-PERFIL PIC X(01) VALUE SPACE.
       77  PROGRAMA-LOGON PIC X(15) VALUE "CADASTRO-CALEN.".
       77  RESULTADO-LOGON PIC X(01) VALUE SPACE.
       77  TURMA          PIC X(10) VALUE SPACES.
       77  DESCRICAO-TURMA PIC X(30) VALUE SPACES.
       77  PERIODO-TURMA  PIC X(10) VALUE SPACES.
       77  CARGA-HORARIA  PIC 9(04) VALUE ZEROS.
       77  DATA-SESSAO    PIC 9(08) VALUE ZEROS.
       77  HORAS-SESSAO   PIC 9(02) VALUE ZEROS.
       77  CONTEUDO-SESSAO PIC X(40) VALUE SPACES.
       77  CONTEUDO-ANTERIOR PIC X(40) VALUE SPACES.
       77  MASCARA-HORAS  PIC Z9.
       77  DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77  PERMITE-FUTURO PIC X(01) VALUE "S".
       77  SW-DATA-VALIDA PIC X(01) VALUE "N".
           88 DATA-VALIDA     VALUE "S".
       77  SW-TURMA-ACHADA PIC X(01) VALUE "N".
           88 TURMA-ACHADA    VALUE "S".
       77  SW-TURMA-ATIVA PIC X(01) VALUE "N".
           88 TURMA-ATIVA-CAD VALUE "S".
       77  SW-TURMA-FECHADA PIC X(01) VALUE "N".
           88 TURMA-FECHADA   VALUE "S".
       77  SW-ENCONTROU   PIC X(01) VALUE "N".
           88 ENCONTROU       VALUE "S".
       77  SW-ATRIBUIDA   PIC X(01) VALUE "N".
           88 ATRIBUIDA       VALUE "S".
       77  SW-ACHOU       PIC X(01) VALUE "N".
           88 ACHOU           VALUE "S".
       77  SW-FIM-ARQ     PIC X(01) VALUE "N".
           88 FIM-ARQ         VALUE "S".
       77  SW-FIM-AUX     PIC X(01) VALUE "N".
           88 FIM-AUX         VALUE "S".
       77  SW-TROCOU      PIC X(01) VALUE "N".
           88 TROCOU          VALUE "S".
       77  QTD-PLANEJADAS PIC 9(03) VALUE ZEROS.
       77  QTD-REALIZADAS PIC 9(03) VALUE ZEROS.
       77  QTD-SEM-FREQ   PIC 9(03) VALUE ZEROS.
       77  QTD-SESSOES    PIC 9(03) VALUE ZEROS.
       77  QTD-ALUNOS     PIC 9(03) VALUE ZEROS.
       77  QTD-PRESENCAS-SESSAO PIC 9(03) VALUE ZEROS.
       77  HORAS-PLANEJADAS PIC 9(04) VALUE ZEROS.
       77  HORAS-REALIZADAS PIC 9(04) VALUE ZEROS.
       77  PERCENTUAL-FREQ PIC 9(03) VALUE ZEROS.
       77  PAGINA         PIC 9(03) VALUE ZEROS.
       77  LINHAS-PAGINA  PIC 9(02) VALUE 99.

      * The sessions being worked on: the turma's whole calendar for
      * the diario, or every planned session already past for the
      * sessoes sem frequencia report.
       01  TABELA-CALENDARIO VALUE SPACES.
           05  CALEN-TAB OCCURS 500 TIMES
                         INDEXED BY IX-CAL IX-COMP.
               10  TC-TURMA     PIC X(10).
               10  TC-DATA      PIC 9(08).
               10  TC-HORAS     PIC 9(02).
               10  TC-CONTEUDO  PIC X(40).
               10  TC-PRESENCAS PIC 9(03).

       01  SESSAO-TEMP.
           05  ST-TURMA     PIC X(10).
           05  ST-DATA      PIC 9(08).
           05  ST-HORAS     PIC 9(02).
           05  ST-CONTEUDO  PIC X(40).
           05  ST-PRESENCAS PIC 9(03).

      * The turma's roll for the diario: every enrollment line, with
      * the presences on the sessions held to date.
       01  TABELA-ALUNOS VALUE SPACES.
           05  ALUNO-TAB OCCURS 100 TIMES INDEXED BY IX-ALU.
               10  TL-MATRICULA PIC 9(05).
               10  TL-NOME      PIC X(30).
               10  TL-STATUS    PIC X(01).
               10  TL-PRESENCAS PIC 9(03).

       01  CABECALHO-PAGINA.
           05  FILLER       PIC X(19) VALUE "DIARIO DE CLASSE - ".
           05  CB-TURMA     PIC X(10).
           05  FILLER       PIC X(02) VALUE SPACES.
           05  CB-DATA      PIC 9(08).
           05  FILLER       PIC X(12) VALUE "      PAGINA".
           05  CB-PAGINA    PIC ZZ9.
           05  FILLER       PIC X(18) VALUE SPACES.

       01  COLUNAS-SESSOES.
           05  FILLER PIC X(15) VALUE "DATA      HORAS".
           05  FILLER PIC X(08) VALUE " PRES.  ".
           05  FILLER PIC X(49) VALUE "CONTEUDO MINISTRADO".

       01  COLUNAS-ALUNOS.
           05  FILLER PIC X(07) VALUE "MATRIC.".
           05  FILLER PIC X(33) VALUE " NOME".
           05  FILLER PIC X(13) VALUE "PRES.   FREQ.".
           05  FILLER PIC X(19) VALUE "  SITUACAO".

       01  COLUNAS-ATUAIS PIC X(72) VALUE SPACES.

      * A session not yet held is flagged "*" beside its date.
       01  LINHA-SESSAO.
           05  LS-DATA      PIC 9(08).
           05  LS-PREVISTA  PIC X(01).
           05  FILLER       PIC X(03) VALUE SPACES.
           05  LS-HORAS     PIC Z9.
           05  FILLER       PIC X(03) VALUE SPACES.
           05  LS-PRESENCAS PIC ZZ9.
           05  FILLER       PIC X(03) VALUE SPACES.
           05  LS-CONTEUDO  PIC X(40).
           05  FILLER       PIC X(09) VALUE SPACES.

       01  LINHA-ALUNO.
           05  LA-MATRICULA PIC 9(05).
           05  FILLER       PIC X(03) VALUE SPACES.
           05  LA-NOME      PIC X(30).
           05  FILLER       PIC X(02) VALUE SPACES.
           05  LA-PRESENCAS PIC ZZ9.
           05  FILLER       PIC X(04) VALUE SPACES.
           05  LA-PERCENTUAL PIC ZZ9.
           05  FILLER       PIC X(01) VALUE "%".
           05  FILLER       PIC X(03) VALUE SPACES.
           05  LA-SITUACAO  PIC X(11).
           05  FILLER       PIC X(07) VALUE SPACES.

       01  LINHA-TOTAL.
           05  LT-ROTULO    PIC X(36).
           05  LT-VALOR     PIC ZZZ9.
           05  FILLER       PIC X(32) VALUE SPACES.

       01  ALTERACAO-CADASTRO.
           COPY REGALTE.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Calendario de aulas (diario de classe) ---*"
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.

      * Sign-on through the shared EFETUAR-LOGON: only a supervisor
      * plans or removes a session; the content is recorded by the
      * teacher assigned to the turma.
           CALL "EFETUAR-LOGON" USING PROGRAMA-LOGON,
              OPERADOR-CODIGO, OPERADOR-PERFIL, RESULTADO-LOGON.
           IF RESULTADO-LOGON NOT = "S"
              DISPLAY "Identificacao recusada, encerrando."
              MOVE 8 TO RETURN-CODE
              GOBACK.

           DISPLAY "1 - Planejar sessao (superv.)"
           DISPLAY "2 - Registrar conteudo ministrado"
           DISPLAY "3 - Excluir sessao planejada (superv.)"
           DISPLAY "4 - Diario de classe da turma (DIARIO.DAT)"
           DISPLAY "5 - Sessoes sem frequencia lancada"
           DISPLAY "Opcao:"
           ACCEPT CC-OPCAO.

           IF (CC-OPCAO = 1 OR CC-OPCAO = 3)
              AND OPERADOR-PERFIL NOT = "S"
              DISPLAY "Opcao restrita a supervisor !"
              GOBACK.

           EVALUATE CC-OPCAO
              WHEN 2
                 PERFORM REGISTRAR-CONTEUDO
                    THRU REGISTRAR-CONTEUDO-EXIT
              WHEN 3
                 PERFORM EXCLUIR-SESSAO THRU EXCLUIR-SESSAO-EXIT
              WHEN 4
                 PERFORM IMPRIMIR-DIARIO THRU IMPRIMIR-DIARIO-EXIT
              WHEN 5
                 PERFORM RELATORIO-SEM-FREQUENCIA
                    THRU RELATORIO-SEM-FREQUENCIA-EXIT
              WHEN OTHER
                 PERFORM PLANEJAR-SESSAO THRU PLANEJAR-SESSAO-EXIT
           END-EVALUATE.

           GOBACK.

      * A session may be planned ahead of its date; one per turma and
      * date. The hours already planned are checked against the
      * turma's carga horaria, as a warning only, since a reposicao
      * may legitimately run past it.
       PLANEJAR-SESSAO.
           PERFORM ENTRAR-TURMA UNTIL TURMA NOT = SPACES.
           PERFORM LOCALIZAR-TURMA THRU LOCALIZAR-TURMA-EXIT.
           IF NOT TURMA-ACHADA
              DISPLAY "Turma nao cadastrada !"
              GO TO PLANEJAR-SESSAO-EXIT.
           IF NOT TURMA-ATIVA-CAD
              DISPLAY "Turma inativa !"
              GO TO PLANEJAR-SESSAO-EXIT.
           IF TURMA-FECHADA
              DISPLAY "Turma encerrada !"
              GO TO PLANEJAR-SESSAO-EXIT.
           DISPLAY "Turma: " DESCRICAO-TURMA " " PERIODO-TURMA.

           MOVE "S" TO PERMITE-FUTURO.
           MOVE "N" TO SW-DATA-VALIDA.
           PERFORM ENTRAR-DATA-SESSAO UNTIL DATA-VALIDA.

           PERFORM LOCALIZAR-SESSAO THRU LOCALIZAR-SESSAO-EXIT.
           IF ENCONTROU
              DISPLAY "Sessao ja planejada nesta data !"
              GO TO PLANEJAR-SESSAO-EXIT.

           MOVE ZEROS TO HORAS-SESSAO.
           PERFORM ENTRAR-HORAS UNTIL HORAS-SESSAO > ZEROS.
           DISPLAY "Conteudo previsto (opcional) :"
           ACCEPT CONTEUDO-SESSAO.

           PERFORM SOMAR-HORAS THRU SOMAR-HORAS-EXIT.
           ADD HORAS-SESSAO TO HORAS-PLANEJADAS.
           IF CARGA-HORARIA > ZEROS
              AND HORAS-PLANEJADAS > CARGA-HORARIA
              DISPLAY "Aviso: " HORAS-PLANEJADAS " horas planejadas "
                 "excedem a carga horaria de " CARGA-HORARIA " !".

           OPEN EXTEND ARQUIVO-CALENDARIO.
           IF CL-ERRO = "35"
              OPEN OUTPUT ARQUIVO-CALENDARIO.

           IF CL-ERRO NOT = "00"
              DISPLAY "Erro ao abrir CALENDARIO.DAT, status " CL-ERRO
              GO TO PLANEJAR-SESSAO-EXIT.

           MOVE TURMA TO CL-TURMA.
           MOVE DATA-SESSAO TO CL-DATA.
           MOVE HORAS-SESSAO TO CL-HORAS.
           MOVE CONTEUDO-SESSAO TO CL-CONTEUDO.
           MOVE ZEROS TO CL-OPERADOR.
           WRITE REG-CALENDARIO.

           IF CL-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-CALENDARIO, status "
                 CL-ERRO
           ELSE
              MOVE "I" TO LA-OPERACAO
              MOVE CONTEUDO-SESSAO TO CONTEUDO-ANTERIOR
              PERFORM REGISTRAR-SESSAO.

           CLOSE ARQUIVO-CALENDARIO.
           DISPLAY "Sessao planejada.".

       PLANEJAR-SESSAO-EXIT.
           EXIT.

       ENTRAR-TURMA.
           DISPLAY "Turma/disciplina : "
           ACCEPT TURMA.
           IF TURMA = SPACES
              DISPLAY "Nao pode ficar em branco !".

       ENTRAR-DATA-SESSAO.
           DISPLAY "Data da sessao (AAAAMMDD) : "
           ACCEPT DATA-SESSAO.
           CALL "VALIDAR-DATA" USING DATA-SESSAO,
              PERMITE-FUTURO, SW-DATA-VALIDA.
           IF NOT DATA-VALIDA
              DISPLAY "Data invalida !".

       ENTRAR-HORAS.
           DISPLAY "Horas-aula da sessao : "
           ACCEPT HORAS-SESSAO.
           IF HORAS-SESSAO = ZEROS
              DISPLAY "Informe as horas da sessao !".

      * What was actually taught, recorded once the session is held
      * by the teacher assigned to the turma (or a supervisor), by
      * the same copy-and-replace rewrite the exclusion uses.
       REGISTRAR-CONTEUDO.
           PERFORM ENTRAR-TURMA UNTIL TURMA NOT = SPACES.
           PERFORM LOCALIZAR-TURMA THRU LOCALIZAR-TURMA-EXIT.
           IF NOT TURMA-ACHADA
              DISPLAY "Turma nao cadastrada !"
              GO TO REGISTRAR-CONTEUDO-EXIT.
           IF TURMA-FECHADA
              DISPLAY "Turma encerrada !"
              GO TO REGISTRAR-CONTEUDO-EXIT.

           PERFORM VERIFICAR-ATRIBUICAO THRU VERIFICAR-ATRIBUICAO-EXIT.
           IF NOT ATRIBUIDA
              DISPLAY "Turma nao atribuida ao operador "
                 OPERADOR-CODIGO " neste periodo !"
              GO TO REGISTRAR-CONTEUDO-EXIT.

           MOVE "N" TO PERMITE-FUTURO.
           MOVE "N" TO SW-DATA-VALIDA.
           PERFORM ENTRAR-DATA-SESSAO UNTIL DATA-VALIDA.

           PERFORM LOCALIZAR-SESSAO THRU LOCALIZAR-SESSAO-EXIT.
           IF NOT ENCONTROU
              DISPLAY "Data fora do calendario da turma !"
              GO TO REGISTRAR-CONTEUDO-EXIT.

           DISPLAY "Conteudo atual: " CONTEUDO-SESSAO.
           MOVE CONTEUDO-SESSAO TO CONTEUDO-ANTERIOR.
           DISPLAY "Conteudo ministrado :"
           ACCEPT CONTEUDO-SESSAO.
           IF CONTEUDO-SESSAO = SPACES
              DISPLAY "Conteudo em branco, nada alterado."
              GO TO REGISTRAR-CONTEUDO-EXIT.

           PERFORM REGRAVAR-CALENDARIO THRU REGRAVAR-CALENDARIO-EXIT.

           MOVE "A" TO LA-OPERACAO.
           MOVE "CONTEUDO" TO LA-CAMPO.
           MOVE CONTEUDO-ANTERIOR TO LA-VALOR-ANTIGO.
           MOVE CONTEUDO-SESSAO TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.

           DISPLAY "Conteudo registrado.".

       REGISTRAR-CONTEUDO-EXIT.
           EXIT.

      * A session with attendance already posted stays: removing it
      * would orphan the presences on FREQUENCIA.DAT.
       EXCLUIR-SESSAO.
           PERFORM ENTRAR-TURMA UNTIL TURMA NOT = SPACES.
           PERFORM LOCALIZAR-TURMA THRU LOCALIZAR-TURMA-EXIT.
           IF NOT TURMA-ACHADA
              DISPLAY "Turma nao cadastrada !"
              GO TO EXCLUIR-SESSAO-EXIT.

           MOVE "S" TO PERMITE-FUTURO.
           MOVE "N" TO SW-DATA-VALIDA.
           PERFORM ENTRAR-DATA-SESSAO UNTIL DATA-VALIDA.

           PERFORM LOCALIZAR-SESSAO THRU LOCALIZAR-SESSAO-EXIT.
           IF NOT ENCONTROU
              DISPLAY "Data fora do calendario da turma !"
              GO TO EXCLUIR-SESSAO-EXIT.

           PERFORM CONTAR-PRESENCAS-SESSAO
              THRU CONTAR-PRESENCAS-SESSAO-EXIT.
           IF QTD-PRESENCAS-SESSAO > ZEROS
              DISPLAY "Sessao com " QTD-PRESENCAS-SESSAO
                 " presencas lancadas, exclusao recusada !"
              GO TO EXCLUIR-SESSAO-EXIT.

           MOVE CONTEUDO-SESSAO TO CONTEUDO-ANTERIOR.
           MOVE SPACES TO CONTEUDO-SESSAO.
           PERFORM REGRAVAR-CALENDARIO THRU REGRAVAR-CALENDARIO-EXIT.

           MOVE "E" TO LA-OPERACAO.
           PERFORM REGISTRAR-SESSAO.

           DISPLAY "Sessao excluida.".

       EXCLUIR-SESSAO-EXIT.
           EXIT.

      * Copy-and-replace rewrite of CALENDARIO.DAT, as LINE
      * SEQUENTIAL has no REWRITE: the TURMA/DATA-SESSAO line takes
      * the new content, or is left out when excluding.
       REGRAVAR-CALENDARIO.
           MOVE "N" TO SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-CALENDARIO.
           IF CL-ERRO NOT = "00"
              DISPLAY "Erro ao abrir CALENDARIO.DAT, status " CL-ERRO
              GO TO REGRAVAR-CALENDARIO-EXIT.

           OPEN OUTPUT ARQUIVO-CALENDARIO-NOVO.
           IF CLNOVO-ERRO NOT = "00"
              DISPLAY "Erro ao abrir arquivo temporario, status "
                 CLNOVO-ERRO
              CLOSE ARQUIVO-CALENDARIO
              GO TO REGRAVAR-CALENDARIO-EXIT.

           PERFORM COPIAR-SESSAO UNTIL FIM-ARQ.

           CLOSE ARQUIVO-CALENDARIO.
           CLOSE ARQUIVO-CALENDARIO-NOVO.

           CALL "CBL_DELETE_FILE" USING NOME-CALE-ARQUIVO.
           CALL "CBL_RENAME_FILE" USING NOVO-CALE-ARQUIVO
              NOME-CALE-ARQUIVO.

       REGRAVAR-CALENDARIO-EXIT.
           EXIT.

       COPIAR-SESSAO.
           READ ARQUIVO-CALENDARIO
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 MOVE REG-CALENDARIO TO REG-CALENDARIO-NOVO
                 IF CL-TURMA = TURMA AND CL-DATA = DATA-SESSAO
                    IF CC-OPCAO NOT = 3
                       MOVE CONTEUDO-SESSAO TO CLN-CONTEUDO
                       MOVE OPERADOR-CODIGO TO CLN-OPERADOR
                       WRITE REG-CALENDARIO-NOVO
                    END-IF
                 ELSE
                    WRITE REG-CALENDARIO-NOVO
                 END-IF
           END-READ.

      * A session planned or excluded logs its hours and content,
      * the content taken from CONTEUDO-ANTERIOR.
       REGISTRAR-SESSAO.
           MOVE "HORAS" TO LA-CAMPO.
           MOVE HORAS-SESSAO TO MASCARA-HORAS.
           MOVE MASCARA-HORAS TO LA-VALOR-NOVO.
           PERFORM GRAVAR-CAMPO-SESSAO.
           MOVE "CONTEUDO" TO LA-CAMPO.
           MOVE CONTEUDO-ANTERIOR TO LA-VALOR-NOVO.
           PERFORM GRAVAR-CAMPO-SESSAO.

      * The value is the new one on an inclusion, the old one on an
      * exclusion.
       GRAVAR-CAMPO-SESSAO.
           MOVE SPACES TO LA-VALOR-ANTIGO.
           IF LA-EXCLUSAO
              MOVE LA-VALOR-NOVO TO LA-VALOR-ANTIGO
              MOVE SPACES TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.

       GRAVAR-LOG-ALTERACAO.
           MOVE OPERADOR-CODIGO TO LA-OPERADOR.
           MOVE "N" TO LA-SENSIVEL.
           MOVE "CALENDARIO" TO LA-ARQUIVO.
           MOVE SPACES TO LA-CHAVE.
           STRING TURMA DELIMITED BY SPACE
              "/" DATA-SESSAO DELIMITED BY SIZE
              INTO LA-CHAVE.
           CALL "GRAVAR-ALTERACAO" USING ALTERACAO-CADASTRO.

      * The TURMA/DATA-SESSAO line of the calendar, with its hours
      * and content.
       LOCALIZAR-SESSAO.
           MOVE "N" TO SW-ENCONTROU SW-FIM-ARQ.
           MOVE SPACES TO CONTEUDO-SESSAO.

           OPEN INPUT ARQUIVO-CALENDARIO.
           IF CL-ERRO NOT = "00"
              GO TO LOCALIZAR-SESSAO-EXIT.

           PERFORM LER-SESSAO UNTIL ENCONTROU OR FIM-ARQ.

           CLOSE ARQUIVO-CALENDARIO.

       LOCALIZAR-SESSAO-EXIT.
           EXIT.

       LER-SESSAO.
           READ ARQUIVO-CALENDARIO
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF CL-TURMA = TURMA AND CL-DATA = DATA-SESSAO
                    MOVE "S" TO SW-ENCONTROU
                    MOVE CL-HORAS TO HORAS-SESSAO
                    MOVE CL-CONTEUDO TO CONTEUDO-SESSAO
                 END-IF
           END-READ.

      * Hours and sessions already planned for the turma.
       SOMAR-HORAS.
           MOVE ZEROS TO HORAS-PLANEJADAS QTD-PLANEJADAS.
           MOVE "N" TO SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-CALENDARIO.
           IF CL-ERRO NOT = "00"
              GO TO SOMAR-HORAS-EXIT.

           PERFORM LER-SESSAO-HORAS UNTIL FIM-ARQ.

           CLOSE ARQUIVO-CALENDARIO.

       SOMAR-HORAS-EXIT.
           EXIT.

       LER-SESSAO-HORAS.
           READ ARQUIVO-CALENDARIO
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF CL-TURMA = TURMA
                    ADD 1 TO QTD-PLANEJADAS
                    ADD CL-HORAS TO HORAS-PLANEJADAS
                 END-IF
           END-READ.

       CONTAR-PRESENCAS-SESSAO.
           MOVE ZEROS TO QTD-PRESENCAS-SESSAO.
           MOVE "N" TO SW-FIM-AUX.

           OPEN INPUT ARQUIVO-FREQUENCIA.
           IF FQ-ERRO NOT = "00"
              GO TO CONTAR-PRESENCAS-SESSAO-EXIT.

           PERFORM LER-FREQUENCIA-SESSAO UNTIL FIM-AUX.

           CLOSE ARQUIVO-FREQUENCIA.

       CONTAR-PRESENCAS-SESSAO-EXIT.
           EXIT.

       LER-FREQUENCIA-SESSAO.
           READ ARQUIVO-FREQUENCIA
              AT END
                 MOVE "S" TO SW-FIM-AUX
              NOT AT END
                 IF FQ-TURMA = TURMA AND FQ-DATA = DATA-SESSAO
                    ADD 1 TO QTD-PRESENCAS-SESSAO
                 END-IF
           END-READ.

      * A supervisor records content for any turma; anyone else
      * needs an active line on ATRIBUICOES.DAT for the turma and its
      * current periodo, same as LANCAR-FREQUENCIA.
       VERIFICAR-ATRIBUICAO.
           MOVE "N" TO SW-ATRIBUIDA SW-FIM-AUX.
           IF OPERADOR-PERFIL = "S"
              MOVE "S" TO SW-ATRIBUIDA
              GO TO VERIFICAR-ATRIBUICAO-EXIT.

           OPEN INPUT ARQUIVO-ATRIBUICOES.
           IF DC-ERRO NOT = "00"
              GO TO VERIFICAR-ATRIBUICAO-EXIT.

           PERFORM LER-ATRIBUICAO UNTIL ATRIBUIDA OR FIM-AUX.

           CLOSE ARQUIVO-ATRIBUICOES.

       VERIFICAR-ATRIBUICAO-EXIT.
           EXIT.

       LER-ATRIBUICAO.
           READ ARQUIVO-ATRIBUICOES
              AT END
                 MOVE "S" TO SW-FIM-AUX
              NOT AT END
                 IF DC-OPERADOR = OPERADOR-CODIGO AND DC-TURMA = TURMA
                    AND DC-PERIODO = PERIODO-TURMA
                    AND ATRIBUICAO-ATIVA
                    MOVE "S" TO SW-ATRIBUIDA
                 END-IF
           END-READ.

       LOCALIZAR-TURMA.
           MOVE "N" TO SW-TURMA-ACHADA SW-TURMA-ATIVA SW-TURMA-FECHADA
              SW-FIM-AUX.
           MOVE SPACES TO DESCRICAO-TURMA PERIODO-TURMA.
           MOVE ZEROS TO CARGA-HORARIA.

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
                    MOVE TR-DESCRICAO TO DESCRICAO-TURMA
                    MOVE TR-PERIODO TO PERIODO-TURMA
                    IF TR-CARGA-HORARIA NUMERIC
                       MOVE TR-CARGA-HORARIA TO CARGA-HORARIA
                    END-IF
                    IF TURMA-ATIVA
                       MOVE "S" TO SW-TURMA-ATIVA
                    END-IF
                    IF TURMA-ENCERRADA
                       MOVE "S" TO SW-TURMA-FECHADA
                    END-IF
                 END-IF
           END-READ.

      * The diario de classe of one turma on DIARIO.DAT: the sessions
      * in date order with hours, presences and content, the planned
      * and held totals against the carga horaria, then the roll with
      * each aluno's presences over the sessions held to date.
       IMPRIMIR-DIARIO.
           PERFORM ENTRAR-TURMA UNTIL TURMA NOT = SPACES.
           PERFORM LOCALIZAR-TURMA THRU LOCALIZAR-TURMA-EXIT.
           IF NOT TURMA-ACHADA
              DISPLAY "Turma nao cadastrada !"
              GO TO IMPRIMIR-DIARIO-EXIT.

           PERFORM CARREGAR-CALENDARIO-TURMA
              THRU CARREGAR-CALENDARIO-TURMA-EXIT.
           IF QTD-SESSOES = ZEROS
              DISPLAY "Turma sem calendario planejado."
              GO TO IMPRIMIR-DIARIO-EXIT.

           PERFORM ORDENAR-SESSOES THRU ORDENAR-SESSOES-EXIT.
           PERFORM CARREGAR-ALUNOS-TURMA
              THRU CARREGAR-ALUNOS-TURMA-EXIT.
           PERFORM CONTAR-FREQUENCIA-TURMA
              THRU CONTAR-FREQUENCIA-TURMA-EXIT.

           OPEN OUTPUT ARQUIVO-DIARIO.
           IF DR-ERRO NOT = "00"
              DISPLAY "Erro ao abrir DIARIO.DAT, status " DR-ERRO
              GO TO IMPRIMIR-DIARIO-EXIT.

           MOVE ZEROS TO PAGINA QTD-REALIZADAS HORAS-PLANEJADAS
              HORAS-REALIZADAS.
           MOVE 99 TO LINHAS-PAGINA.
           MOVE COLUNAS-SESSOES TO COLUNAS-ATUAIS.

           PERFORM IMPRIMIR-SESSAO
              VARYING IX-CAL FROM 1 BY 1
              UNTIL IX-CAL > QTD-SESSOES.

           MOVE SPACES TO LINHA-DIARIO.
           WRITE LINHA-DIARIO.
           MOVE "Sessoes planejadas................:" TO LT-ROTULO.
           MOVE QTD-SESSOES TO LT-VALOR.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "Sessoes realizadas ate hoje.......:" TO LT-ROTULO.
           MOVE QTD-REALIZADAS TO LT-VALOR.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "Horas planejadas..................:" TO LT-ROTULO.
           MOVE HORAS-PLANEJADAS TO LT-VALOR.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "Horas realizadas ate hoje.........:" TO LT-ROTULO.
           MOVE HORAS-REALIZADAS TO LT-VALOR.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "Carga horaria da turma............:" TO LT-ROTULO.
           MOVE CARGA-HORARIA TO LT-VALOR.
           PERFORM IMPRIMIR-TOTAL.

           MOVE 99 TO LINHAS-PAGINA.
           MOVE COLUNAS-ALUNOS TO COLUNAS-ATUAIS.

           PERFORM IMPRIMIR-ALUNO-DIARIO
              VARYING IX-ALU FROM 1 BY 1
              UNTIL IX-ALU > QTD-ALUNOS.

           MOVE SPACES TO LINHA-DIARIO.
           WRITE LINHA-DIARIO.
           MOVE "Alunos na turma...................:" TO LT-ROTULO.
           MOVE QTD-ALUNOS TO LT-VALOR.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "Assinatura do professor: ________________"
              TO LINHA-DIARIO.
           WRITE LINHA-DIARIO.

           CLOSE ARQUIVO-DIARIO.

           DISPLAY "Diario de classe em DIARIO.DAT.".
           DISPLAY "Sessoes planejadas........: " QTD-SESSOES.
           DISPLAY "Sessoes realizadas........: " QTD-REALIZADAS.
           DISPLAY "Paginas geradas...........: " PAGINA.
           IF CARGA-HORARIA > ZEROS
              AND HORAS-PLANEJADAS NOT = CARGA-HORARIA
              DISPLAY "Aviso: horas planejadas (" HORAS-PLANEJADAS
                 ") diferem da carga horaria (" CARGA-HORARIA ") !".

       IMPRIMIR-DIARIO-EXIT.
           EXIT.

       CARREGAR-CALENDARIO-TURMA.
           MOVE ZEROS TO QTD-SESSOES.
           MOVE "N" TO SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-CALENDARIO.
           IF CL-ERRO NOT = "00"
              GO TO CARREGAR-CALENDARIO-TURMA-EXIT.

           PERFORM LER-CALENDARIO-TURMA UNTIL FIM-ARQ.

           CLOSE ARQUIVO-CALENDARIO.

       CARREGAR-CALENDARIO-TURMA-EXIT.
           EXIT.

       LER-CALENDARIO-TURMA.
           READ ARQUIVO-CALENDARIO
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF CL-TURMA = TURMA
                    PERFORM GUARDAR-SESSAO
                 END-IF
           END-READ.

       GUARDAR-SESSAO.
           IF QTD-SESSOES < 500
              ADD 1 TO QTD-SESSOES
              SET IX-CAL TO QTD-SESSOES
              MOVE CL-TURMA TO TC-TURMA(IX-CAL)
              MOVE CL-DATA TO TC-DATA(IX-CAL)
              MOVE CL-HORAS TO TC-HORAS(IX-CAL)
              MOVE CL-CONTEUDO TO TC-CONTEUDO(IX-CAL)
              MOVE ZEROS TO TC-PRESENCAS(IX-CAL)
           ELSE
              DISPLAY "Aviso: mais de 500 sessoes, sessao "
                 CL-TURMA " " CL-DATA " fora do relatorio !".

      * Selection sort by turma and date, the same shape LISTAR-PROVAS
      * uses on its roster.
       ORDENAR-SESSOES.
           IF QTD-SESSOES < 2
              GO TO ORDENAR-SESSOES-EXIT.
           PERFORM ORDENAR-PASSO
              VARYING IX-CAL FROM 1 BY 1
              UNTIL IX-CAL >= QTD-SESSOES.

       ORDENAR-SESSOES-EXIT.
           EXIT.

       ORDENAR-PASSO.
           PERFORM COMPARAR-SESSAO
              VARYING IX-COMP FROM IX-CAL BY 1
              UNTIL IX-COMP > QTD-SESSOES.

       COMPARAR-SESSAO.
           MOVE "N" TO SW-TROCOU.
           IF TC-TURMA(IX-COMP) < TC-TURMA(IX-CAL)
              MOVE "S" TO SW-TROCOU
           ELSE
              IF TC-TURMA(IX-COMP) = TC-TURMA(IX-CAL)
                 AND TC-DATA(IX-COMP) < TC-DATA(IX-CAL)
                 MOVE "S" TO SW-TROCOU.
           IF TROCOU
              MOVE CALEN-TAB(IX-CAL) TO SESSAO-TEMP
              MOVE CALEN-TAB(IX-COMP) TO CALEN-TAB(IX-CAL)
              MOVE SESSAO-TEMP TO CALEN-TAB(IX-COMP).

      * Every enrollment line of the turma, with the name from
      * ALUNOS.DAT.
       CARREGAR-ALUNOS-TURMA.
           MOVE ZEROS TO QTD-ALUNOS.
           MOVE "N" TO SW-FIM-AUX.

           OPEN INPUT ARQUIVO-ENTURMACAO.
           IF MT-ERRO NOT = "00"
              GO TO CARREGAR-ALUNOS-TURMA-EXIT.

           PERFORM LER-ENTURMACAO-TURMA UNTIL FIM-AUX.

           CLOSE ARQUIVO-ENTURMACAO.

           IF QTD-ALUNOS = ZEROS
              GO TO CARREGAR-ALUNOS-TURMA-EXIT.

           MOVE "N" TO SW-FIM-AUX.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF AL-ERRO = "00"
              PERFORM LER-ALUNO-TURMA UNTIL FIM-AUX
              CLOSE ARQUIVO-ALUNOS.

       CARREGAR-ALUNOS-TURMA-EXIT.
           EXIT.

       LER-ENTURMACAO-TURMA.
           READ ARQUIVO-ENTURMACAO
              AT END
                 MOVE "S" TO SW-FIM-AUX
              NOT AT END
                 IF MT-TURMA = TURMA
                    PERFORM GUARDAR-ALUNO
                 END-IF
           END-READ.

       GUARDAR-ALUNO.
           IF QTD-ALUNOS < 100
              ADD 1 TO QTD-ALUNOS
              SET IX-ALU TO QTD-ALUNOS
              MOVE MT-MATRICULA TO TL-MATRICULA(IX-ALU)
              MOVE SPACES TO TL-NOME(IX-ALU)
              MOVE MT-STATUS TO TL-STATUS(IX-ALU)
              MOVE ZEROS TO TL-PRESENCAS(IX-ALU)
           ELSE
              DISPLAY "Aviso: mais de 100 alunos, matricula "
                 MT-MATRICULA " fora do diario !".

       LER-ALUNO-TURMA.
           READ ARQUIVO-ALUNOS
              AT END
                 MOVE "S" TO SW-FIM-AUX
              NOT AT END
                 PERFORM NOMEAR-ALUNO
                    VARYING IX-ALU FROM 1 BY 1
                    UNTIL IX-ALU > QTD-ALUNOS
           END-READ.

       NOMEAR-ALUNO.
           IF TL-MATRICULA(IX-ALU) = AL-MATRICULA
              MOVE AL-NOME TO TL-NOME(IX-ALU).

      * One pass over FREQUENCIA.DAT: each presence of the turma on a
      * planned session counts for the session and for the aluno.
       CONTAR-FREQUENCIA-TURMA.
           MOVE "N" TO SW-FIM-AUX.

           OPEN INPUT ARQUIVO-FREQUENCIA.
           IF FQ-ERRO NOT = "00"
              GO TO CONTAR-FREQUENCIA-TURMA-EXIT.

           MOVE "D" TO SW-MODO-FREQ.
           PERFORM LER-FREQUENCIA-HISTORICO
              THRU LER-FREQUENCIA-HISTORICO-EXIT.

           MOVE "N" TO SW-FIM-AUX.
           PERFORM LER-FREQUENCIA-TURMA UNTIL FIM-AUX.

           CLOSE ARQUIVO-FREQUENCIA.

       CONTAR-FREQUENCIA-TURMA-EXIT.
           EXIT.

       LER-FREQUENCIA-TURMA.
           READ ARQUIVO-FREQUENCIA
              AT END
                 MOVE "S" TO SW-FIM-AUX
              NOT AT END
                 IF FQ-TURMA = TURMA
                    PERFORM CONTAR-PRESENCA
                 END-IF
           END-READ.

       CONTAR-PRESENCA.
           MOVE "N" TO SW-ACHOU.
           PERFORM PROCURAR-SESSAO
              VARYING IX-CAL FROM 1 BY 1
              UNTIL IX-CAL > QTD-SESSOES OR ACHOU.

           IF ACHOU AND FQ-DATA NOT > DATA-HOJE
              PERFORM CREDITAR-ALUNO
                 VARYING IX-ALU FROM 1 BY 1
                 UNTIL IX-ALU > QTD-ALUNOS.

      * On a hit the index is left one past the session found.
       PROCURAR-SESSAO.
           IF TC-DATA(IX-CAL) = FQ-DATA
              MOVE "S" TO SW-ACHOU
              ADD 1 TO TC-PRESENCAS(IX-CAL).

       CREDITAR-ALUNO.
           IF TL-MATRICULA(IX-ALU) = FQ-MATRICULA
              ADD 1 TO TL-PRESENCAS(IX-ALU).

       IMPRIMIR-SESSAO.
           IF LINHAS-PAGINA >= 20
              PERFORM IMPRIMIR-CABECALHO.

           MOVE TC-DATA(IX-CAL) TO LS-DATA.
           MOVE TC-HORAS(IX-CAL) TO LS-HORAS.
           MOVE TC-PRESENCAS(IX-CAL) TO LS-PRESENCAS.
           MOVE TC-CONTEUDO(IX-CAL) TO LS-CONTEUDO.
           ADD TC-HORAS(IX-CAL) TO HORAS-PLANEJADAS.
           IF TC-DATA(IX-CAL) > DATA-HOJE
              MOVE "*" TO LS-PREVISTA
           ELSE
              MOVE SPACE TO LS-PREVISTA
              ADD 1 TO QTD-REALIZADAS
              ADD TC-HORAS(IX-CAL) TO HORAS-REALIZADAS.

           MOVE LINHA-SESSAO TO LINHA-DIARIO.
           WRITE LINHA-DIARIO.
           ADD 1 TO LINHAS-PAGINA.

       IMPRIMIR-ALUNO-DIARIO.
           IF LINHAS-PAGINA >= 20
              PERFORM IMPRIMIR-CABECALHO.

           MOVE TL-MATRICULA(IX-ALU) TO LA-MATRICULA.
           MOVE TL-NOME(IX-ALU) TO LA-NOME.
           MOVE TL-PRESENCAS(IX-ALU) TO LA-PRESENCAS.
           MOVE ZEROS TO PERCENTUAL-FREQ.
           IF QTD-REALIZADAS > ZEROS
              COMPUTE PERCENTUAL-FREQ ROUNDED =
                 (TL-PRESENCAS(IX-ALU) * 100) / QTD-REALIZADAS.
           MOVE PERCENTUAL-FREQ TO LA-PERCENTUAL.
           EVALUATE TL-STATUS(IX-ALU)
              WHEN "A" MOVE "ATIVO" TO LA-SITUACAO
              WHEN "T" MOVE "TRANCADO" TO LA-SITUACAO
              WHEN "S" MOVE "TRANSFERIDO" TO LA-SITUACAO
              WHEN OTHER MOVE SPACES TO LA-SITUACAO
           END-EVALUATE.

           MOVE LINHA-ALUNO TO LINHA-DIARIO.
           WRITE LINHA-DIARIO.
           ADD 1 TO LINHAS-PAGINA.

       IMPRIMIR-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-DIARIO.
           WRITE LINHA-DIARIO.

       IMPRIMIR-CABECALHO.
           ADD 1 TO PAGINA.
           MOVE TURMA TO CB-TURMA.
           MOVE DATA-HOJE TO CB-DATA.
           MOVE PAGINA TO CB-PAGINA.
           MOVE CABECALHO-PAGINA TO LINHA-DIARIO.
           WRITE LINHA-DIARIO.
           IF PAGINA = 1
              MOVE SPACES TO LINHA-DIARIO
              STRING DESCRICAO-TURMA DELIMITED BY SIZE
                 " PERIODO " DELIMITED BY SIZE
                 PERIODO-TURMA DELIMITED BY SIZE
                 INTO LINHA-DIARIO
              WRITE LINHA-DIARIO.
           MOVE COLUNAS-ATUAIS TO LINHA-DIARIO.
           WRITE LINHA-DIARIO.
           MOVE SPACES TO LINHA-DIARIO.
           WRITE LINHA-DIARIO.
           MOVE ZEROS TO LINHAS-PAGINA.

      * The planned sessions already past (date up to today) with no
      * presence at all on FREQUENCIA.DAT - attendance forgotten, or
      * a session that did not happen and should be replanned.
       RELATORIO-SEM-FREQUENCIA.
           DISPLAY "Turma (branco p/ todas) :"
           ACCEPT TURMA.

           PERFORM CARREGAR-SESSOES-PASSADAS
              THRU CARREGAR-SESSOES-PASSADAS-EXIT.
           IF QTD-SESSOES = ZEROS
              DISPLAY "Nenhuma sessao planejada ate hoje."
              GO TO RELATORIO-SEM-FREQUENCIA-EXIT.

           PERFORM ORDENAR-SESSOES THRU ORDENAR-SESSOES-EXIT.

           MOVE "N" TO SW-FIM-AUX.
           OPEN INPUT ARQUIVO-FREQUENCIA.
           IF FQ-ERRO = "00"
              MOVE "P" TO SW-MODO-FREQ
              PERFORM LER-FREQUENCIA-HISTORICO
                 THRU LER-FREQUENCIA-HISTORICO-EXIT
              MOVE "N" TO SW-FIM-AUX
              PERFORM LER-FREQUENCIA-PASSADA UNTIL FIM-AUX
              CLOSE ARQUIVO-FREQUENCIA.

           MOVE ZEROS TO QTD-SEM-FREQ.
           DISPLAY "==================================================".
           DISPLAY "SESSOES PLANEJADAS SEM FREQUENCIA - " DATA-HOJE.
           DISPLAY "Turma      Data     Horas Conteudo".
           PERFORM LISTAR-SEM-FREQUENCIA
              VARYING IX-CAL FROM 1 BY 1
              UNTIL IX-CAL > QTD-SESSOES.
           DISPLAY "--------------------------------------------------".
           DISPLAY "Sessoes ate hoje.......: " QTD-SESSOES.
           DISPLAY "Sem frequencia lancada.: " QTD-SEM-FREQ.
           DISPLAY "==================================================".

       RELATORIO-SEM-FREQUENCIA-EXIT.
           EXIT.

       CARREGAR-SESSOES-PASSADAS.
           MOVE ZEROS TO QTD-SESSOES.
           MOVE "N" TO SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-CALENDARIO.
           IF CL-ERRO NOT = "00"
              GO TO CARREGAR-SESSOES-PASSADAS-EXIT.

           PERFORM LER-SESSAO-PASSADA UNTIL FIM-ARQ.

           CLOSE ARQUIVO-CALENDARIO.

       CARREGAR-SESSOES-PASSADAS-EXIT.
           EXIT.

       LER-SESSAO-PASSADA.
           READ ARQUIVO-CALENDARIO
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF (TURMA = SPACES OR CL-TURMA = TURMA)
                    AND CL-DATA NOT > DATA-HOJE
                    PERFORM GUARDAR-SESSAO
                 END-IF
           END-READ.

       LER-FREQUENCIA-PASSADA.
           READ ARQUIVO-FREQUENCIA
              AT END
                 MOVE "S" TO SW-FIM-AUX
              NOT AT END
                 PERFORM MARCAR-SESSAO-LANCADA
                    VARYING IX-CAL FROM 1 BY 1
                    UNTIL IX-CAL > QTD-SESSOES
           END-READ.

       MARCAR-SESSAO-LANCADA.
           IF TC-TURMA(IX-CAL) = FQ-TURMA
              AND TC-DATA(IX-CAL) = FQ-DATA
              ADD 1 TO TC-PRESENCAS(IX-CAL)
              SET IX-CAL TO QTD-SESSOES.

       LISTAR-SEM-FREQUENCIA.
           IF TC-PRESENCAS(IX-CAL) = ZEROS
              ADD 1 TO QTD-SEM-FREQ
              DISPLAY TC-TURMA(IX-CAL) " " TC-DATA(IX-CAL) " "
                 TC-HORAS(IX-CAL) "    " TC-CONTEUDO(IX-CAL).

      * The presences RETENCAO-DADOS moved to FREQUENCIA-AAAA.DAT,
      * read into the live record while FREQUENCIA.DAT is open and
      * counted the way SW-MODO-FREQ says. The years run from the
      * earliest session loaded through today; a year with no file
      * is simply skipped.
       LER-FREQUENCIA-HISTORICO.
           DIVIDE DATA-HOJE BY 10000 GIVING ANO-HOJE.
           MOVE ANO-HOJE TO ANO-INICIO-ANUAL.
           PERFORM MENOR-ANO-SESSAO
              VARYING IX-CAL FROM 1 BY 1
              UNTIL IX-CAL > QTD-SESSOES.

           PERFORM LER-ANO-FREQUENCIA THRU LER-ANO-FREQUENCIA-EXIT
              VARYING ANO-ANUAL FROM ANO-INICIO-ANUAL BY 1
              UNTIL ANO-ANUAL > ANO-HOJE.

       LER-FREQUENCIA-HISTORICO-EXIT.
           EXIT.

       MENOR-ANO-SESSAO.
           DIVIDE TC-DATA(IX-CAL) BY 10000 GIVING ANO-SESSAO.
           IF ANO-SESSAO < ANO-INICIO-ANUAL
              MOVE ANO-SESSAO TO ANO-INICIO-ANUAL.

       LER-ANO-FREQUENCIA.
           MOVE SPACES TO NOME-ANUAL.
           STRING "FREQUENCIA-" ANO-ANUAL ".DAT"
              DELIMITED BY SIZE INTO NOME-ANUAL.
           OPEN INPUT ARQUIVO-FREQ-ANUAL.
           IF FA-ERRO NOT = "00"
              GO TO LER-ANO-FREQUENCIA-EXIT.

           MOVE "N" TO SW-FIM-AUX.
           PERFORM LER-FREQ-ANUAL UNTIL FIM-AUX.
           CLOSE ARQUIVO-FREQ-ANUAL.

       LER-ANO-FREQUENCIA-EXIT.
           EXIT.

       LER-FREQ-ANUAL.
           READ ARQUIVO-FREQ-ANUAL INTO REG-FREQUENCIA
              AT END
                 MOVE "S" TO SW-FIM-AUX
              NOT AT END
                 PERFORM CONTAR-FREQUENCIA-ANUAL
           END-READ.

       CONTAR-FREQUENCIA-ANUAL.
           IF MODO-DIARIO
              IF FQ-TURMA = TURMA
                 PERFORM CONTAR-PRESENCA
              END-IF
           ELSE
              PERFORM MARCAR-SESSAO-LANCADA
                 VARYING IX-CAL FROM 1 BY 1
                 UNTIL IX-CAL > QTD-SESSOES.

       END PROGRAM CADASTRO-CALENDARIO.
