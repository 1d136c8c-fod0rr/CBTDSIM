      ******************************************************************
      * Author:       BERGAMASCHI, MARCELO.
      * Date:         2026-10-15.
      * Purpose:      Reconciles the old PROVAS roster (REGISTRO,
      *               written by SEXO and kept by MANUTENCAO-PROVAS)
      *               with the student cadastro ALUNOS.DAT: each
      *               prova record is matched to a matricula by
      *               codigo and by normalized nome, and the print
      *               file RELRECON.DAT lists the exact matches, the
      *               probable ones a person confirmed or refused,
      *               and the orphans on each side. The confirmed
      *               matches then have their stored MEDIA/SITUACAO
      *               migrated to HISTORICO.DAT under a chosen turma,
      *               so BOLETIM and ESTATISTICAS-MEDIA cover them.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  First version.
      * 2026-10-15  HISTORICO.DAT is INDEXED on matricula + turma +
      *             date: the turma's lancamentos are found from a
      *             START on the HIST-TURMA alternate key and each
      *             migrated result is a keyed WRITE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCILIAR-PROVAS.
       AUTHOR. BERGAMASCHI, MARCELO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       INSTALLATION. UNISANTA - SANTOS.
       SECURITY. RECONCILIACAO PROVAS X ALUNOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-486-DX2-66-MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66-MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PROVA ASSIGN TO PROVAS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PV-ERRO.

           SELECT ARQUIVO-ALUNOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AL-ERRO.

           SELECT ARQUIVO-TURMAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TR-ERRO.

           SELECT ARQUIVO-HISTORICO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-CHAVE
           ALTERNATE RECORD KEY IS HIST-TURMA WITH DUPLICATES
           FILE STATUS IS HIST-ERRO.

           SELECT ARQUIVO-RELATORIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REL-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PROVA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS REGISTRO.

       01  REGISTRO.
           05  CODIGO    PIC 9(5).
           05  NOME      PIC X(30).
           05  SEXO      PIC X.
           05  P1        PIC 99V9.
           05  P2        PIC 99V9.
           05  P3        PIC 99V9.
           05  P4        PIC 99V9.
           05  MEDIA     PIC 99V9.
           05  SITUACAO  PIC X.

       FD  ARQUIVO-ALUNOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS REG-ALUNO
           VALUE OF FILE-ID "ALUNOS.DAT".

       01  REG-ALUNO.
           COPY REGALUNO.

       FD  ARQUIVO-TURMAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS REG-TURMA
           VALUE OF FILE-ID "TURMAS.DAT".

       01  REG-TURMA.
           COPY REGTURMA.

       FD  ARQUIVO-HISTORICO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS REG-HISTORICO
           VALUE OF FILE-ID "HISTORICO.DAT".

       01  REG-HISTORICO.
           COPY REGHIST.

       FD  ARQUIVO-RELATORIO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "RELRECON.DAT".

       01  LINHA-RELATORIO PIC X(72).

       WORKING-STORAGE SECTION.
       77  PV-ERRO        PIC X(02) VALUE "00".
       77  AL-ERRO        PIC X(02) VALUE "00".
       77  TR-ERRO        PIC X(02) VALUE "00".
       77  HIST-ERRO      PIC X(02) VALUE "00".
       77  REL-ERRO       PIC X(02) VALUE "00".
       77  OPERADOR-CODIGO PIC 9(04) VALUE ZEROS.
       77  OPERADOR-PERFIL PIC X(01) VALUE SPACE.
       77  PROGRAMA-LOGON PIC X(15) VALUE "RECONCILIA-PROV".
       77  RESULTADO-LOGON PIC X(01) VALUE SPACE.
       77  TURMA          PIC X(10) VALUE SPACES.
       77  DATA-LANCAMENTO PIC 9(08) VALUE ZEROS.
       77  DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77  PERMITE-FUTURO PIC X(01) VALUE "N".
       77  SW-DATA-VALIDA PIC X(01) VALUE "N".
           88 DATA-VALIDA     VALUE "S".
       77  SW-TURMA-VALIDA PIC X(01) VALUE "N".
           88 TURMA-VALIDA    VALUE "S".
       77  SW-FIM-ARQ     PIC X(01) VALUE "N".
           88 FIM-ARQ         VALUE "S".
       77  SW-ACHOU       PIC X(01) VALUE "N".
           88 ACHOU           VALUE "S".
       77  CONFIRMA       PIC X(01) VALUE "N".
           88 CONFIRMADO      VALUE "S", "s".
       77  TEXTO-ENTRADA  PIC X(30) VALUE SPACES.
       77  TEXTO-NORMAL   PIC X(30) VALUE SPACES.
       77  POSICAO-ENTRADA PIC 9(02) VALUE ZEROS.
       77  POSICAO-SAIDA  PIC 9(02) VALUE ZEROS.
       77  NOME-NORMALIZADO PIC X(30) VALUE SPACES.
       77  QTD-HOMONIMOS  PIC 9(03) VALUE ZEROS.
       77  IX-POR-CODIGO  PIC 9(03) VALUE ZEROS.
       77  IX-POR-NOME    PIC 9(03) VALUE ZEROS.
       77  QTD-ALUNOS     PIC 9(03) VALUE ZEROS.
       77  QTD-PROVAS     PIC 9(03) VALUE ZEROS.
       77  QTD-LANCADOS   PIC 9(03) VALUE ZEROS.
       77  QTD-EXATOS     PIC 9(03) VALUE ZEROS.
       77  QTD-PROVAVEIS  PIC 9(03) VALUE ZEROS.
       77  QTD-CONFIRMADOS PIC 9(03) VALUE ZEROS.
       77  QTD-ORFAOS-PROVA PIC 9(03) VALUE ZEROS.
       77  QTD-ORFAOS-ALUNO PIC 9(03) VALUE ZEROS.
       77  QTD-MIGRADOS   PIC 9(03) VALUE ZEROS.
       77  QTD-JA-LANCADOS PIC 9(03) VALUE ZEROS.
       77  SECAO-ATUAL    PIC X(01) VALUE SPACE.
       77  PAGINA         PIC 9(03) VALUE ZEROS.
       77  LINHAS-PAGINA  PIC 9(02) VALUE 99.

      * The cadastro, with each nome normalized once and a flag for
      * the alunos claimed by an exact or confirmed match.
       01  TABELA-ALUNOS VALUE SPACES.
           05  ALUNO-TAB OCCURS 500 TIMES INDEXED BY IX-ALU.
               10  TA-MATRICULA PIC 9(05).
               10  TA-NOME      PIC X(30).
               10  TA-NORMAL    PIC X(30).
               10  TA-CASADO    PIC X(01).

      * The roster with its classification: E exact (codigo and nome
      * agree), P probable (nome agrees under another codigo - N -
      * or codigo agrees under another nome - C), O orphan (H when
      * the nome fits more than one aluno). TP-CONFIRMADO is the
      * operator's answer on a probable match.
       01  TABELA-PROVAS VALUE SPACES.
           05  PROVA-TAB OCCURS 500 TIMES INDEXED BY IX-PROVA.
               10  TP-CODIGO     PIC 9(05).
               10  TP-NOME       PIC X(30).
               10  TP-MEDIA      PIC 99V9.
               10  TP-SITUACAO   PIC X(01).
               10  TP-CLASSE     PIC X(01).
               10  TP-MOTIVO     PIC X(01).
               10  TP-ALUNO      PIC 9(03).
               10  TP-CONFIRMADO PIC X(01).

      * The matriculas already on the history for the chosen turma:
      * a second run never migrates the same aluno twice.
       01  TABELA-LANCADOS VALUE ZEROS.
           05  LANCADO-TAB OCCURS 500 TIMES INDEXED BY IX-LANC
               PIC 9(05).

       01  CABECALHO-PAGINA.
           05  FILLER       PIC X(30)
               VALUE "RECONCILIACAO PROVAS X ALUNOS ".
           05  CB-DATA      PIC 9(08).
           05  FILLER       PIC X(12) VALUE "      PAGINA".
           05  CB-PAGINA    PIC ZZ9.
           05  FILLER       PIC X(19) VALUE SPACES.

       01  CABECALHO-COLUNAS.
           05  FILLER PIC X(07) VALUE "CODIGO ".
           05  FILLER PIC X(31) VALUE "NOME NO PROVAS".
           05  FILLER PIC X(10) VALUE "MATRICULA ".
           05  FILLER PIC X(24) VALUE "OBSERVACAO".

       01  LINHA-SECAO.
           05  FILLER       PIC X(04) VALUE "--- ".
           05  LS-TITULO    PIC X(40).
           05  FILLER       PIC X(28) VALUE SPACES.

       01  LINHA-DETALHE.
           05  LD-CODIGO    PIC X(05).
           05  FILLER       PIC X(02) VALUE SPACES.
           05  LD-NOME      PIC X(30).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LD-MATRICULA PIC X(05).
           05  FILLER       PIC X(05) VALUE SPACES.
           05  LD-OBS       PIC X(24).

       01  LINHA-CADASTRO.
           05  FILLER       PIC X(07) VALUE SPACES.
           05  FILLER       PIC X(10) VALUE "CADASTRO: ".
           05  LC-NOME      PIC X(30).
           05  FILLER       PIC X(25) VALUE SPACES.

       01  LINHA-TOTAL.
           05  LT-ROTULO    PIC X(36).
           05  LT-VALOR     PIC ZZZ9.
           05  FILLER       PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Reconciliacao PROVAS x ALUNOS.DAT ---*".
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.

      * Sign-on through the shared EFETUAR-LOGON; the migration to
      * the history is a supervisor's call, like a grade correction.
           CALL "EFETUAR-LOGON" USING PROGRAMA-LOGON,
              OPERADOR-CODIGO, OPERADOR-PERFIL, RESULTADO-LOGON.
           IF RESULTADO-LOGON NOT = "S"
              DISPLAY "Identificacao recusada, encerrando."
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           PERFORM CARREGAR-ALUNOS THRU CARREGAR-ALUNOS-EXIT.
           IF QTD-ALUNOS = ZEROS
              DISPLAY "Nenhum aluno cadastrado, nada a reconciliar."
              GO TO END-OF-JOB.

           PERFORM CARREGAR-PROVAS THRU CARREGAR-PROVAS-EXIT.
           IF QTD-PROVAS = ZEROS
              DISPLAY "Arquivo de provas vazio, nada a reconciliar."
              GO TO END-OF-JOB.

           IF QTD-PROVAVEIS > ZEROS
              DISPLAY "--- Correspondencias provaveis a confirmar ---"
              PERFORM CONFIRMAR-PROVAVEL
                 VARYING IX-PROVA FROM 1 BY 1
                 UNTIL IX-PROVA > QTD-PROVAS.

           PERFORM IMPRIMIR-RELATORIO THRU IMPRIMIR-RELATORIO-EXIT.

           DISPLAY "Registros no PROVAS......: " QTD-PROVAS.
           DISPLAY "Correspondencias exatas..: " QTD-EXATOS.
           DISPLAY "Provaveis / confirmadas..: " QTD-PROVAVEIS
              " / " QTD-CONFIRMADOS.
           DISPLAY "Orfaos no PROVAS.........: " QTD-ORFAOS-PROVA.
           DISPLAY "Alunos sem prova.........: " QTD-ORFAOS-ALUNO.
           DISPLAY "Relatorio em RELRECON.DAT.".

           IF QTD-EXATOS + QTD-CONFIRMADOS = ZEROS
              GO TO END-OF-JOB.

           DISPLAY "Migrar as correspondencias confirmadas para o "
              "historico (S/N) ?".
           ACCEPT CONFIRMA.
           IF NOT CONFIRMADO
              DISPLAY "Historico mantido."
              GO TO END-OF-JOB.

           IF OPERADOR-PERFIL NOT = "S"
              DISPLAY "Migracao restrita a supervisor !"
              GO TO END-OF-JOB.

           PERFORM MIGRAR-HISTORICO THRU MIGRAR-HISTORICO-EXIT.

       END-OF-JOB.
           GOBACK.

       CARREGAR-ALUNOS.
           MOVE "N" TO SW-FIM-ARQ.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF AL-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ALUNOS.DAT, status " AL-ERRO
              GO TO CARREGAR-ALUNOS-EXIT.

           PERFORM LER-ALUNO UNTIL FIM-ARQ.

           CLOSE ARQUIVO-ALUNOS.

       CARREGAR-ALUNOS-EXIT.
           EXIT.

       LER-ALUNO.
           READ ARQUIVO-ALUNOS
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF QTD-ALUNOS < 500
                    ADD 1 TO QTD-ALUNOS
                    SET IX-ALU TO QTD-ALUNOS
                    MOVE AL-MATRICULA TO TA-MATRICULA(IX-ALU)
                    MOVE AL-NOME TO TA-NOME(IX-ALU)
                    MOVE AL-NOME TO TEXTO-ENTRADA
                    PERFORM NORMALIZAR-TEXTO
                    MOVE TEXTO-NORMAL TO TA-NORMAL(IX-ALU)
                    MOVE "N" TO TA-CASADO(IX-ALU)
                 ELSE
                    DISPLAY "Aviso: mais de 500 alunos, matricula "
                       AL-MATRICULA " fora da reconciliacao !"
                 END-IF
           END-READ.

       CARREGAR-PROVAS.
           MOVE "N" TO SW-FIM-ARQ.
           OPEN INPUT ARQUIVO-PROVA.
           IF PV-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-PROVA, status " PV-ERRO
              GO TO CARREGAR-PROVAS-EXIT.

           PERFORM LER-PROVA UNTIL FIM-ARQ.

           CLOSE ARQUIVO-PROVA.

       CARREGAR-PROVAS-EXIT.
           EXIT.

       LER-PROVA.
           READ ARQUIVO-PROVA
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF QTD-PROVAS < 500
                    ADD 1 TO QTD-PROVAS
                    SET IX-PROVA TO QTD-PROVAS
                    PERFORM CLASSIFICAR-PROVA
                 ELSE
                    DISPLAY "Aviso: mais de 500 provas, codigo "
                       CODIGO " fora da reconciliacao !"
                 END-IF
           END-READ.

      * The nome weighs more than the codigo: the roster's codigos
      * were never matriculas, so a codigo that happens to hit a
      * matricula under another nome is only a probable match, and
      * a unique nome under another codigo is one too.
       CLASSIFICAR-PROVA.
           MOVE CODIGO TO TP-CODIGO(IX-PROVA).
           MOVE NOME TO TP-NOME(IX-PROVA).
           MOVE MEDIA TO TP-MEDIA(IX-PROVA).
           MOVE SITUACAO TO TP-SITUACAO(IX-PROVA).
           MOVE SPACE TO TP-MOTIVO(IX-PROVA).
           MOVE "N" TO TP-CONFIRMADO(IX-PROVA).
           MOVE ZEROS TO TP-ALUNO(IX-PROVA).

           MOVE NOME TO TEXTO-ENTRADA.
           PERFORM NORMALIZAR-TEXTO.
           MOVE TEXTO-NORMAL TO NOME-NORMALIZADO.

           MOVE ZEROS TO IX-POR-CODIGO IX-POR-NOME QTD-HOMONIMOS.
           PERFORM COMPARAR-ALUNO
              VARYING IX-ALU FROM 1 BY 1
              UNTIL IX-ALU > QTD-ALUNOS.

           EVALUATE TRUE
              WHEN IX-POR-CODIGO > ZEROS
                 AND TA-NORMAL(IX-POR-CODIGO) = NOME-NORMALIZADO
                 MOVE "E" TO TP-CLASSE(IX-PROVA)
                 MOVE IX-POR-CODIGO TO TP-ALUNO(IX-PROVA)
                 MOVE "S" TO TA-CASADO(IX-POR-CODIGO)
                 ADD 1 TO QTD-EXATOS
              WHEN QTD-HOMONIMOS = 1
                 MOVE "P" TO TP-CLASSE(IX-PROVA)
                 MOVE "N" TO TP-MOTIVO(IX-PROVA)
                 MOVE IX-POR-NOME TO TP-ALUNO(IX-PROVA)
                 ADD 1 TO QTD-PROVAVEIS
              WHEN IX-POR-CODIGO > ZEROS
                 MOVE "P" TO TP-CLASSE(IX-PROVA)
                 MOVE "C" TO TP-MOTIVO(IX-PROVA)
                 MOVE IX-POR-CODIGO TO TP-ALUNO(IX-PROVA)
                 ADD 1 TO QTD-PROVAVEIS
              WHEN QTD-HOMONIMOS > 1
                 MOVE "O" TO TP-CLASSE(IX-PROVA)
                 MOVE "H" TO TP-MOTIVO(IX-PROVA)
                 ADD 1 TO QTD-ORFAOS-PROVA
              WHEN OTHER
                 MOVE "O" TO TP-CLASSE(IX-PROVA)
                 ADD 1 TO QTD-ORFAOS-PROVA
           END-EVALUATE.

       COMPARAR-ALUNO.
           IF TA-MATRICULA(IX-ALU) = CODIGO
              SET IX-POR-CODIGO TO IX-ALU.
           IF TA-NORMAL(IX-ALU) = NOME-NORMALIZADO
              ADD 1 TO QTD-HOMONIMOS
              SET IX-POR-NOME TO IX-ALU.

      * Uppercases the nome and keeps only its letters and digits,
      * so "Ana  Maria", "ANA MARIA" and "ana-maria" compare equal;
      * the same closing of blanks NORMALIZAR-TURMAS does on turmas.
       NORMALIZAR-TEXTO.
           INSPECT TEXTO-ENTRADA CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO TEXTO-NORMAL.
           MOVE ZEROS TO POSICAO-SAIDA.
           PERFORM COPIAR-CARACTERE
              VARYING POSICAO-ENTRADA FROM 1 BY 1
              UNTIL POSICAO-ENTRADA > 30.

       COPIAR-CARACTERE.
           IF (TEXTO-ENTRADA(POSICAO-ENTRADA:1) NOT < "A"
              AND TEXTO-ENTRADA(POSICAO-ENTRADA:1) NOT > "Z")
              OR (TEXTO-ENTRADA(POSICAO-ENTRADA:1) NOT < "0"
              AND TEXTO-ENTRADA(POSICAO-ENTRADA:1) NOT > "9")
              ADD 1 TO POSICAO-SAIDA
              MOVE TEXTO-ENTRADA(POSICAO-ENTRADA:1)
                 TO TEXTO-NORMAL(POSICAO-SAIDA:1).

      * Each probable match is shown side by side and taken only on
      * an explicit S; a matricula already claimed by an exact match
      * or an earlier confirmation is not offered again.
       CONFIRMAR-PROVAVEL.
           IF TP-CLASSE(IX-PROVA) = "P"
              SET IX-ALU TO TP-ALUNO(IX-PROVA)
              IF TA-CASADO(IX-ALU) = "S"
                 DISPLAY "Codigo " TP-CODIGO(IX-PROVA)
                    ": matricula " TA-MATRICULA(IX-ALU)
                    " ja reconciliada, nao confirmado."
              ELSE
                 DISPLAY " "
                 DISPLAY "PROVAS  : " TP-CODIGO(IX-PROVA) " "
                    TP-NOME(IX-PROVA)
                 DISPLAY "ALUNOS  : " TA-MATRICULA(IX-ALU) " "
                    TA-NOME(IX-ALU)
                 IF TP-MOTIVO(IX-PROVA) = "N"
                    DISPLAY "Mesmo nome, codigo diferente."
                 ELSE
                    DISPLAY "Mesmo codigo, nome diferente."
                 END-IF
                 DISPLAY "Mesmo aluno (S/N) ?"
                 ACCEPT CONFIRMA
                 IF CONFIRMADO
                    MOVE "S" TO TP-CONFIRMADO(IX-PROVA)
                    MOVE "S" TO TA-CASADO(IX-ALU)
                    ADD 1 TO QTD-CONFIRMADOS
                 END-IF
              END-IF.

      * RELRECON.DAT, paginated the LISTAR-PROVAS way: exact matches,
      * probable ones with the operator's answer, the roster orphans
      * and the alunos no prova record was reconciled to.
       IMPRIMIR-RELATORIO.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           IF REL-ERRO NOT = "00"
              DISPLAY "Erro ao abrir RELRECON.DAT, status " REL-ERRO
              GO TO IMPRIMIR-RELATORIO-EXIT.

           MOVE ZEROS TO PAGINA QTD-ORFAOS-ALUNO.
           MOVE 99 TO LINHAS-PAGINA.

           MOVE "CORRESPONDENCIAS EXATAS" TO LS-TITULO.
           PERFORM IMPRIMIR-SECAO.
           MOVE "E" TO SECAO-ATUAL.
           PERFORM IMPRIMIR-PROVA
              VARYING IX-PROVA FROM 1 BY 1
              UNTIL IX-PROVA > QTD-PROVAS.

           MOVE "CORRESPONDENCIAS PROVAVEIS" TO LS-TITULO.
           PERFORM IMPRIMIR-SECAO.
           MOVE "P" TO SECAO-ATUAL.
           PERFORM IMPRIMIR-PROVA
              VARYING IX-PROVA FROM 1 BY 1
              UNTIL IX-PROVA > QTD-PROVAS.

           MOVE "ORFAOS NO ARQUIVO DE PROVAS" TO LS-TITULO.
           PERFORM IMPRIMIR-SECAO.
           MOVE "O" TO SECAO-ATUAL.
           PERFORM IMPRIMIR-PROVA
              VARYING IX-PROVA FROM 1 BY 1
              UNTIL IX-PROVA > QTD-PROVAS.

           MOVE "ALUNOS SEM REGISTRO NO ARQUIVO DE PROVAS"
              TO LS-TITULO.
           PERFORM IMPRIMIR-SECAO.
           PERFORM IMPRIMIR-ALUNO-ORFAO
              VARYING IX-ALU FROM 1 BY 1
              UNTIL IX-ALU > QTD-ALUNOS.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "Registros no arquivo de provas....:" TO LT-ROTULO.
           MOVE QTD-PROVAS TO LT-VALOR.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "Correspondencias exatas...........:" TO LT-ROTULO.
           MOVE QTD-EXATOS TO LT-VALOR.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "Provaveis.........................:" TO LT-ROTULO.
           MOVE QTD-PROVAVEIS TO LT-VALOR.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "Provaveis confirmadas.............:" TO LT-ROTULO.
           MOVE QTD-CONFIRMADOS TO LT-VALOR.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "Orfaos no arquivo de provas.......:" TO LT-ROTULO.
           MOVE QTD-ORFAOS-PROVA TO LT-VALOR.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "Alunos sem registro de prova......:" TO LT-ROTULO.
           MOVE QTD-ORFAOS-ALUNO TO LT-VALOR.
           PERFORM IMPRIMIR-TOTAL.

           CLOSE ARQUIVO-RELATORIO.

       IMPRIMIR-RELATORIO-EXIT.
           EXIT.

       IMPRIMIR-SECAO.
           IF LINHAS-PAGINA >= 18
              PERFORM IMPRIMIR-CABECALHO
           ELSE
              MOVE SPACES TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              ADD 1 TO LINHAS-PAGINA.
           MOVE LINHA-SECAO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO LINHAS-PAGINA.

       IMPRIMIR-PROVA.
           IF TP-CLASSE(IX-PROVA) = SECAO-ATUAL
              IF LINHAS-PAGINA >= 20
                 PERFORM IMPRIMIR-CABECALHO
              END-IF
              MOVE TP-CODIGO(IX-PROVA) TO LD-CODIGO
              MOVE TP-NOME(IX-PROVA) TO LD-NOME
              MOVE SPACES TO LD-MATRICULA LD-OBS
              IF TP-ALUNO(IX-PROVA) > ZEROS
                 SET IX-ALU TO TP-ALUNO(IX-PROVA)
                 MOVE TA-MATRICULA(IX-ALU) TO LD-MATRICULA
              END-IF
              PERFORM DESCREVER-PROVA
              MOVE LINHA-DETALHE TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              ADD 1 TO LINHAS-PAGINA
              IF TP-CLASSE(IX-PROVA) = "P"
                 MOVE TA-NOME(IX-ALU) TO LC-NOME
                 MOVE LINHA-CADASTRO TO LINHA-RELATORIO
                 WRITE LINHA-RELATORIO
                 ADD 1 TO LINHAS-PAGINA.

       DESCREVER-PROVA.
           EVALUATE TRUE
              WHEN TP-CLASSE(IX-PROVA) = "E"
                 MOVE "CODIGO E NOME" TO LD-OBS
              WHEN TP-CONFIRMADO(IX-PROVA) = "S"
                 MOVE "CONFIRMADA" TO LD-OBS
              WHEN TP-CLASSE(IX-PROVA) = "P"
                 MOVE "NAO CONFIRMADA" TO LD-OBS
              WHEN TP-MOTIVO(IX-PROVA) = "H"
                 MOVE "NOME DE VARIOS ALUNOS" TO LD-OBS
              WHEN OTHER
                 MOVE "SEM ALUNO CORRESPONDENTE" TO LD-OBS
           END-EVALUATE.

       IMPRIMIR-ALUNO-ORFAO.
           IF TA-CASADO(IX-ALU) NOT = "S"
              IF LINHAS-PAGINA >= 20
                 PERFORM IMPRIMIR-CABECALHO
              END-IF
              ADD 1 TO QTD-ORFAOS-ALUNO
              MOVE SPACES TO LD-CODIGO LD-OBS
              MOVE TA-NOME(IX-ALU) TO LD-NOME
              MOVE TA-MATRICULA(IX-ALU) TO LD-MATRICULA
              MOVE "SEM PROVA RECONCILIADA" TO LD-OBS
              MOVE LINHA-DETALHE TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              ADD 1 TO LINHAS-PAGINA.

       IMPRIMIR-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-CABECALHO.
           ADD 1 TO PAGINA.
           MOVE DATA-HOJE TO CB-DATA.
           MOVE PAGINA TO CB-PAGINA.
           MOVE CABECALHO-PAGINA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO LINHAS-PAGINA.

      * The exact and confirmed matches go to HISTORICO.DAT under
      * one registered turma and date, with the cadastro's nome and
      * the MEDIA/SITUACAO the roster stored; an aluno the turma
      * already has a lancamento for is skipped.
       MIGRAR-HISTORICO.
           MOVE "N" TO SW-TURMA-VALIDA.
           PERFORM ENTRAR-TURMA UNTIL TURMA NOT = SPACES.
           PERFORM VALIDAR-TURMA THRU VALIDAR-TURMA-EXIT.
           IF NOT TURMA-VALIDA
              DISPLAY "Turma nao cadastrada !"
              GO TO MIGRAR-HISTORICO-EXIT.

           MOVE "N" TO SW-DATA-VALIDA.
           PERFORM ENTRAR-DATA UNTIL DATA-VALIDA.

           PERFORM CARREGAR-LANCADOS THRU CARREGAR-LANCADOS-EXIT.

           OPEN I-O ARQUIVO-HISTORICO.
           IF HIST-ERRO = "35"
              OPEN OUTPUT ARQUIVO-HISTORICO
              CLOSE ARQUIVO-HISTORICO
              OPEN I-O ARQUIVO-HISTORICO.

           IF HIST-ERRO NOT = "00"
              DISPLAY "Erro ao abrir HISTORICO.DAT, status " HIST-ERRO
              GO TO MIGRAR-HISTORICO-EXIT.

           PERFORM MIGRAR-PROVA
              VARYING IX-PROVA FROM 1 BY 1
              UNTIL IX-PROVA > QTD-PROVAS.

           CLOSE ARQUIVO-HISTORICO.

           DISPLAY "Lancamentos migrados.....: " QTD-MIGRADOS.
           DISPLAY "Ja lancados na turma.....: " QTD-JA-LANCADOS.

       MIGRAR-HISTORICO-EXIT.
           EXIT.

       ENTRAR-TURMA.
           DISPLAY "Turma do historico : ".
           ACCEPT TURMA.
           IF TURMA = SPACES
              DISPLAY "Nao pode ficar em branco !".

       ENTRAR-DATA.
           DISPLAY "Data do lancamento (AAAAMMDD) : ".
           ACCEPT DATA-LANCAMENTO.
           CALL "VALIDAR-DATA" USING DATA-LANCAMENTO,
              PERMITE-FUTURO, SW-DATA-VALIDA.
           IF NOT DATA-VALIDA
              DISPLAY "Data invalida !".

       VALIDAR-TURMA.
           MOVE "N" TO SW-FIM-ARQ.
           OPEN INPUT ARQUIVO-TURMAS.
           IF TR-ERRO NOT = "00"
              DISPLAY "Erro ao abrir TURMAS.DAT, status " TR-ERRO
              GO TO VALIDAR-TURMA-EXIT.

           PERFORM LER-TURMA UNTIL TURMA-VALIDA OR FIM-ARQ.

           CLOSE ARQUIVO-TURMAS.

       VALIDAR-TURMA-EXIT.
           EXIT.

       LER-TURMA.
           READ ARQUIVO-TURMAS
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF TR-CODIGO = TURMA
                    MOVE "S" TO SW-TURMA-VALIDA
                 END-IF
           END-READ.

       CARREGAR-LANCADOS.
           MOVE ZEROS TO QTD-LANCADOS.
           MOVE "N" TO SW-FIM-ARQ.
           OPEN INPUT ARQUIVO-HISTORICO.
           IF HIST-ERRO NOT = "00"
              GO TO CARREGAR-LANCADOS-EXIT.

           MOVE TURMA TO HIST-TURMA.
           START ARQUIVO-HISTORICO KEY IS EQUAL TO HIST-TURMA
              INVALID KEY
                 MOVE "S" TO SW-FIM-ARQ
           END-START.

           PERFORM LER-HISTORICO UNTIL FIM-ARQ.

           CLOSE ARQUIVO-HISTORICO.

       CARREGAR-LANCADOS-EXIT.
           EXIT.

       LER-HISTORICO.
           READ ARQUIVO-HISTORICO NEXT
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF HIST-TURMA NOT = TURMA
                    MOVE "S" TO SW-FIM-ARQ
                 ELSE
                    IF QTD-LANCADOS < 500
                       ADD 1 TO QTD-LANCADOS
                       SET IX-LANC TO QTD-LANCADOS
                       MOVE HIST-MATRICULA TO LANCADO-TAB(IX-LANC)
                    END-IF
                 END-IF
           END-READ.

       MIGRAR-PROVA.
           IF TP-CLASSE(IX-PROVA) = "E"
              OR TP-CONFIRMADO(IX-PROVA) = "S"
              SET IX-ALU TO TP-ALUNO(IX-PROVA)
              MOVE "N" TO SW-ACHOU
              PERFORM PROCURAR-LANCADO
                 VARYING IX-LANC FROM 1 BY 1
                 UNTIL IX-LANC > QTD-LANCADOS OR ACHOU
              IF ACHOU
                 ADD 1 TO QTD-JA-LANCADOS
              ELSE
                 PERFORM GRAVAR-LANCAMENTO.

       PROCURAR-LANCADO.
           IF LANCADO-TAB(IX-LANC) = TA-MATRICULA(IX-ALU)
              MOVE "S" TO SW-ACHOU.

       GRAVAR-LANCAMENTO.
           MOVE TA-NOME(IX-ALU) TO HIST-NOME.
           MOVE TP-MEDIA(IX-PROVA) TO HIST-MEDIA.
           MOVE TP-SITUACAO(IX-PROVA) TO HIST-SITUACAO.
           MOVE DATA-LANCAMENTO TO HIST-DATA.
           MOVE TURMA TO HIST-TURMA.
           MOVE TA-MATRICULA(IX-ALU) TO HIST-MATRICULA.
           WRITE REG-HISTORICO
              INVALID KEY
                 DISPLAY "Matricula " HIST-MATRICULA
                    " ja lancada na turma nesta data !"
           END-WRITE.

           IF HIST-ERRO NOT = "00"
              IF HIST-ERRO NOT = "22"
                 DISPLAY "Erro ao gravar REG-HISTORICO, status "
                    HIST-ERRO
              END-IF
           ELSE
              ADD 1 TO QTD-MIGRADOS
              IF QTD-LANCADOS < 500
                 ADD 1 TO QTD-LANCADOS
                 SET IX-LANC TO QTD-LANCADOS
                 MOVE TA-MATRICULA(IX-ALU) TO LANCADO-TAB(IX-LANC).

       END PROGRAM RECONCILIAR-PROVAS.
