      ******************************************************************
      * Author:       BERGAMASCHI, MARCELO.
      * Date:         2026-10-15.
      * Purpose:      Maintains the enrollment file ENTURMACAO.DAT -
      *               which alunos belong to which turma, with the
      *               enrollment date and the situacao (ativo,
      *               trancado or transferido) - so the frequencia
      *               and grade lancamentos stop accepting any
      *               ALUNOS.DAT matricula for any turma, and
      *               ENCERRAR-TURMA knows who should be on the ata.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  First version: matricular, listar a turma and
      *             alterar a situacao, the alteration rewriting the
      *             file the same copy-and-replace way
      *             CADASTRO-ALUNOS already does.
      * 2026-10-15  REGTURMA widened to 56 with the carga horaria
      *             (TR-CARGA-HORARIA).
      * 2026-10-15  Sign-on through EFETUAR-LOGON; enrollments and
      *             changes of situacao go to the common change log
      *             ALTERACOES.DAT through GRAVAR-ALTERACAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-ENTURMACAO.
       AUTHOR. BERGAMASCHI, MARCELO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       INSTALLATION. UNISANTA - SANTOS.
       SECURITY. ENTURMACAO DE ALUNOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-486-DX2-66-MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66-MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ENTURMACAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MT-ERRO.

           SELECT ARQUIVO-ENTURMACAO-NOVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MTNOVO-ERRO.

           SELECT ARQUIVO-TURMAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TR-ERRO.

           SELECT ARQUIVO-ALUNOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AL-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ENTURMACAO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS REG-ENTURMACAO
           VALUE OF FILE-ID "ENTURMACAO.DAT".

       01  REG-ENTURMACAO.
           COPY REGMATR.

       FD  ARQUIVO-ENTURMACAO-NOVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS REG-ENTURMACAO-NOVO
           VALUE OF FILE-ID "ENTUNOVO.DAT".

       01  REG-ENTURMACAO-NOVO.
           COPY REGMATR REPLACING
              MT-TURMA BY MTN-TURMA,
              MT-MATRICULA BY MTN-MATRICULA,
              MT-DATA BY MTN-DATA,
              MT-STATUS BY MTN-STATUS,
              MATRICULA-ATIVA BY MATRICULA-ATIVA-N,
              MATRICULA-TRANCADA BY MATRICULA-TRANCADA-N,
              MATRICULA-TRANSFERIDA BY MATRICULA-TRANSFERIDA-N.

       FD  ARQUIVO-TURMAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS REG-TURMA
           VALUE OF FILE-ID "TURMAS.DAT".

       01  REG-TURMA.
           COPY REGTURMA.

       FD  ARQUIVO-ALUNOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS REG-ALUNO
           VALUE OF FILE-ID "ALUNOS.DAT".

       01  REG-ALUNO.
           COPY REGALUNO.

       WORKING-STORAGE SECTION.
       77  MT-ERRO        PIC X(02) VALUE "00".
       77  MTNOVO-ERRO    PIC X(02) VALUE "00".
       77  TR-ERRO        PIC X(02) VALUE "00".
       77  AL-ERRO        PIC X(02) VALUE "00".
       77  NOME-ENTU-ARQUIVO PIC X(14) VALUE "ENTURMACAO.DAT".
       77  NOVO-ENTU-ARQUIVO PIC X(12) VALUE "ENTUNOVO.DAT".
       77  CE-OPCAO       PIC 9(01) VALUE ZEROS.
       77  TURMA          PIC X(10) VALUE SPACES.
       77  MATRICULA      PIC 9(05) VALUE ZEROS.
       77  NOME-ALUNO     PIC X(30) VALUE SPACES.
       77  DESCRICAO-TURMA PIC X(30) VALUE SPACES.
       77  SW-TURMA-ACHADA PIC X(01) VALUE "N".
           88 TURMA-ACHADA    VALUE "S".
       77  SW-TURMA-ABERTA PIC X(01) VALUE "N".
           88 TURMA-ABERTA    VALUE "S".
       77  SW-ALUNO-ACHADO PIC X(01) VALUE "N".
           88 ALUNO-ACHADO    VALUE "S".
       77  SW-ALUNO-ATIVO PIC X(01) VALUE "N".
           88 ALUNO-ATIVO-CAD VALUE "S".
       77  SW-ENCONTROU   PIC X(01) VALUE "N".
           88 ENCONTROU       VALUE "S".
       77  SW-FIM-ARQ     PIC X(01) VALUE "N".
           88 FIM-ARQ         VALUE "S".
       77  SW-FIM-ALUNOS  PIC X(01) VALUE "N".
           88 FIM-ALUNOS      VALUE "S".
       77  PERMITE-FUTURO PIC X(01) VALUE "N".
       77  SW-DATA-VALIDA PIC X(01) VALUE "N".
           88 DATA-VALIDA     VALUE "S".
       77  QTD-ATIVOS     PIC 9(03) VALUE ZEROS.
       77  QTD-TRANCADOS  PIC 9(03) VALUE ZEROS.
       77  QTD-TRANSFERIDOS PIC 9(03) VALUE ZEROS.
       77  DESCRICAO-STATUS PIC X(11) VALUE SPACES.
       77  STATUS-ANTERIOR PIC X(01) VALUE SPACE.
       77  OPERADOR-CODIGO PIC 9(04) VALUE ZEROS.
       77  OPERADOR-PERFIL PIC X(01) VALUE SPACE.
       77  PROGRAMA-LOGON PIC X(15) VALUE "CADASTRO-ENTUR.".
       77  RESULTADO-LOGON PIC X(01) VALUE SPACE.

       01  ENTURMACAO-ENTRADA.
           COPY REGMATR REPLACING
              MT-TURMA BY ME-TURMA,
              MT-MATRICULA BY ME-MATRICULA,
              MT-DATA BY ME-DATA,
              MT-STATUS BY ME-STATUS,
              MATRICULA-ATIVA BY MATRICULA-ATIVA-E,
              MATRICULA-TRANCADA BY MATRICULA-TRANCADA-E,
              MATRICULA-TRANSFERIDA BY MATRICULA-TRANSFERIDA-E.

       01  ALTERACAO-CADASTRO.
           COPY REGALTE.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Enturmacao de Alunos ---*"

      * Sign-on through the shared EFETUAR-LOGON: the operator's
      * codigo signs every line this run leaves on the change log.
           CALL "EFETUAR-LOGON" USING PROGRAMA-LOGON,
              OPERADOR-CODIGO, OPERADOR-PERFIL, RESULTADO-LOGON.
           IF RESULTADO-LOGON NOT = "S"
              DISPLAY "Identificacao recusada, encerrando."
              MOVE 8 TO RETURN-CODE
              GOBACK.

           DISPLAY "1 - Matricular aluno na turma"
           DISPLAY "2 - Listar alunos da turma"
           DISPLAY "3 - Alterar situacao na turma"
           DISPLAY "Opcao:"
           ACCEPT CE-OPCAO.

           EVALUATE CE-OPCAO
              WHEN 2
                 PERFORM LISTAR-TURMA THRU LISTAR-TURMA-EXIT
              WHEN 3
                 PERFORM ALTERAR-SITUACAO THRU ALTERAR-SITUACAO-EXIT
              WHEN OTHER
                 PERFORM MATRICULAR-ALUNO THRU MATRICULAR-ALUNO-EXIT
           END-EVALUATE.

           GOBACK.

      * Only an active turma still em curso takes new alunos, and
      * only an aluno ativo on the cadastro can be enrolled; a
      * second line for the same turma and matricula is refused -
      * a trancado aluno coming back is reactivated by option 3.
       MATRICULAR-ALUNO.
           PERFORM ENTRAR-TURMA UNTIL TURMA NOT = SPACES.

           PERFORM LOCALIZAR-TURMA THRU LOCALIZAR-TURMA-EXIT.
           IF NOT TURMA-ACHADA
              DISPLAY "Turma nao cadastrada !"
              GO TO MATRICULAR-ALUNO-EXIT.
           IF NOT TURMA-ABERTA
              DISPLAY "Turma inativa ou encerrada !"
              GO TO MATRICULAR-ALUNO-EXIT.

           PERFORM ENTRAR-MATRICULA UNTIL MATRICULA > ZEROS.

           PERFORM LOCALIZAR-ALUNO THRU LOCALIZAR-ALUNO-EXIT.
           IF NOT ALUNO-ACHADO
              DISPLAY "Matricula nao cadastrada !"
              GO TO MATRICULAR-ALUNO-EXIT.
           IF NOT ALUNO-ATIVO-CAD
              DISPLAY "Aluno inativo no cadastro !"
              GO TO MATRICULAR-ALUNO-EXIT.
           DISPLAY "Aluno: " NOME-ALUNO.

           PERFORM LOCALIZAR-ENTURMACAO
              THRU LOCALIZAR-ENTURMACAO-EXIT.
           IF ENCONTROU
              DISPLAY "Aluno ja matriculado na turma (situacao "
                 ME-STATUS ") !"
              GO TO MATRICULAR-ALUNO-EXIT.

           MOVE TURMA TO ME-TURMA.
           MOVE MATRICULA TO ME-MATRICULA.
           MOVE "N" TO SW-DATA-VALIDA.
           PERFORM ENTRAR-DATA-MATRICULA UNTIL DATA-VALIDA.
           MOVE "A" TO ME-STATUS.

           OPEN EXTEND ARQUIVO-ENTURMACAO.
           IF MT-ERRO = "35"
              OPEN OUTPUT ARQUIVO-ENTURMACAO.

           IF MT-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ENTURMACAO.DAT, status " MT-ERRO
              GO TO MATRICULAR-ALUNO-EXIT.

           MOVE ENTURMACAO-ENTRADA TO REG-ENTURMACAO.
           WRITE REG-ENTURMACAO.

           IF MT-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-ENTURMACAO, status "
                 MT-ERRO
           ELSE
              PERFORM REGISTRAR-INCLUSAO.

           CLOSE ARQUIVO-ENTURMACAO.
           DISPLAY "Aluno matriculado na turma.".

       MATRICULAR-ALUNO-EXIT.
           EXIT.

       ENTRAR-TURMA.
           DISPLAY "Turma/disciplina : "
           ACCEPT TURMA.
           IF TURMA = SPACES
              DISPLAY "Nao pode ficar em branco !".

       ENTRAR-MATRICULA.
           DISPLAY "Matricula do aluno (maior que zero) :"
           ACCEPT MATRICULA.
           IF MATRICULA = ZEROS
              DISPLAY "Matricula invalida !".

       ENTRAR-DATA-MATRICULA.
           DISPLAY "Data da matricula na turma (AAAAMMDD) :"
           ACCEPT ME-DATA.
           CALL "VALIDAR-DATA" USING ME-DATA,
              PERMITE-FUTURO, SW-DATA-VALIDA.
           IF NOT DATA-VALIDA
              DISPLAY "Data invalida !".

       ENTRAR-STATUS.
           DISPLAY "Situacao (A=ativo, T=trancado, S=transferido) :"
           ACCEPT ME-STATUS.
           IF NOT MATRICULA-ATIVA-E AND NOT MATRICULA-TRANCADA-E
              AND NOT MATRICULA-TRANSFERIDA-E
              DISPLAY "Situacao invalida !".

      * The turma's roll in file order, with the nome from the
      * cadastro and the count per situacao.
       LISTAR-TURMA.
           PERFORM ENTRAR-TURMA UNTIL TURMA NOT = SPACES.

           PERFORM LOCALIZAR-TURMA THRU LOCALIZAR-TURMA-EXIT.
           IF NOT TURMA-ACHADA
              DISPLAY "Turma nao cadastrada !"
              GO TO LISTAR-TURMA-EXIT.

           MOVE "N" TO SW-FIM-ARQ.
           OPEN INPUT ARQUIVO-ENTURMACAO.
           IF MT-ERRO NOT = "00"
              DISPLAY "Nenhum aluno matriculado em turmas."
              GO TO LISTAR-TURMA-EXIT.

           DISPLAY "Turma " TURMA " - " DESCRICAO-TURMA.
           DISPLAY "Matricula Nome                           "
              "Desde    Situacao".
           PERFORM LER-ENTURMACAO-LISTA UNTIL FIM-ARQ.

           CLOSE ARQUIVO-ENTURMACAO.

           DISPLAY "Ativos.......: " QTD-ATIVOS.
           DISPLAY "Trancados....: " QTD-TRANCADOS.
           DISPLAY "Transferidos.: " QTD-TRANSFERIDOS.

       LISTAR-TURMA-EXIT.
           EXIT.

       LER-ENTURMACAO-LISTA.
           READ ARQUIVO-ENTURMACAO
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF MT-TURMA = TURMA
                    PERFORM EXIBIR-LINHA-TURMA
                 END-IF
           END-READ.

       EXIBIR-LINHA-TURMA.
           MOVE MT-MATRICULA TO MATRICULA.
           PERFORM LOCALIZAR-ALUNO THRU LOCALIZAR-ALUNO-EXIT.
           IF NOT ALUNO-ACHADO
              MOVE "(fora do cadastro)" TO NOME-ALUNO.

           EVALUATE TRUE
              WHEN MATRICULA-ATIVA
                 MOVE "ATIVO" TO DESCRICAO-STATUS
                 ADD 1 TO QTD-ATIVOS
              WHEN MATRICULA-TRANCADA
                 MOVE "TRANCADO" TO DESCRICAO-STATUS
                 ADD 1 TO QTD-TRANCADOS
              WHEN OTHER
                 MOVE "TRANSFERIDO" TO DESCRICAO-STATUS
                 ADD 1 TO QTD-TRANSFERIDOS
           END-EVALUATE.

           DISPLAY MT-MATRICULA "     " NOME-ALUNO " " MT-DATA
              " " DESCRICAO-STATUS.

      * Trancamento, transferencia or return to ativo, by the same
      * copy-and-replace rewrite CADASTRO-ALUNOS uses, since LINE
      * SEQUENTIAL has no REWRITE.
       ALTERAR-SITUACAO.
           PERFORM ENTRAR-TURMA UNTIL TURMA NOT = SPACES.
           PERFORM ENTRAR-MATRICULA UNTIL MATRICULA > ZEROS.

           PERFORM LOCALIZAR-ENTURMACAO
              THRU LOCALIZAR-ENTURMACAO-EXIT.
           IF NOT ENCONTROU
              DISPLAY "Aluno nao matriculado na turma !"
              GO TO ALTERAR-SITUACAO-EXIT.

           PERFORM LOCALIZAR-ALUNO THRU LOCALIZAR-ALUNO-EXIT.
           DISPLAY "Aluno................: " NOME-ALUNO.
           DISPLAY "Matriculado desde....: " ME-DATA.
           DISPLAY "Situacao atual.......: " ME-STATUS.

           MOVE ME-STATUS TO STATUS-ANTERIOR.
           MOVE SPACE TO ME-STATUS.
           PERFORM ENTRAR-STATUS
              UNTIL MATRICULA-ATIVA-E OR MATRICULA-TRANCADA-E
                 OR MATRICULA-TRANSFERIDA-E.

           IF MATRICULA-ATIVA-E AND NOT ALUNO-ATIVO-CAD
              DISPLAY "Aluno inativo no cadastro, nao pode voltar "
                 "a ativo !"
              GO TO ALTERAR-SITUACAO-EXIT.

           MOVE "N" TO SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-ENTURMACAO.
           IF MT-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ENTURMACAO.DAT, status " MT-ERRO
              GO TO ALTERAR-SITUACAO-EXIT.

           OPEN OUTPUT ARQUIVO-ENTURMACAO-NOVO.
           IF MTNOVO-ERRO NOT = "00"
              DISPLAY "Erro ao abrir arquivo temporario, status "
                 MTNOVO-ERRO
              CLOSE ARQUIVO-ENTURMACAO
              GO TO ALTERAR-SITUACAO-EXIT.

           PERFORM COPIAR-ENTURMACAO UNTIL FIM-ARQ.

           CLOSE ARQUIVO-ENTURMACAO.
           CLOSE ARQUIVO-ENTURMACAO-NOVO.

           CALL "CBL_DELETE_FILE" USING NOME-ENTU-ARQUIVO.
           CALL "CBL_RENAME_FILE" USING NOVO-ENTU-ARQUIVO
              NOME-ENTU-ARQUIVO.

           PERFORM REGISTRAR-SITUACAO.

           DISPLAY "Situacao alterada.".

       ALTERAR-SITUACAO-EXIT.
           EXIT.

       COPIAR-ENTURMACAO.
           READ ARQUIVO-ENTURMACAO
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF MT-TURMA = TURMA AND MT-MATRICULA = MATRICULA
                    MOVE ENTURMACAO-ENTRADA TO REG-ENTURMACAO-NOVO
                 ELSE
                    MOVE REG-ENTURMACAO TO REG-ENTURMACAO-NOVO
                 END-IF
                 WRITE REG-ENTURMACAO-NOVO
           END-READ.

       LOCALIZAR-ENTURMACAO.
           MOVE "N" TO SW-ENCONTROU SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-ENTURMACAO.
           IF MT-ERRO NOT = "00"
              GO TO LOCALIZAR-ENTURMACAO-EXIT.

           PERFORM LER-ENTURMACAO UNTIL ENCONTROU OR FIM-ARQ.

           CLOSE ARQUIVO-ENTURMACAO.

       LOCALIZAR-ENTURMACAO-EXIT.
           EXIT.

       LER-ENTURMACAO.
           READ ARQUIVO-ENTURMACAO
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF MT-TURMA = TURMA AND MT-MATRICULA = MATRICULA
                    MOVE "S" TO SW-ENCONTROU
                    MOVE REG-ENTURMACAO TO ENTURMACAO-ENTRADA
                 END-IF
           END-READ.

       LOCALIZAR-TURMA.
           MOVE "N" TO SW-TURMA-ACHADA SW-TURMA-ABERTA SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-TURMAS.
           IF TR-ERRO NOT = "00"
              DISPLAY "Erro ao abrir TURMAS.DAT, status " TR-ERRO
              GO TO LOCALIZAR-TURMA-EXIT.

           PERFORM LER-TURMA UNTIL TURMA-ACHADA OR FIM-ARQ.

           CLOSE ARQUIVO-TURMAS.

       LOCALIZAR-TURMA-EXIT.
           EXIT.

       LER-TURMA.
           READ ARQUIVO-TURMAS
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF TR-CODIGO = TURMA
                    MOVE "S" TO SW-TURMA-ACHADA
                    MOVE TR-DESCRICAO TO DESCRICAO-TURMA
                    IF TURMA-ATIVA AND NOT TURMA-ENCERRADA
                       MOVE "S" TO SW-TURMA-ABERTA
                    END-IF
                 END-IF
           END-READ.

       LOCALIZAR-ALUNO.
           MOVE "N" TO SW-ALUNO-ACHADO SW-ALUNO-ATIVO SW-FIM-ALUNOS.
           MOVE SPACES TO NOME-ALUNO.

           OPEN INPUT ARQUIVO-ALUNOS.
           IF AL-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ALUNOS.DAT, status " AL-ERRO
              GO TO LOCALIZAR-ALUNO-EXIT.

           PERFORM LER-ALUNO UNTIL ALUNO-ACHADO OR FIM-ALUNOS.

           CLOSE ARQUIVO-ALUNOS.

       LOCALIZAR-ALUNO-EXIT.
           EXIT.

       LER-ALUNO.
           READ ARQUIVO-ALUNOS
              AT END
                 MOVE "S" TO SW-FIM-ALUNOS
              NOT AT END
                 IF AL-MATRICULA = MATRICULA
                    MOVE "S" TO SW-ALUNO-ACHADO
                    MOVE AL-NOME TO NOME-ALUNO
                    IF ALUNO-ATIVO
                       MOVE "S" TO SW-ALUNO-ATIVO
                    END-IF
                 END-IF
           END-READ.

      * An enrollment logs its date and situacao; option 3 logs the
      * change of situacao.
       REGISTRAR-INCLUSAO.
           MOVE "I" TO LA-OPERACAO.
           MOVE SPACES TO LA-VALOR-ANTIGO.
           MOVE "DATA" TO LA-CAMPO.
           MOVE ME-DATA TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.
           MOVE "SITUACAO" TO LA-CAMPO.
           MOVE ME-STATUS TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.

       REGISTRAR-SITUACAO.
           MOVE "A" TO LA-OPERACAO.
           MOVE "SITUACAO" TO LA-CAMPO.
           MOVE STATUS-ANTERIOR TO LA-VALOR-ANTIGO.
           MOVE ME-STATUS TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.

       GRAVAR-LOG-ALTERACAO.
           MOVE OPERADOR-CODIGO TO LA-OPERADOR.
           MOVE "N" TO LA-SENSIVEL.
           MOVE "ENTURMACAO" TO LA-ARQUIVO.
           MOVE SPACES TO LA-CHAVE.
           STRING TURMA DELIMITED BY SPACE
              "/" MATRICULA DELIMITED BY SIZE
              INTO LA-CHAVE.
           CALL "GRAVAR-ALTERACAO" USING ALTERACAO-CADASTRO.

       END PROGRAM CADASTRO-ENTURMACAO.
