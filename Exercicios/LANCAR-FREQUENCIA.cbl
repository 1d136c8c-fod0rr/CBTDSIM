      ******************************************************************
      * Modification History:
      * 2026-09-02  First version.
      * 2026-10-15  A presence is taken only for an aluno ativo in
      *             the turma on ENTURMACAO.DAT (CADASTRO-
      *             ENTURMACAO): any other matricula is refused,
      *             trancados and transferidos included.
      * 2026-10-15  The operator now signs on through the shared
      *             EFETUAR-LOGON, and only a turma assigned to them
      *             for its current periodo on ATRIBUICOES.DAT
      *             (CADASTRO-ATRIBUICOES) is accepted; supervisors
      *             are exempt.
      * 2026-10-15  Attendance is taken only on a session date
      *             planned for the turma on CALENDARIO.DAT
      *             (CADASTRO-CALENDARIO); a turma with no session
      *             planned up to today is refused. REGTURMA widened
      *             to 56 with the carga horaria.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANCAR-FREQUENCIA.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AL-ERRO.

           SELECT ARQUIVO-ENTURMACAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MT-ERRO.

           SELECT ARQUIVO-ATRIBUICOES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DC-ERRO.

           SELECT ARQUIVO-CALENDARIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CL-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-FREQUENCIA

       FD  ARQUIVO-TURMAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS REG-TURMA
           VALUE OF FILE-ID "TURMAS.DAT".

       01  REG-ALUNO.
           COPY REGALUNO.

       FD  ARQUIVO-ENTURMACAO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS REG-ENTURMACAO
           VALUE OF FILE-ID "ENTURMACAO.DAT".

       01  REG-ENTURMACAO.
           COPY REGMATR.

       FD  ARQUIVO-ATRIBUICOES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS REG-ATRIBUICAO
           VALUE OF FILE-ID "ATRIBUICOES.DAT".

       01  REG-ATRIBUICAO.
           COPY REGATRI.

       FD  ARQUIVO-CALENDARIO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS REG-CALENDARIO
           VALUE OF FILE-ID "CALENDARIO.DAT".

       01  REG-CALENDARIO.
           COPY REGCALE.

       WORKING-STORAGE SECTION.
       77  FQ-ERRO PIC X(02) VALUE "00".
       77  TR-ERRO PIC X(02) VALUE "00".
       77  AL-ERRO PIC X(02) VALUE "00".
       77  MT-ERRO PIC X(02) VALUE "00".
       77  DC-ERRO PIC X(02) VALUE "00".
       77  CL-ERRO PIC X(02) VALUE "00".
       77  OPERADOR-CODIGO PIC 9(04) VALUE ZEROS.
       77  OPERADOR-PERFIL PIC X(01) VALUE SPACE.
       77  PROGRAMA-LOGON PIC X(15) VALUE "LANCAR-FREQ.".
       77  RESULTADO-LOGON PIC X(01) VALUE SPACE.
       77  PERIODO-TURMA PIC X(10) VALUE SPACES.
       77  SW-ATRIBUIDA PIC X(01) VALUE "N".
           88 ATRIBUIDA VALUE "S".
       77  SW-FIM-ATRIBUICOES PIC X(01) VALUE "N".
           88 FIM-ATRIBUICOES VALUE "S".
       77  TURMA PIC X(10) VALUE SPACES.
       77  DATA-SESSAO PIC 9(08) VALUE ZEROS.
       77  MATRICULA PIC 9(05) VALUE ZEROS.
           88 ALUNO-ACHADO VALUE "S".
       77  SW-FIM-ALUNOS PIC X(01) VALUE "N".
           88 FIM-ALUNOS VALUE "S".
       77  SW-ENTURMADO PIC X(01) VALUE "N".
           88 ENTURMADO VALUE "S".
       77  SW-FIM-ENTURMACAO PIC X(01) VALUE "N".
           88 FIM-ENTURMACAO VALUE "S".
       77  SW-FIM-ENTRADA PIC X(01) VALUE "N".
           88 FIM-ENTRADA VALUE "S".
       77  NOME-ALUNO PIC X(30) VALUE SPACES.
       77  PERMITE-FUTURO PIC X(01) VALUE "N".
       77  SW-DATA-VALIDA PIC X(01) VALUE "N".
           88 DATA-VALIDA VALUE "S".
       77  DATA-HOJE PIC 9(08) VALUE ZEROS.
       77  QTD-SESSOES PIC 9(03) VALUE ZEROS.
       77  SW-SESSAO-ACHADA PIC X(01) VALUE "N".
           88 SESSAO-ACHADA VALUE "S".
       77  SW-FIM-CALENDARIO PIC X(01) VALUE "N".
           88 FIM-CALENDARIO VALUE "S".

      * The turma's sessions planned on CALENDARIO.DAT up to today:
      * the only dates attendance may be taken for.
       01  TABELA-SESSOES VALUE SPACES.
           05  SESSAO-TAB OCCURS 200 TIMES INDEXED BY IX-SESSAO.
               10  SS-DATA     PIC 9(08).
               10  SS-HORAS    PIC 9(02).
               10  SS-CONTEUDO PIC X(40).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Lancamento de frequencia ---*".

      * Sign-on through the shared EFETUAR-LOGON: the operator's
      * codigo decides which turmas are theirs to take attendance.
           CALL "EFETUAR-LOGON" USING PROGRAMA-LOGON,
              OPERADOR-CODIGO, OPERADOR-PERFIL, RESULTADO-LOGON.
           IF RESULTADO-LOGON NOT = "S"
              DISPLAY "Identificacao recusada, encerrando."
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           PERFORM ENTRAR-TURMA UNTIL TURMA-VALIDA OR ERRO-TURMAS.
           IF ERRO-TURMAS
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           PERFORM CARREGAR-CALENDARIO THRU CARREGAR-CALENDARIO-EXIT.
           IF QTD-SESSOES = ZEROS
              DISPLAY "Turma sem sessao planejada ate hoje no "
                 "calendario (CADASTRO-CALENDARIO) !"
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           PERFORM ENTRAR-DATA-SESSAO UNTIL DATA-VALIDA.

           DISPLAY "Informe as matriculas dos alunos PRESENTES.".
              PERFORM VALIDAR-TURMA THRU VALIDAR-TURMA-EXIT
              IF NOT TURMA-VALIDA
                 IF NOT ERRO-TURMAS
                    DISPLAY "Turma nao cadastrada ou inativa !"
                 END-IF
              ELSE
                 PERFORM VERIFICAR-ATRIBUICAO
                    THRU VERIFICAR-ATRIBUICAO-EXIT
                 IF NOT ATRIBUIDA
                    MOVE "N" TO SW-TURMA-VALIDA
                    DISPLAY "Turma nao atribuida ao operador "
                       OPERADOR-CODIGO " neste periodo !".

       VALIDAR-TURMA.
           MOVE "N" TO SW-TURMA-VALIDA SW-TURMA-ACHADA
              NOT AT END
                 IF TR-CODIGO = TURMA
                    MOVE "S" TO SW-TURMA-ACHADA
                    MOVE TR-PERIODO TO PERIODO-TURMA
                    IF TURMA-ATIVA
                       MOVE "S" TO SW-TURMA-VALIDA
                    END-IF
                 END-IF
           END-READ.

      * A supervisor takes attendance for any turma; anyone else
      * needs an active line on ATRIBUICOES.DAT for the turma and its
      * current periodo.
       VERIFICAR-ATRIBUICAO.
           MOVE "N" TO SW-ATRIBUIDA SW-FIM-ATRIBUICOES.
           IF OPERADOR-PERFIL = "S"
              MOVE "S" TO SW-ATRIBUIDA
              GO TO VERIFICAR-ATRIBUICAO-EXIT.

           OPEN INPUT ARQUIVO-ATRIBUICOES.
           IF DC-ERRO NOT = "00"
              GO TO VERIFICAR-ATRIBUICAO-EXIT.

           PERFORM LER-ATRIBUICAO UNTIL ATRIBUIDA OR FIM-ATRIBUICOES.

           CLOSE ARQUIVO-ATRIBUICOES.

       VERIFICAR-ATRIBUICAO-EXIT.
           EXIT.

       LER-ATRIBUICAO.
           READ ARQUIVO-ATRIBUICOES
              AT END
                 MOVE "S" TO SW-FIM-ATRIBUICOES
              NOT AT END
                 IF DC-OPERADOR = OPERADOR-CODIGO AND DC-TURMA = TURMA
                    AND DC-PERIODO = PERIODO-TURMA
                    AND ATRIBUICAO-ATIVA
                    MOVE "S" TO SW-ATRIBUIDA
                 END-IF
           END-READ.

       ENTRAR-DATA-SESSAO.
           DISPLAY "Data da aula (AAAAMMDD) : ".
           ACCEPT DATA-SESSAO.
           CALL "VALIDAR-DATA" USING DATA-SESSAO,
              PERMITE-FUTURO, SW-DATA-VALIDA.
           IF NOT DATA-VALIDA
              DISPLAY "Data invalida !"
           ELSE
              MOVE "N" TO SW-SESSAO-ACHADA
              PERFORM PROCURAR-SESSAO
                 VARYING IX-SESSAO FROM 1 BY 1
                 UNTIL IX-SESSAO > QTD-SESSOES OR SESSAO-ACHADA
              IF NOT SESSAO-ACHADA
                 MOVE "N" TO SW-DATA-VALIDA
                 DISPLAY "Data fora do calendario da turma !".

      * On a hit the index is left one past the session found.
       PROCURAR-SESSAO.
           IF SS-DATA(IX-SESSAO) = DATA-SESSAO
              MOVE "S" TO SW-SESSAO-ACHADA
              DISPLAY "Sessao de " SS-HORAS(IX-SESSAO) " h: "
                 SS-CONTEUDO(IX-SESSAO).

       CARREGAR-CALENDARIO.
           MOVE ZEROS TO QTD-SESSOES.
           MOVE "N" TO SW-FIM-CALENDARIO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT ARQUIVO-CALENDARIO.
           IF CL-ERRO NOT = "00"
              GO TO CARREGAR-CALENDARIO-EXIT.

           PERFORM LER-CALENDARIO UNTIL FIM-CALENDARIO.

           CLOSE ARQUIVO-CALENDARIO.

       CARREGAR-CALENDARIO-EXIT.
           EXIT.

       LER-CALENDARIO.
           READ ARQUIVO-CALENDARIO
              AT END
                 MOVE "S" TO SW-FIM-CALENDARIO
              NOT AT END
                 IF CL-TURMA = TURMA AND CL-DATA NOT > DATA-HOJE
                    PERFORM GUARDAR-SESSAO
                 END-IF
           END-READ.

       GUARDAR-SESSAO.
           IF QTD-SESSOES < 200
              ADD 1 TO QTD-SESSOES
              SET IX-SESSAO TO QTD-SESSOES
              MOVE CL-DATA TO SS-DATA(IX-SESSAO)
              MOVE CL-HORAS TO SS-HORAS(IX-SESSAO)
              MOVE CL-CONTEUDO TO SS-CONTEUDO(IX-SESSAO)
           ELSE
              DISPLAY "Aviso: mais de 200 sessoes na turma !".

      * One present student per pass: matricula zero closes the
      * session's list.
              GO TO LANCAR-PRESENCA-EXIT.

           DISPLAY "Aluno: " NOME-ALUNO.

           PERFORM VERIFICAR-ENTURMACAO
              THRU VERIFICAR-ENTURMACAO-EXIT.
           IF NOT ENTURMADO
              DISPLAY "Aluno nao matriculado (ativo) na turma "
                 TURMA " !"
              GO TO LANCAR-PRESENCA-EXIT.

           PERFORM GRAVAR-PRESENCA THRU GRAVAR-PRESENCA-EXIT.

       LANCAR-PRESENCA-EXIT.
                 END-IF
           END-READ.

      * The aluno must hold an ativo line for the turma on
      * ENTURMACAO.DAT; with no enrollment file nobody is enrolled.
       VERIFICAR-ENTURMACAO.
           MOVE "N" TO SW-ENTURMADO SW-FIM-ENTURMACAO.

           OPEN INPUT ARQUIVO-ENTURMACAO.
           IF MT-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ENTURMACAO.DAT, status " MT-ERRO
              GO TO VERIFICAR-ENTURMACAO-EXIT.

           PERFORM LER-ENTURMACAO UNTIL ENTURMADO OR FIM-ENTURMACAO.

           CLOSE ARQUIVO-ENTURMACAO.

       VERIFICAR-ENTURMACAO-EXIT.
           EXIT.

       LER-ENTURMACAO.
           READ ARQUIVO-ENTURMACAO
              AT END
                 MOVE "S" TO SW-FIM-ENTURMACAO
              NOT AT END
                 IF MT-TURMA = TURMA AND MT-MATRICULA = MATRICULA
                    AND MATRICULA-ATIVA
                    MOVE "S" TO SW-ENTURMADO
                 END-IF
           END-READ.

       GRAVAR-PRESENCA.
           OPEN EXTEND ARQUIVO-FREQUENCIA.
           IF FQ-ERRO = "35"
