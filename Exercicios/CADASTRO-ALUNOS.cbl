      ******************************************************************
      * Modification History:
      * 2026-09-02  First version: incluir, consultar and alterar,
      *             with the alteration writing a corrected copy of
      *             the file that is then renamed over the original.
      * 2026-10-15  The run now signs on through EFETUAR-LOGON, and
      *             every inclusion and every field an alteration
      *             changes goes to the common change log
      *             ALTERACOES.DAT through GRAVAR-ALTERACAO, with the
      *             old and new value and the operator.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-ALUNOS.
       77  PERMITE-FUTURO PIC X(01) VALUE "N".
       77  SW-DATA-VALIDA PIC X(01) VALUE "N".
           88 DATA-VALIDA     VALUE "S".
       77  OPERADOR-CODIGO PIC 9(04) VALUE ZEROS.
       77  OPERADOR-PERFIL PIC X(01) VALUE SPACE.
       77  PROGRAMA-LOGON PIC X(15) VALUE "CADASTRO-ALUNOS".
       77  RESULTADO-LOGON PIC X(01) VALUE SPACE.

       01  ALUNO-ENTRADA.
           COPY REGALUNO REPLACING
              ALUNO-ATIVO BY ALUNO-ATIVO-E,
              ALUNO-INATIVO BY ALUNO-INATIVO-E.

      * The record as it stood before an alteration, for the log.
       01  ALUNO-ANTERIOR.
           COPY REGALUNO REPLACING
              AL-MATRICULA BY AA-MATRICULA,
              AL-NOME BY AA-NOME,
              AL-NASCIMENTO BY AA-NASCIMENTO,
              AL-SITUACAO BY AA-SITUACAO,
              ALUNO-ATIVO BY ALUNO-ATIVO-A,
              ALUNO-INATIVO BY ALUNO-INATIVO-A.

       01  ALTERACAO-CADASTRO.
           COPY REGALTE.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Cadastro de Alunos ---*"

      * Sign-on through the shared EFETUAR-LOGON: the operator's
      * codigo signs every line this run leaves on the change log.
           CALL "EFETUAR-LOGON" USING PROGRAMA-LOGON,
              OPERADOR-CODIGO, OPERADOR-PERFIL, RESULTADO-LOGON.
           IF RESULTADO-LOGON NOT = "S"
              DISPLAY "Identificacao recusada, encerrando."
              MOVE 8 TO RETURN-CODE
              GOBACK.

           DISPLAY "1 - Incluir aluno"
           DISPLAY "2 - Consultar aluno"
           DISPLAY "3 - Alterar aluno"
           WRITE REG-ALUNO.

           IF AL-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-ALUNO, status " AL-ERRO
           ELSE
              PERFORM REGISTRAR-INCLUSAO.

           CLOSE ARQUIVO-ALUNOS.
           DISPLAY "Aluno incluido.".
                 END-IF
           END-READ.

      * Corrects one aluno by rewriting the file, since LINE SEQUENTIAL
      * has no REWRITE: every record is copied to a new file with
      * the corrected one in place, then the original is deleted and
      * the copy renamed over it.
       ALTERAR-ALUNO.
           PERFORM ENTRAR-MATRICULA UNTIL MATRICULA > ZEROS.


           DISPLAY "Dados atuais :".
           PERFORM EXIBIR-ALUNO.
           MOVE ALUNO-ENTRADA TO ALUNO-ANTERIOR.
           DISPLAY "Informe os novos dados :".
           PERFORM ENTRAR-DADOS-ALUNO.

           CALL "CBL_RENAME_FILE" USING NOVO-ALUNO-ARQUIVO
              NOME-ALUNO-ARQUIVO.

           PERFORM REGISTRAR-ALTERACOES.

           DISPLAY "Aluno alterado.".

       ALTERAR-ALUNO-EXIT.
                 WRITE REG-ALUNO-NOVO
           END-READ.

      * One change-log line for the new aluno, one per field an
      * alteration offers - GRAVAR-ALTERACAO drops those that came
      * back unchanged.
       REGISTRAR-INCLUSAO.
           MOVE "I" TO LA-OPERACAO.
           MOVE "N" TO LA-SENSIVEL.
           MOVE "NOME" TO LA-CAMPO.
           MOVE SPACES TO LA-VALOR-ANTIGO.
           MOVE AE-NOME TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.

       REGISTRAR-ALTERACOES.
           MOVE "A" TO LA-OPERACAO.
           MOVE "N" TO LA-SENSIVEL.
           MOVE "NOME" TO LA-CAMPO.
           MOVE AA-NOME TO LA-VALOR-ANTIGO.
           MOVE AE-NOME TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.
           MOVE "NASCIMENTO" TO LA-CAMPO.
           MOVE AA-NASCIMENTO TO LA-VALOR-ANTIGO.
           MOVE AE-NASCIMENTO TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.
           MOVE "SITUACAO" TO LA-CAMPO.
           MOVE AA-SITUACAO TO LA-VALOR-ANTIGO.
           MOVE AE-SITUACAO TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.

       GRAVAR-LOG-ALTERACAO.
           MOVE OPERADOR-CODIGO TO LA-OPERADOR.
           MOVE "ALUNOS" TO LA-ARQUIVO.
           MOVE MATRICULA TO LA-CHAVE.
           CALL "GRAVAR-ALTERACAO" USING ALTERACAO-CADASTRO.

       END PROGRAM CADASTRO-ALUNOS.
