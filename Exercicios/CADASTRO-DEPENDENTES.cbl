      * 2026-09-02  First version: incluir, listar por matricula and
      *             excluir, the exclusion by the same
      *             copy-and-replace rewrite CADASTRO-RUBRICAS uses.
      * 2026-10-15  The run now signs on through EFETUAR-LOGON, and
      *             every inclusion and exclusion goes to the common
      *             change log ALTERACOES.DAT through GRAVAR-ALTERACAO,
      *             keyed by the titular's matricula and the nome.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-DEPENDENTES.
       77  PERMITE-FUTURO PIC X(01) VALUE "N".
       77  SW-DATA-VALIDA PIC X(01) VALUE "N".
           88 DATA-VALIDA     VALUE "S".
       77  OPERADOR-CODIGO PIC 9(04) VALUE ZEROS.
       77  OPERADOR-PERFIL PIC X(01) VALUE SPACE.
       77  PROGRAMA-LOGON PIC X(15) VALUE "CADASTRO-DEP.".
       77  RESULTADO-LOGON PIC X(01) VALUE SPACE.

       01  DEP-ENTRADA.
           COPY REGDEP REPLACING
              DEPENDENTE-CONJUGE BY DEPENDENTE-CONJUGE-E,
              DEPENDENTE-OUTRO BY DEPENDENTE-OUTRO-E.

       01  ALTERACAO-CADASTRO.
           COPY REGALTE.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Cadastro de Dependentes ---*"

      * Sign-on through the shared EFETUAR-LOGON: the operator's
      * codigo signs every line this run leaves on the change log.
           CALL "EFETUAR-LOGON" USING PROGRAMA-LOGON,
              OPERADOR-CODIGO, OPERADOR-PERFIL, RESULTADO-LOGON.
           IF RESULTADO-LOGON NOT = "S"
              DISPLAY "Identificacao recusada, encerrando."
              MOVE 8 TO RETURN-CODE
              GOBACK.

           DISPLAY "1 - Incluir dependente"
           DISPLAY "2 - Listar dependentes de uma matricula"
           DISPLAY "3 - Excluir dependente"

           IF DP-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-DEPENDENTE, status "
                 DP-ERRO
           ELSE
              MOVE "I" TO LA-OPERACAO
              PERFORM REGISTRAR-DEPENDENTE.

           CLOSE ARQUIVO-DEPENDENTES.
           DISPLAY "Dependente incluido.".
           CALL "CBL_RENAME_FILE" USING NOVO-DEP-ARQUIVO
              NOME-DEP-ARQUIVO.

           MOVE "E" TO LA-OPERACAO.
           PERFORM REGISTRAR-DEPENDENTE.

           DISPLAY "Dependente excluido.".

       EXCLUIR-DEPENDENTE-EXIT.
                 IF DP-MATRICULA = MATRICULA AND
                    DP-NOME = NOME-BUSCA AND NOT ENCONTROU
                    MOVE "S" TO SW-ENCONTROU
                    MOVE REG-DEPENDENTE TO DEP-ENTRADA
                 ELSE
                    MOVE REG-DEPENDENTE TO REG-DEP-NOVO
                    WRITE REG-DEP-NOVO
                 END-IF
           END-READ.

      * The change log gets the tipo and the birth date of the
      * dependent included or excluded (DEP-ENTRADA holds it either
      * way).
       REGISTRAR-DEPENDENTE.
           MOVE "N" TO LA-SENSIVEL.
           MOVE "TIPO" TO LA-CAMPO.
           MOVE SPACES TO LA-VALOR-ANTIGO LA-VALOR-NOVO.
           IF LA-EXCLUSAO
              MOVE DE-TIPO TO LA-VALOR-ANTIGO
           ELSE
              MOVE DE-TIPO TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.

           MOVE "NASCIMENTO" TO LA-CAMPO.
           MOVE SPACES TO LA-VALOR-ANTIGO LA-VALOR-NOVO.
           IF LA-EXCLUSAO
              MOVE DE-NASCIMENTO TO LA-VALOR-ANTIGO
           ELSE
              MOVE DE-NASCIMENTO TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.

       GRAVAR-LOG-ALTERACAO.
           MOVE OPERADOR-CODIGO TO LA-OPERADOR.
           MOVE "DEPENDENTES" TO LA-ARQUIVO.
           MOVE SPACES TO LA-CHAVE.
           STRING MATRICULA "/" DE-NOME
              DELIMITED BY SIZE INTO LA-CHAVE.
           CALL "GRAVAR-ALTERACAO" USING ALTERACAO-CADASTRO.

       END PROGRAM CADASTRO-DEPENDENTES.
