      * 2026-09-02  First version: incluir, listar por ano and
      *             excluir, the exclusion by the same
      *             copy-and-replace rewrite CADASTRO-RUBRICAS uses.
      * 2026-10-15  Sign-on through EFETUAR-LOGON; inclusions and
      *             exclusions go to the common change log
      *             ALTERACOES.DAT through GRAVAR-ALTERACAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-FERIADOS.
       77  PERMITE-FUTURO PIC X(01) VALUE "S".
       77  SW-DATA-VALIDA PIC X(01) VALUE "N".
           88 DATA-VALIDA VALUE "S".
       77  OPERADOR-CODIGO PIC 9(04) VALUE ZEROS.
       77  OPERADOR-PERFIL PIC X(01) VALUE SPACE.
       77  PROGRAMA-LOGON PIC X(15) VALUE "CADASTRO-FERIA.".
       77  RESULTADO-LOGON PIC X(01) VALUE SPACE.
       77  VALOR-LOG       PIC X(30) VALUE SPACES.

       01  FERI-ENTRADA.
           COPY REGFERI REPLACING
           05  ANO-FERIADO PIC 9(04).
           05  FILLER      PIC X(04).

       01  ALTERACAO-CADASTRO.
           COPY REGALTE.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Cadastro de Feriados ---*"

      * Sign-on through the shared EFETUAR-LOGON: the operator's
      * codigo signs every line this run leaves on the change log.
           CALL "EFETUAR-LOGON" USING PROGRAMA-LOGON,
              OPERADOR-CODIGO, OPERADOR-PERFIL, RESULTADO-LOGON.
           IF RESULTADO-LOGON NOT = "S"
              DISPLAY "Identificacao recusada, encerrando."
              MOVE 8 TO RETURN-CODE
              GOBACK.

           DISPLAY "1 - Incluir feriado"
           DISPLAY "2 - Listar feriados de um ano"
           DISPLAY "3 - Excluir feriado"
           WRITE REG-FERIADO.

           IF FE-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-FERIADO, status " FE-ERRO
           ELSE
              MOVE "I" TO LA-OPERACAO
              PERFORM REGISTRAR-FERIADO.

           CLOSE ARQUIVO-FERIADOS.
           DISPLAY "Feriado incluido.".
           CALL "CBL_RENAME_FILE" USING NOVO-FERI-ARQUIVO
              NOME-FERI-ARQUIVO.

           MOVE "E" TO LA-OPERACAO.
           PERFORM REGISTRAR-FERIADO.

           DISPLAY "Feriado excluido.".

       EXCLUIR-FERIADO-EXIT.
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF FE-DATA = DATA-FERIADO
                    MOVE REG-FERIADO TO FERI-ENTRADA
                 ELSE
                    MOVE REG-FERIADO TO REG-FERI-NOVO
                    WRITE REG-FERI-NOVO
                 END-IF
           END-READ.

      * One change-log line per field of the feriado included or
      * excluded, the values taken from FERI-ENTRADA.
       REGISTRAR-FERIADO.
           MOVE "N" TO LA-SENSIVEL.
           MOVE "DESCRICAO" TO LA-CAMPO.
           MOVE FI-DESCRICAO TO VALOR-LOG.
           PERFORM GRAVAR-CAMPO-FERIADO.
           MOVE "AMBITO" TO LA-CAMPO.
           MOVE FI-AMBITO TO VALOR-LOG.
           PERFORM GRAVAR-CAMPO-FERIADO.

       GRAVAR-CAMPO-FERIADO.
           IF LA-EXCLUSAO
              MOVE VALOR-LOG TO LA-VALOR-ANTIGO
              MOVE SPACES TO LA-VALOR-NOVO
           ELSE
              MOVE SPACES TO LA-VALOR-ANTIGO
              MOVE VALOR-LOG TO LA-VALOR-NOVO.
           MOVE OPERADOR-CODIGO TO LA-OPERADOR.
           MOVE "FERIADOS" TO LA-ARQUIVO.
           MOVE DATA-FERIADO TO LA-CHAVE.
           CALL "GRAVAR-ALTERACAO" USING ALTERACAO-CADASTRO.

       END PROGRAM CADASTRO-FERIADOS.
