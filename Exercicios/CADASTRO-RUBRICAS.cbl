      ******************************************************************
      * Modification History:
      * 2026-09-02  First version: incluir, listar por matricula and
      *             excluir, with the exclusion writing a copy of the
      *             file without the record that is then renamed
      *             over the original.
      * 2026-10-15  The run now signs on through EFETUAR-LOGON, and
      *             every inclusion and exclusion goes to the common
      *             change log ALTERACOES.DAT through GRAVAR-ALTERACAO;
      *             the rubrica's valor, which moves the payroll, is
      *             flagged sensitive.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-RUBRICAS.
           88 FIM-ARQ         VALUE "S".
       77  QTD-LISTADAS   PIC 9(03) VALUE ZEROS.
       77  MASCARA-VALOR  PIC ZZ.ZZ9,99.
       77  OPERADOR-CODIGO PIC 9(04) VALUE ZEROS.
       77  OPERADOR-PERFIL PIC X(01) VALUE SPACE.
       77  PROGRAMA-LOGON PIC X(15) VALUE "CADASTRO-RUBR.".
       77  RESULTADO-LOGON PIC X(01) VALUE SPACE.

       01  RUBR-ENTRADA.
           COPY REGRUBR REPLACING
              RUBRICA-FIXA BY RUBRICA-FIXA-E,
              RUBRICA-PERCENTUAL BY RUBRICA-PERCENTUAL-E.

       01  ALTERACAO-CADASTRO.
           COPY REGALTE.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Cadastro de Rubricas ---*"

      * Sign-on through the shared EFETUAR-LOGON: the operator's
      * codigo signs every line this run leaves on the change log.
           CALL "EFETUAR-LOGON" USING PROGRAMA-LOGON,
              OPERADOR-CODIGO, OPERADOR-PERFIL, RESULTADO-LOGON.
           IF RESULTADO-LOGON NOT = "S"
              DISPLAY "Identificacao recusada, encerrando."
              MOVE 8 TO RETURN-CODE
              GOBACK.

           DISPLAY "1 - Incluir rubrica"
           DISPLAY "2 - Listar rubricas de uma matricula"
           DISPLAY "3 - Excluir rubrica"
           WRITE REG-RUBRICA.

           IF RB-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-RUBRICA, status " RB-ERRO
           ELSE
              MOVE "I" TO LA-OPERACAO
              PERFORM REGISTRAR-RUBRICA.

           CLOSE ARQUIVO-RUBRICAS.
           DISPLAY "Rubrica incluida.".
                 END-IF
           END-READ.

      * Removes one rubrica by rewriting the file, since LINE
      * SEQUENTIAL has no DELETE: every record except the matching
      * one is copied to a new file, then the original is deleted
      * and the copy renamed over it.
       EXCLUIR-RUBRICA.
           PERFORM ENTRAR-MATRICULA UNTIL MATRICULA > ZEROS.
           PERFORM ENTRAR-CODIGO UNTIL CODIGO-BUSCA > ZEROS.
           CALL "CBL_RENAME_FILE" USING NOVO-RUBR-ARQUIVO
              NOME-RUBR-ARQUIVO.

           MOVE "E" TO LA-OPERACAO.
           PERFORM REGISTRAR-RUBRICA.

           DISPLAY "Rubrica excluida.".

       EXCLUIR-RUBRICA-EXIT.
                 END-IF
           END-READ.

      * The change log gets the descricao and the valor of the
      * rubrica included or excluded (RUBR-ENTRADA holds it either
      * way); the valor moves the payroll, so it is sensitive.
       REGISTRAR-RUBRICA.
           MOVE "N" TO LA-SENSIVEL.
           MOVE "DESCRICAO" TO LA-CAMPO.
           MOVE SPACES TO LA-VALOR-ANTIGO LA-VALOR-NOVO.
           IF LA-EXCLUSAO
              MOVE RE-DESCRICAO TO LA-VALOR-ANTIGO
           ELSE
              MOVE RE-DESCRICAO TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.

           MOVE "S" TO LA-SENSIVEL.
           MOVE "VALOR" TO LA-CAMPO.
           MOVE SPACES TO LA-VALOR-ANTIGO LA-VALOR-NOVO.
           MOVE RE-VALOR TO MASCARA-VALOR.
           IF LA-EXCLUSAO
              MOVE MASCARA-VALOR TO LA-VALOR-ANTIGO
           ELSE
              MOVE MASCARA-VALOR TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.

       GRAVAR-LOG-ALTERACAO.
           MOVE OPERADOR-CODIGO TO LA-OPERADOR.
           MOVE "RUBRICAS" TO LA-ARQUIVO.
           MOVE SPACES TO LA-CHAVE.
           STRING MATRICULA "/" CODIGO-BUSCA
              DELIMITED BY SIZE INTO LA-CHAVE.
           CALL "GRAVAR-ALTERACAO" USING ALTERACAO-CADASTRO.

       END PROGRAM CADASTRO-RUBRICAS.
