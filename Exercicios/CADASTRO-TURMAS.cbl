      ******************************************************************
      * Modification History:
      * 2026-08-22  First version: incluir, consultar and alterar,
      *             with the alteration writing a corrected copy of
      *             the file that is then renamed over the original.
      * 2026-09-02  REGTURMA widened with TR-ENCERRADA: inclusions
      *             open em curso, the consultation shows the flag,
      *             and only ENCERRAR-TURMA sets or clears it.
      * 2026-10-15  REGTURMA widened with the carga horaria planned
      *             for the turma (TR-CARGA-HORARIA), keyed on
      *             inclusion and alteration and shown on the
      *             consultation; the sessions themselves are planned
      *             in CADASTRO-CALENDARIO.
      * 2026-10-15  The run now signs on through EFETUAR-LOGON, and
      *             inclusions and alterations go to the common
      *             change log ALTERACOES.DAT through GRAVAR-
      *             ALTERACAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-TURMAS.
       FILE SECTION.
       FD  ARQUIVO-TURMAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS REG-TURMA
           VALUE OF FILE-ID "TURMAS.DAT".


       FD  ARQUIVO-TURMA-NOVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS REG-TURMA-NOVO
           VALUE OF FILE-ID "TURMNOVO.DAT".

              TURMA-INATIVA BY TURMA-INATIVA-N,
              TR-ENCERRADA BY TRN-ENCERRADA,
              TURMA-ENCERRADA BY TURMA-ENCERRADA-N,
              TURMA-EM-CURSO BY TURMA-EM-CURSO-N,
              TR-CARGA-HORARIA BY TRN-CARGA-HORARIA.

       WORKING-STORAGE SECTION.
       77  TR-ERRO        PIC X(02) VALUE "00".
           88 ENCONTROU       VALUE "S".
       77  SW-FIM-ARQ     PIC X(01) VALUE "N".
           88 FIM-ARQ         VALUE "S".
       77  OPERADOR-CODIGO PIC 9(04) VALUE ZEROS.
       77  OPERADOR-PERFIL PIC X(01) VALUE SPACE.
       77  PROGRAMA-LOGON PIC X(15) VALUE "CADASTRO-TURMAS".
       77  RESULTADO-LOGON PIC X(01) VALUE SPACE.

       01  TURMA-ENTRADA.
           COPY REGTURMA REPLACING
              TURMA-INATIVA BY TURMA-INATIVA-E,
              TR-ENCERRADA BY TE-ENCERRADA,
              TURMA-ENCERRADA BY TURMA-ENCERRADA-E,
              TURMA-EM-CURSO BY TURMA-EM-CURSO-E,
              TR-CARGA-HORARIA BY TE-CARGA-HORARIA.

      * Before image of the turma being altered, for the change log.
       01  TURMA-ANTERIOR.
           COPY REGTURMA REPLACING
              TR-CODIGO BY TA-CODIGO,
              TR-DESCRICAO BY TA-DESCRICAO,
              TR-PERIODO BY TA-PERIODO,
              TR-ATIVA BY TA-ATIVA,
              TURMA-ATIVA BY TURMA-ATIVA-A,
              TURMA-INATIVA BY TURMA-INATIVA-A,
              TR-ENCERRADA BY TA-ENCERRADA,
              TURMA-ENCERRADA BY TURMA-ENCERRADA-A,
              TURMA-EM-CURSO BY TURMA-EM-CURSO-A,
              TR-CARGA-HORARIA BY TA-CARGA-HORARIA.

       01  ALTERACAO-CADASTRO.
           COPY REGALTE.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Cadastro de Turmas ---*"

      * Sign-on through the shared EFETUAR-LOGON: the operator's
      * codigo signs every line this run leaves on the change log.
           CALL "EFETUAR-LOGON" USING PROGRAMA-LOGON,
              OPERADOR-CODIGO, OPERADOR-PERFIL, RESULTADO-LOGON.
           IF RESULTADO-LOGON NOT = "S"
              DISPLAY "Identificacao recusada, encerrando."
              MOVE 8 TO RETURN-CODE
              GOBACK.

           DISPLAY "1 - Incluir turma"
           DISPLAY "2 - Consultar turma"
           DISPLAY "3 - Alterar turma"
           WRITE REG-TURMA.

           IF TR-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-TURMA, status " TR-ERRO
           ELSE
              PERFORM REGISTRAR-INCLUSAO.

           CLOSE ARQUIVO-TURMAS.
           DISPLAY "Turma incluida.".
           ACCEPT TE-DESCRICAO.
           DISPLAY "Periodo..............:"
           ACCEPT TE-PERIODO.
           DISPLAY "Carga horaria (horas):"
           ACCEPT TE-CARGA-HORARIA.
           MOVE SPACE TO TE-ATIVA.
           PERFORM ENTRAR-ATIVA
              UNTIL TURMA-ATIVA-E OR TURMA-INATIVA-E.
           DISPLAY "Descricao............: " TE-DESCRICAO
           DISPLAY "Periodo..............: " TE-PERIODO
           DISPLAY "Ativa................: " TE-ATIVA
           DISPLAY "Encerrada............: " TE-ENCERRADA
           DISPLAY "Carga horaria........: " TE-CARGA-HORARIA.

       LOCALIZAR-TURMA.
           MOVE "N" TO SW-ENCONTROU SW-FIM-ARQ.
                 IF TR-CODIGO = CODIGO-BUSCA
                    MOVE "S" TO SW-ENCONTROU
                    MOVE REG-TURMA TO TURMA-ENTRADA
                    IF TE-CARGA-HORARIA NOT NUMERIC
                       MOVE ZEROS TO TE-CARGA-HORARIA
                    END-IF
                 END-IF
           END-READ.

      * Corrects one turma by rewriting the file, since LINE SEQUENTIAL
      * has no REWRITE: every record is copied to a new file with
      * the corrected one in place, then the original is deleted and
      * the copy renamed over it.
       ALTERAR-TURMA.
           PERFORM ENTRAR-CODIGO UNTIL CODIGO-BUSCA NOT = SPACES.


           DISPLAY "Dados atuais :".
           PERFORM EXIBIR-TURMA.
           MOVE TURMA-ENTRADA TO TURMA-ANTERIOR.
           DISPLAY "Informe os novos dados :".
           PERFORM ENTRAR-DADOS-TURMA.

           CALL "CBL_RENAME_FILE" USING NOVO-TURMA-ARQUIVO
              NOME-TURMA-ARQUIVO.

           PERFORM REGISTRAR-ALTERACOES.

           DISPLAY "Turma alterada.".

       ALTERAR-TURMA-EXIT.
                 WRITE REG-TURMA-NOVO
           END-READ.

      * An inclusion logs the descricao and the periodo of the new
      * turma.
       REGISTRAR-INCLUSAO.
           MOVE "I" TO LA-OPERACAO.
           MOVE SPACES TO LA-VALOR-ANTIGO.
           MOVE "N" TO LA-SENSIVEL.
           MOVE "DESCRICAO" TO LA-CAMPO.
           MOVE TE-DESCRICAO TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.
           MOVE "PERIODO" TO LA-CAMPO.
           MOVE TE-PERIODO TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.

      * Every field is offered; GRAVAR-ALTERACAO drops the ones left
      * as they were.
       REGISTRAR-ALTERACOES.
           MOVE "A" TO LA-OPERACAO.
           MOVE "N" TO LA-SENSIVEL.
           MOVE "DESCRICAO" TO LA-CAMPO.
           MOVE TA-DESCRICAO TO LA-VALOR-ANTIGO.
           MOVE TE-DESCRICAO TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.
           MOVE "PERIODO" TO LA-CAMPO.
           MOVE TA-PERIODO TO LA-VALOR-ANTIGO.
           MOVE TE-PERIODO TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.
           MOVE "ATIVA" TO LA-CAMPO.
           MOVE TA-ATIVA TO LA-VALOR-ANTIGO.
           MOVE TE-ATIVA TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.
           MOVE "CARGA-HORAR." TO LA-CAMPO.
           MOVE TA-CARGA-HORARIA TO LA-VALOR-ANTIGO.
           MOVE TE-CARGA-HORARIA TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.

       GRAVAR-LOG-ALTERACAO.
           MOVE OPERADOR-CODIGO TO LA-OPERADOR.
           MOVE "TURMAS" TO LA-ARQUIVO.
           MOVE TE-CODIGO TO LA-CHAVE.
           CALL "GRAVAR-ALTERACAO" USING ALTERACAO-CADASTRO.

       END PROGRAM CADASTRO-TURMAS.
