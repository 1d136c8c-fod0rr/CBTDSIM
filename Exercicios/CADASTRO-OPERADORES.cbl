      ******************************************************************
      * Modification History:
      * 2026-08-22  First version: incluir, consultar and alterar,
      *             with the alteration writing a corrected copy of
      *             the file that is then renamed over the original.
      * 2026-09-02  REGOPER widened with senha (stored scrambled
      *             through CIFRAR-SENHA, keyed twice on entry and
      *             forced to change on first use), the pending-
      *             change flag and the bloqueio byte EFETUAR-LOGON
      *             sets after repeated failures; new option 4
      *             unblocks an operator, forcing a fresh senha.
      * 2026-10-15  The run now signs on through EFETUAR-LOGON, and
      *             inclusions, alterations (nome, perfil, senha) and
      *             unblocks go to the common change log
      *             ALTERACOES.DAT through GRAVAR-ALTERACAO; perfil,
      *             senha and bloqueio are flagged sensitive. The
      *             senha itself never reaches the log.
      * 2026-10-15  With no OPERADORES.DAT yet the run skips the
      *             sign-on and only includes the first operator,
      *             always a supervisor, logged as operator 0000.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-OPERADORES.
           88 FIM-ARQ         VALUE "S".
       77  SENHA-INICIAL  PIC X(08) VALUE SPACES.
       77  SENHA-CONFIRMA PIC X(08) VALUE SPACES.
       77  OPERADOR-CODIGO PIC 9(04) VALUE ZEROS.
       77  OPERADOR-PERFIL PIC X(01) VALUE SPACE.
       77  PROGRAMA-LOGON PIC X(15) VALUE "CADASTRO-OPER.".
       77  RESULTADO-LOGON PIC X(01) VALUE SPACE.
       77  SW-PRIMEIRO    PIC X(01) VALUE "N".
           88 PRIMEIRO-OPERADOR VALUE "S".

       01  OPER-ENTRADA.
           COPY REGOPER REPLACING
              OP-BLOQUEIO BY OE-BLOQUEIO,
              OPERADOR-BLOQUEADO BY OPERADOR-BLOQUEADO-E.

      * Before image of the operador being altered, for the change
      * log.
       01  OPER-ANTERIOR.
           COPY REGOPER REPLACING
              OP-CODIGO BY OA-CODIGO,
              OP-NOME BY OA-NOME,
              OP-PERFIL BY OA-PERFIL,
              PERFIL-SUPERVISOR BY PERFIL-SUPERVISOR-A,
              PERFIL-OPERADOR BY PERFIL-OPERADOR-A,
              OP-SENHA BY OA-SENHA,
              OP-TROCAR BY OA-TROCAR,
              TROCA-PENDENTE BY TROCA-PENDENTE-A,
              OP-BLOQUEIO BY OA-BLOQUEIO,
              OPERADOR-BLOQUEADO BY OPERADOR-BLOQUEADO-A.

       01  ALTERACAO-CADASTRO.
           COPY REGALTE.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Cadastro de Operadores ---*"

      * A brand-new installation has nobody to sign on with: the
      * first operator is included without the sign-on, always as
      * a supervisor, and logged under codigo 0000.
           OPEN INPUT ARQUIVO-OPERADORES.
           IF OP-ERRO = "35"
              MOVE "S" TO SW-PRIMEIRO
              MOVE ZEROS TO OPERADOR-CODIGO
              DISPLAY "Nenhum operador cadastrado: inclusao do "
                 "primeiro supervisor."
              PERFORM INCLUIR-OPERADOR
                 THRU INCLUIR-OPERADOR-EXIT
              GOBACK.
           IF OP-ERRO = "00"
              CLOSE ARQUIVO-OPERADORES.

      * Sign-on through the shared EFETUAR-LOGON: the operator's
      * codigo signs every line this run leaves on the change log.
           CALL "EFETUAR-LOGON" USING PROGRAMA-LOGON,
              OPERADOR-CODIGO, OPERADOR-PERFIL, RESULTADO-LOGON.
           IF RESULTADO-LOGON NOT = "S"
              DISPLAY "Identificacao recusada, encerrando."
              MOVE 8 TO RETURN-CODE
              GOBACK.

           DISPLAY "1 - Incluir operador"
           DISPLAY "2 - Consultar operador"
           DISPLAY "3 - Alterar operador"
           WRITE REG-OPERADOR.

           IF OP-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-OPERADOR, status " OP-ERRO
           ELSE
              PERFORM REGISTRAR-INCLUSAO.

           CLOSE ARQUIVO-OPERADORES.
           DISPLAY "Operador incluido.".
           MOVE SPACES TO OE-NOME.
           PERFORM ENTRAR-NOME UNTIL OE-NOME NOT = SPACES.
           MOVE SPACE TO OE-PERFIL.
           IF PRIMEIRO-OPERADOR
              MOVE "S" TO OE-PERFIL
              DISPLAY "Perfil...............: S (supervisor)".
           PERFORM ENTRAR-PERFIL
              UNTIL PERFIL-SUPERVISOR-E OR PERFIL-OPERADOR-E.
           PERFORM ENTRAR-SENHA.
                 END-IF
           END-READ.

      * Corrects one operador by rewriting the file, since LINE
      * SEQUENTIAL has no REWRITE: every record is copied to a new
      * file with the corrected one in place, then the original is
      * deleted and the copy renamed over it.
       ALTERAR-OPERADOR.
           PERFORM ENTRAR-CODIGO UNTIL CODIGO-BUSCA > ZEROS.


           DISPLAY "Dados atuais :".
           PERFORM EXIBIR-OPERADOR.
           MOVE OPER-ENTRADA TO OPER-ANTERIOR.
           DISPLAY "Informe os novos dados :".
           PERFORM ENTRAR-DADOS-OPERADOR.

           CALL "CBL_RENAME_FILE" USING NOVO-OPER-ARQUIVO
              NOME-OPER-ARQUIVO.

           PERFORM REGISTRAR-ALTERACOES.

           DISPLAY "Operador alterado.".

       ALTERAR-OPERADOR-EXIT.
              DISPLAY "Operador nao esta bloqueado !"
              GO TO DESBLOQUEAR-OPERADOR-EXIT.

           MOVE OPER-ENTRADA TO OPER-ANTERIOR.
           MOVE SPACE TO OE-BLOQUEIO.
           PERFORM ENTRAR-SENHA.

           CALL "CBL_RENAME_FILE" USING NOVO-OPER-ARQUIVO
              NOME-OPER-ARQUIVO.

           MOVE "A" TO LA-OPERACAO.
           MOVE "S" TO LA-SENSIVEL.
           MOVE "BLOQUEIO" TO LA-CAMPO.
           MOVE OA-BLOQUEIO TO LA-VALOR-ANTIGO.
           MOVE OE-BLOQUEIO TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.
           PERFORM REGISTRAR-SENHA.

           DISPLAY "Operador desbloqueado; nova senha provisoria "
              "gravada.".

                 WRITE REG-OPER-NOVO
           END-READ.

      * An inclusion logs the nome and the perfil granted.
       REGISTRAR-INCLUSAO.
           MOVE "I" TO LA-OPERACAO.
           MOVE SPACES TO LA-VALOR-ANTIGO.
           MOVE "N" TO LA-SENSIVEL.
           MOVE "NOME" TO LA-CAMPO.
           MOVE OE-NOME TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.
           MOVE "S" TO LA-SENSIVEL.
           MOVE "PERFIL" TO LA-CAMPO.
           MOVE OE-PERFIL TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.

      * Every field is offered; GRAVAR-ALTERACAO drops the ones left
      * as they were.
       REGISTRAR-ALTERACOES.
           MOVE "A" TO LA-OPERACAO.
           MOVE "N" TO LA-SENSIVEL.
           MOVE "NOME" TO LA-CAMPO.
           MOVE OA-NOME TO LA-VALOR-ANTIGO.
           MOVE OE-NOME TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.
           MOVE "S" TO LA-SENSIVEL.
           MOVE "PERFIL" TO LA-CAMPO.
           MOVE OA-PERFIL TO LA-VALOR-ANTIGO.
           MOVE OE-PERFIL TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.
           PERFORM REGISTRAR-SENHA.

      * Only the fact that the senha changed is logged, never the
      * scrambled bytes.
       REGISTRAR-SENHA.
           IF OE-SENHA NOT = OA-SENHA
              MOVE "A" TO LA-OPERACAO
              MOVE "S" TO LA-SENSIVEL
              MOVE "SENHA" TO LA-CAMPO
              MOVE "********" TO LA-VALOR-ANTIGO
              MOVE "REDEFINIDA" TO LA-VALOR-NOVO
              PERFORM GRAVAR-LOG-ALTERACAO.

       GRAVAR-LOG-ALTERACAO.
           MOVE OPERADOR-CODIGO TO LA-OPERADOR.
           MOVE "OPERADORES" TO LA-ARQUIVO.
           MOVE OE-CODIGO TO LA-CHAVE.
           CALL "GRAVAR-ALTERACAO" USING ALTERACAO-CADASTRO.

       END PROGRAM CADASTRO-OPERADORES.
