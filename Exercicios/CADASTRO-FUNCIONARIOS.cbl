      *             releases it at GOBACK: inclusions and
      *             alterations write the cadastro CALCULA-SALARIO
      *             holds open for its whole lote.
      * 2026-10-15  The run now signs on through EFETUAR-LOGON (the
      *             operator also signs the FOLHA lock), and every
      *             inclusion and every field an alteration changes
      *             goes to the common change log ALTERACOES.DAT
      *             through GRAVAR-ALTERACAO; valor da hora, banco,
      *             agencia and conta are flagged sensitive.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-FUNCIONARIOS.
       77  TRAVA-PROGRAMA PIC X(15) VALUE "CADASTRO-FUNC.".
       77  TRAVA-OPERADOR PIC 9(04) VALUE ZEROS.
       77  TRAVA-RESULTADO PIC X(01) VALUE SPACE.
       77  OPERADOR-CODIGO PIC 9(04) VALUE ZEROS.
       77  OPERADOR-PERFIL PIC X(01) VALUE SPACE.
       77  PROGRAMA-LOGON PIC X(15) VALUE "CADASTRO-FUNC.".
       77  RESULTADO-LOGON PIC X(01) VALUE SPACE.

       01  FUNC-ENTRADA.
           COPY REGFUNC REPLACING
              FUNC-DESLIGADO BY FUNC-DESLIGADO-E,
              FN-DESLIGAMENTO BY FE-DESLIGAMENTO.

      * The record as it stood before an alteration, for the log.
       01  FUNC-ANTERIOR.
           COPY REGFUNC REPLACING
              FN-MATRICULA BY FA-MATRICULA,
              FN-NOME BY FA-NOME,
              FN-CARGO BY FA-CARGO,
              FN-ADMISSAO BY FA-ADMISSAO,
              FN-VALOR-HORA BY FA-VALOR-HORA,
              FN-DEPARTAMENTO BY FA-DEPARTAMENTO,
              FN-BANCO BY FA-BANCO,
              FN-AGENCIA BY FA-AGENCIA,
              FN-CONTA BY FA-CONTA,
              FN-SITUACAO BY FA-SITUACAO,
              FUNC-ATIVO BY FUNC-ATIVO-A,
              FUNC-DESLIGADO BY FUNC-DESLIGADO-A,
              FN-DESLIGAMENTO BY FA-DESLIGAMENTO.

       01  ALTERACAO-CADASTRO.
           COPY REGALTE.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Cadastro de Funcionarios ---*"

      * Sign-on through the shared EFETUAR-LOGON: the operator's
      * codigo signs the lock and every line this run leaves on the
      * change log.
           CALL "EFETUAR-LOGON" USING PROGRAMA-LOGON,
              OPERADOR-CODIGO, OPERADOR-PERFIL, RESULTADO-LOGON.
           IF RESULTADO-LOGON NOT = "S"
              DISPLAY "Identificacao recusada, encerrando."
              MOVE 8 TO RETURN-CODE
              GOBACK.
           MOVE OPERADOR-CODIGO TO TRAVA-OPERADOR.

      * The FOLHA subsystem is claimed for the whole run, the same
      * lock CALCULA-SALARIO takes.
           MOVE "T" TO TRAVA-OPERACAO.
           MOVE FE-ADMISSAO TO VIGENCIA-SALHIST.
           PERFORM GRAVAR-SALHIST THRU GRAVAR-SALHIST-EXIT.

           PERFORM REGISTRAR-INCLUSAO.

           DISPLAY "Funcionario incluido.".

       INCLUIR-FUNCIONARIO-EXIT.
           DISPLAY "Dados atuais :".
           PERFORM EXIBIR-FUNCIONARIO.
           MOVE FE-VALOR-HORA TO VALOR-HORA-ANTERIOR.
           MOVE FUNC-ENTRADA TO FUNC-ANTERIOR.
           DISPLAY "Informe os novos dados :".
           PERFORM ENTRAR-DADOS-FUNCIONARIO.

              MOVE DATA-HOJE TO VIGENCIA-SALHIST
              PERFORM GRAVAR-SALHIST THRU GRAVAR-SALHIST-EXIT.

           PERFORM REGISTRAR-ALTERACOES.

           DISPLAY "Funcionario alterado.".

       ALTERAR-FUNCIONARIO-EXIT.
       GRAVAR-SALHIST-EXIT.
           EXIT.

      * One change-log line for the new employee, one per field an
      * alteration offers - GRAVAR-ALTERACAO drops those that came
      * back unchanged. The rate and the bank account are what the
      * auditor asks about first, so they carry the sensitive flag.
       REGISTRAR-INCLUSAO.
           MOVE "I" TO LA-OPERACAO.
           MOVE "N" TO LA-SENSIVEL.
           MOVE "NOME" TO LA-CAMPO.
           MOVE SPACES TO LA-VALOR-ANTIGO.
           MOVE FE-NOME TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.

       REGISTRAR-ALTERACOES.
           MOVE "A" TO LA-OPERACAO.
           MOVE "N" TO LA-SENSIVEL.
           MOVE "NOME" TO LA-CAMPO.
           MOVE FA-NOME TO LA-VALOR-ANTIGO.
           MOVE FE-NOME TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.
           MOVE "CARGO" TO LA-CAMPO.
           MOVE FA-CARGO TO LA-VALOR-ANTIGO.
           MOVE FE-CARGO TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.
           MOVE "ADMISSAO" TO LA-CAMPO.
           MOVE FA-ADMISSAO TO LA-VALOR-ANTIGO.
           MOVE FE-ADMISSAO TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.
           MOVE "DEPARTAMENTO" TO LA-CAMPO.
           MOVE FA-DEPARTAMENTO TO LA-VALOR-ANTIGO.
           MOVE FE-DEPARTAMENTO TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.

           MOVE "S" TO LA-SENSIVEL.
           MOVE "VALOR-HORA" TO LA-CAMPO.
           MOVE FA-VALOR-HORA TO MASCARA-VALOR.
           MOVE MASCARA-VALOR TO LA-VALOR-ANTIGO.
           MOVE FE-VALOR-HORA TO MASCARA-VALOR.
           MOVE MASCARA-VALOR TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.
           MOVE "BANCO" TO LA-CAMPO.
           MOVE FA-BANCO TO LA-VALOR-ANTIGO.
           MOVE FE-BANCO TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.
           MOVE "AGENCIA" TO LA-CAMPO.
           MOVE FA-AGENCIA TO LA-VALOR-ANTIGO.
           MOVE FE-AGENCIA TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.
           MOVE "CONTA" TO LA-CAMPO.
           MOVE FA-CONTA TO LA-VALOR-ANTIGO.
           MOVE FE-CONTA TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.

       GRAVAR-LOG-ALTERACAO.
           MOVE OPERADOR-CODIGO TO LA-OPERADOR.
           MOVE "FUNCIONARIOS" TO LA-ARQUIVO.
           MOVE MATRICULA TO LA-CHAVE.
           CALL "GRAVAR-ALTERACAO" USING ALTERACAO-CADASTRO.

       END PROGRAM CADASTRO-FUNCIONARIOS.
