      ******************************************************************
      * Author:       BERGAMASCHI, MARCELO.
      * Date:         2026-10-15.
      * Purpose:      Maintains the chart-of-accounts registry
      *               PLANO-CONTAS.DAT: for each kind of amount the
      *               closings produce (salarios, INSS, IRRF, outros
      *               descontos, FGTS, the ferias and 13o provisions,
      *               estoque, vendas, CMV and perda de inventario)
      *               the debit and the credit account it posts to
      *               in the ledger. EXPORTAR-CONTABIL reads it to
      *               build LANCAMENTOS-CONTABEIS.DAT.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  First version: incluir, listar, alterar and
      *             excluir, the last two by the same copy-and-replace
      *             rewrite CADASTRO-FERIADOS uses.
      * 2026-10-15  The run now signs on through EFETUAR-LOGON, and
      *             inclusions, alterations and exclusions go to the
      *             common change log ALTERACOES.DAT through GRAVAR-
      *             ALTERACAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-CONTAS.
       AUTHOR. BERGAMASCHI, MARCELO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       INSTALLATION. IFSP-Cubatao.
       SECURITY. PLANO DE CONTAS CONTABIL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-486-DX2-66-MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66-MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CONTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PC-ERRO.

           SELECT ARQUIVO-CONTAS-NOVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PCNOVO-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CONTAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS REG-CONTA
           VALUE OF FILE-ID "PLANO-CONTAS.DAT".

       01  REG-CONTA.
           COPY REGCONTA.

       FD  ARQUIVO-CONTAS-NOVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS REG-CONTA-NOVO
           VALUE OF FILE-ID "CONTANOV.DAT".

       01  REG-CONTA-NOVO    PIC X(64).

       WORKING-STORAGE SECTION.
       77  PC-ERRO     PIC X(02) VALUE "00".
       77  PCNOVO-ERRO PIC X(02) VALUE "00".
       77  NOME-CONTA-ARQUIVO PIC X(16) VALUE "PLANO-CONTAS.DAT".
       77  NOVO-CONTA-ARQUIVO PIC X(16) VALUE "CONTANOV.DAT".
       77  CC-OPCAO    PIC 9(01) VALUE ZEROS.
       77  QTD-LISTADOS PIC 9(03) VALUE ZEROS.
       77  SW-ENCONTROU PIC X(01) VALUE "N".
           88 ENCONTROU VALUE "S".
       77  SW-FIM-ARQ PIC X(01) VALUE "N".
           88 FIM-ARQ VALUE "S".
       77  SW-ALTERAR PIC X(01) VALUE "N".
           88 ALTERANDO VALUE "S".
       77  OPERADOR-CODIGO PIC 9(04) VALUE ZEROS.
       77  OPERADOR-PERFIL PIC X(01) VALUE SPACE.
       77  PROGRAMA-LOGON PIC X(15) VALUE "CADASTRO-CONTAS".
       77  RESULTADO-LOGON PIC X(01) VALUE SPACE.

       01  CONTA-ENTRADA.
           COPY REGCONTA REPLACING
              PC-TIPO BY CI-TIPO,
              PC-DESCRICAO BY CI-DESCRICAO,
              PC-CONTA-DEBITO BY CI-CONTA-DEBITO,
              PC-CONTA-CREDITO BY CI-CONTA-CREDITO,
              TIPO-SALARIOS BY TIPO-SALARIOS-E,
              TIPO-INSS BY TIPO-INSS-E,
              TIPO-IRRF BY TIPO-IRRF-E,
              TIPO-DESCONTOS BY TIPO-DESCONTOS-E,
              TIPO-FGTS BY TIPO-FGTS-E,
              TIPO-PROV-13 BY TIPO-PROV-13-E,
              TIPO-PROV-FERIAS BY TIPO-PROV-FERIAS-E,
              TIPO-ESTOQUE BY TIPO-ESTOQUE-E,
              TIPO-VENDAS BY TIPO-VENDAS-E,
              TIPO-CMV BY TIPO-CMV-E,
              TIPO-PERDA-INV BY TIPO-PERDA-INV-E,
              TIPO-VALIDO BY TIPO-VALIDO-E.

      * The tipo as it stood before an alteration or exclusion, for
      * the log.
       01  CONTA-ANTERIOR.
           COPY REGCONTA REPLACING
              PC-TIPO BY CA-TIPO,
              PC-DESCRICAO BY CA-DESCRICAO,
              PC-CONTA-DEBITO BY CA-CONTA-DEBITO,
              PC-CONTA-CREDITO BY CA-CONTA-CREDITO,
              TIPO-SALARIOS BY TIPO-SALARIOS-A,
              TIPO-INSS BY TIPO-INSS-A,
              TIPO-IRRF BY TIPO-IRRF-A,
              TIPO-DESCONTOS BY TIPO-DESCONTOS-A,
              TIPO-FGTS BY TIPO-FGTS-A,
              TIPO-PROV-13 BY TIPO-PROV-13-A,
              TIPO-PROV-FERIAS BY TIPO-PROV-FERIAS-A,
              TIPO-ESTOQUE BY TIPO-ESTOQUE-A,
              TIPO-VENDAS BY TIPO-VENDAS-A,
              TIPO-CMV BY TIPO-CMV-A,
              TIPO-PERDA-INV BY TIPO-PERDA-INV-A,
              TIPO-VALIDO BY TIPO-VALIDO-A.

       01  ALTERACAO-CADASTRO.
           COPY REGALTE.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Plano de contas contabil ---*"

      * Sign-on through the shared EFETUAR-LOGON: the operator's
      * codigo signs every line this run leaves on the change log.
           CALL "EFETUAR-LOGON" USING PROGRAMA-LOGON,
              OPERADOR-CODIGO, OPERADOR-PERFIL, RESULTADO-LOGON.
           IF RESULTADO-LOGON NOT = "S"
              DISPLAY "Identificacao recusada, encerrando."
              MOVE 8 TO RETURN-CODE
              GOBACK.

           DISPLAY "1 - Incluir tipo de valor"
           DISPLAY "2 - Listar plano de contas"
           DISPLAY "3 - Alterar contas de um tipo"
           DISPLAY "4 - Excluir tipo de valor"
           DISPLAY "Opcao:"
           ACCEPT CC-OPCAO.

           EVALUATE CC-OPCAO
              WHEN 2
                 PERFORM LISTAR-CONTAS THRU LISTAR-CONTAS-EXIT
              WHEN 3
                 MOVE "S" TO SW-ALTERAR
                 PERFORM REGRAVAR-CONTA THRU REGRAVAR-CONTA-EXIT
              WHEN 4
                 PERFORM REGRAVAR-CONTA THRU REGRAVAR-CONTA-EXIT
              WHEN OTHER
                 PERFORM INCLUIR-CONTA THRU INCLUIR-CONTA-EXIT
           END-EVALUATE.

           GOBACK.

       INCLUIR-CONTA.
           MOVE SPACES TO CI-TIPO.
           PERFORM ENTRAR-TIPO UNTIL TIPO-VALIDO-E.

           PERFORM LOCALIZAR-CONTA THRU LOCALIZAR-CONTA-EXIT.
           IF ENCONTROU
              DISPLAY "Tipo ja cadastrado, use a alteracao !"
              GO TO INCLUIR-CONTA-EXIT.

           PERFORM ENTRAR-CONTAS.

           OPEN EXTEND ARQUIVO-CONTAS.
           IF PC-ERRO = "35"
              OPEN OUTPUT ARQUIVO-CONTAS.

           IF PC-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-CONTAS, status "
                 PC-ERRO
              GO TO INCLUIR-CONTA-EXIT.

           MOVE CONTA-ENTRADA TO REG-CONTA.
           WRITE REG-CONTA.

           IF PC-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-CONTA, status " PC-ERRO
           ELSE
              MOVE "I" TO LA-OPERACAO
              PERFORM REGISTRAR-CONTA.

           CLOSE ARQUIVO-CONTAS.
           DISPLAY "Tipo incluido.".

       INCLUIR-CONTA-EXIT.
           EXIT.

       ENTRAR-TIPO.
           DISPLAY "Tipo (SALARIOS, INSS, IRRF, DESCONTOS, FGTS,"
           DISPLAY "      PROV-13, PROV-FERIAS, ESTOQUE, VENDAS,"
           DISPLAY "      CMV, PERDA-INV) :"
           ACCEPT CI-TIPO.
           IF NOT TIPO-VALIDO-E
              DISPLAY "Tipo invalido !".

       ENTRAR-CONTAS.
           MOVE SPACES TO CI-DESCRICAO CI-CONTA-DEBITO
              CI-CONTA-CREDITO.
           PERFORM ENTRAR-DESCRICAO
              UNTIL CI-DESCRICAO NOT = SPACES.
           PERFORM ENTRAR-CONTA-DEBITO
              UNTIL CI-CONTA-DEBITO NOT = SPACES.
           PERFORM ENTRAR-CONTA-CREDITO
              UNTIL CI-CONTA-CREDITO NOT = SPACES.

       ENTRAR-DESCRICAO.
           DISPLAY "Descricao............:"
           ACCEPT CI-DESCRICAO.
           IF CI-DESCRICAO = SPACES
              DISPLAY "Nao pode ficar em branco !".

       ENTRAR-CONTA-DEBITO.
           DISPLAY "Conta a debito.......:"
           ACCEPT CI-CONTA-DEBITO.
           IF CI-CONTA-DEBITO = SPACES
              DISPLAY "Nao pode ficar em branco !".

       ENTRAR-CONTA-CREDITO.
           DISPLAY "Conta a credito......:"
           ACCEPT CI-CONTA-CREDITO.
           IF CI-CONTA-CREDITO = SPACES
              DISPLAY "Nao pode ficar em branco !"
           ELSE
              IF CI-CONTA-CREDITO = CI-CONTA-DEBITO
                 DISPLAY "Debito e credito na mesma conta !"
                 MOVE SPACES TO CI-CONTA-CREDITO.

       LISTAR-CONTAS.
           MOVE ZEROS TO QTD-LISTADOS.
           MOVE "N" TO SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-CONTAS.
           IF PC-ERRO NOT = "00"
              DISPLAY "Plano de contas ainda vazio."
              GO TO LISTAR-CONTAS-EXIT.

           DISPLAY "Tipo       Descricao                      "
              "Debito       Credito".
           PERFORM LER-LISTAR UNTIL FIM-ARQ.

           CLOSE ARQUIVO-CONTAS.

           IF QTD-LISTADOS = ZEROS
              DISPLAY "Plano de contas ainda vazio.".

       LISTAR-CONTAS-EXIT.
           EXIT.

       LER-LISTAR.
           READ ARQUIVO-CONTAS
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 ADD 1 TO QTD-LISTADOS
                 DISPLAY PC-TIPO " " PC-DESCRICAO " "
                    PC-CONTA-DEBITO " " PC-CONTA-CREDITO
           END-READ.

       LOCALIZAR-CONTA.
           MOVE "N" TO SW-ENCONTROU SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-CONTAS.
           IF PC-ERRO NOT = "00"
              GO TO LOCALIZAR-CONTA-EXIT.

           PERFORM LER-CONTA UNTIL ENCONTROU OR FIM-ARQ.

           CLOSE ARQUIVO-CONTAS.

       LOCALIZAR-CONTA-EXIT.
           EXIT.

       LER-CONTA.
           READ ARQUIVO-CONTAS
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF PC-TIPO = CI-TIPO
                    MOVE "S" TO SW-ENCONTROU
                    MOVE REG-CONTA TO CONTA-ANTERIOR
                    DISPLAY "Atual: " PC-DESCRICAO " D "
                       PC-CONTA-DEBITO " C " PC-CONTA-CREDITO
                 END-IF
           END-READ.

      * Alters or removes one tipo by the same copy-and-replace
      * rewrite CADASTRO-FERIADOS uses, since LINE SEQUENTIAL has no
      * DELETE.
       REGRAVAR-CONTA.
           MOVE SPACES TO CI-TIPO.
           PERFORM ENTRAR-TIPO UNTIL TIPO-VALIDO-E.

           PERFORM LOCALIZAR-CONTA THRU LOCALIZAR-CONTA-EXIT.
           IF NOT ENCONTROU
              DISPLAY "Tipo nao cadastrado !"
              GO TO REGRAVAR-CONTA-EXIT.

           IF ALTERANDO
              PERFORM ENTRAR-CONTAS.

           MOVE "N" TO SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-CONTAS.
           IF PC-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-CONTAS, status "
                 PC-ERRO
              GO TO REGRAVAR-CONTA-EXIT.

           OPEN OUTPUT ARQUIVO-CONTAS-NOVO.
           IF PCNOVO-ERRO NOT = "00"
              DISPLAY "Erro ao abrir arquivo temporario, status "
                 PCNOVO-ERRO
              CLOSE ARQUIVO-CONTAS
              GO TO REGRAVAR-CONTA-EXIT.

           PERFORM COPIAR-CONTA UNTIL FIM-ARQ.

           CLOSE ARQUIVO-CONTAS.
           CLOSE ARQUIVO-CONTAS-NOVO.

           CALL "CBL_DELETE_FILE" USING NOME-CONTA-ARQUIVO.
           CALL "CBL_RENAME_FILE" USING NOVO-CONTA-ARQUIVO
              NOME-CONTA-ARQUIVO.

           IF ALTERANDO
              MOVE "A" TO LA-OPERACAO
              PERFORM REGISTRAR-CONTA
              DISPLAY "Tipo alterado."
           ELSE
              MOVE "E" TO LA-OPERACAO
              PERFORM REGISTRAR-CONTA
              DISPLAY "Tipo excluido.".

       REGRAVAR-CONTA-EXIT.
           EXIT.

       COPIAR-CONTA.
           READ ARQUIVO-CONTAS
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF PC-TIPO = CI-TIPO
                    IF ALTERANDO
                       MOVE CONTA-ENTRADA TO REG-CONTA-NOVO
                       WRITE REG-CONTA-NOVO
                    END-IF
                 ELSE
                    MOVE REG-CONTA TO REG-CONTA-NOVO
                    WRITE REG-CONTA-NOVO
                 END-IF
           END-READ.

      * One change-log line per field: the new value of an inclusion,
      * the old one of an exclusion, both for an alteration (where
      * GRAVAR-ALTERACAO drops the fields left as they were).
       REGISTRAR-CONTA.
           MOVE "N" TO LA-SENSIVEL.
           MOVE SPACES TO LA-VALOR-ANTIGO LA-VALOR-NOVO.
           MOVE "DESCRICAO" TO LA-CAMPO.
           IF NOT LA-INCLUSAO
              MOVE CA-DESCRICAO TO LA-VALOR-ANTIGO.
           IF NOT LA-EXCLUSAO
              MOVE CI-DESCRICAO TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.
           MOVE "CONTA-DEB." TO LA-CAMPO.
           IF NOT LA-INCLUSAO
              MOVE CA-CONTA-DEBITO TO LA-VALOR-ANTIGO.
           IF NOT LA-EXCLUSAO
              MOVE CI-CONTA-DEBITO TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.
           MOVE "CONTA-CRED." TO LA-CAMPO.
           IF NOT LA-INCLUSAO
              MOVE CA-CONTA-CREDITO TO LA-VALOR-ANTIGO.
           IF NOT LA-EXCLUSAO
              MOVE CI-CONTA-CREDITO TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.

       GRAVAR-LOG-ALTERACAO.
           MOVE OPERADOR-CODIGO TO LA-OPERADOR.
           MOVE "PLANO-CONTAS" TO LA-ARQUIVO.
           MOVE CI-TIPO TO LA-CHAVE.
           CALL "GRAVAR-ALTERACAO" USING ALTERACAO-CADASTRO.

       END PROGRAM CADASTRO-CONTAS.
