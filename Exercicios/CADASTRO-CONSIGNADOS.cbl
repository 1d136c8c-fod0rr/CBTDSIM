      ******************************************************************
      * Author:       BERGAMASCHI, MARCELO.
      * Date:         2026-10-15.
      * Purpose:      Maintains the payroll-deductible loan file
      *               CONSIGNADOS.DAT: one record per matricula/
      *               contrato with the lending bank, the number of
      *               parcelas, the parcela value, the balance owed
      *               and the first competencia to deduct. The
      *               roster lote of CALCULA-SALARIO deducts the
      *               parcelas from it within the 35% margin, so the
      *               loans leave the notebook and reach the
      *               holerite.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  First version: incluir, listar por matricula and
      *             excluir, the exclusion by the same
      *             copy-and-replace rewrite CADASTRO-RUBRICAS uses
      *             and refused once a parcela has been deducted.
      * 2026-10-15  The run now signs on through EFETUAR-LOGON, and
      *             inclusions and exclusions go to the common change
      *             log ALTERACOES.DAT through GRAVAR-ALTERACAO; the
      *             parcela and the saldo are flagged sensitive.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-CONSIGNADOS.
       AUTHOR. BERGAMASCHI, MARCELO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       INSTALLATION. IFSP-Cubatao.
       SECURITY. CADASTRO DE EMPRESTIMOS CONSIGNADOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-486-DX2-66-MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66-MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CONSIGNADOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CG-ERRO.

           SELECT ARQUIVO-CONS-NOVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CGNOVO-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CONSIGNADOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS REG-CONSIGNADO
           VALUE OF FILE-ID "CONSIGNADOS.DAT".

       01  REG-CONSIGNADO.
           COPY REGCONS.

       FD  ARQUIVO-CONS-NOVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS REG-CONS-NOVO
           VALUE OF FILE-ID "CONSNOVO.DAT".

       01  REG-CONS-NOVO PIC X(62).

       WORKING-STORAGE SECTION.
       77  CG-ERRO        PIC X(02) VALUE "00".
       77  CGNOVO-ERRO    PIC X(02) VALUE "00".
       77  NOME-CONS-ARQUIVO PIC X(15) VALUE "CONSIGNADOS.DAT".
       77  NOVO-CONS-ARQUIVO PIC X(12) VALUE "CONSNOVO.DAT".
       77  CC-OPCAO       PIC 9(01) VALUE ZEROS.
       77  MATRICULA      PIC 9(05) VALUE ZEROS.
       77  CONTRATO-BUSCA PIC X(12) VALUE SPACES.
       77  SW-ENCONTROU   PIC X(01) VALUE "N".
           88 ENCONTROU       VALUE "S".
       77  SW-FIM-ARQ     PIC X(01) VALUE "N".
           88 FIM-ARQ         VALUE "S".
       77  QTD-LISTADOS   PIC 9(03) VALUE ZEROS.
       77  MES-INICIO     PIC 9(02) VALUE ZEROS.
       77  MASCARA-VALOR  PIC ZZ.ZZ9,99.
       77  MASCARA-SALDO  PIC Z.ZZZ.ZZ9,99.
       77  OPERADOR-CODIGO PIC 9(04) VALUE ZEROS.
       77  OPERADOR-PERFIL PIC X(01) VALUE SPACE.
       77  PROGRAMA-LOGON PIC X(15) VALUE "CADASTRO-CONS.".
       77  RESULTADO-LOGON PIC X(01) VALUE SPACE.
       77  VALOR-LOG      PIC X(30) VALUE SPACES.

       01  CONS-ENTRADA.
           COPY REGCONS REPLACING
              CG-MATRICULA BY CE-MATRICULA,
              CG-CONTRATO BY CE-CONTRATO,
              CG-BANCO BY CE-BANCO,
              CG-QTD-PARCELAS BY CE-QTD-PARCELAS,
              CG-PARCELAS-PAGAS BY CE-PARCELAS-PAGAS,
              CG-VALOR-PARCELA BY CE-VALOR-PARCELA,
              CG-SALDO BY CE-SALDO,
              CG-INICIO BY CE-INICIO,
              CG-ULTIMA-COMPETENCIA BY CE-ULTIMA-COMPETENCIA,
              CG-ULTIMO-VALOR BY CE-ULTIMO-VALOR,
              CG-SITUACAO BY CE-SITUACAO,
              CONSIGNADO-ABERTO BY CONSIGNADO-ABERTO-E,
              CONSIGNADO-QUITADO BY CONSIGNADO-QUITADO-E,
              CONSIGNADO-RESCINDIDO BY CONSIGNADO-RESCINDIDO-E.

       01  ALTERACAO-CADASTRO.
           COPY REGALTE.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Cadastro de Emprestimos Consignados ---*"

      * Sign-on through the shared EFETUAR-LOGON: the operator's
      * codigo signs every line this run leaves on the change log.
           CALL "EFETUAR-LOGON" USING PROGRAMA-LOGON,
              OPERADOR-CODIGO, OPERADOR-PERFIL, RESULTADO-LOGON.
           IF RESULTADO-LOGON NOT = "S"
              DISPLAY "Identificacao recusada, encerrando."
              MOVE 8 TO RETURN-CODE
              GOBACK.

           DISPLAY "1 - Incluir contrato"
           DISPLAY "2 - Listar contratos de uma matricula"
           DISPLAY "3 - Excluir contrato"
           DISPLAY "Opcao:"
           ACCEPT CC-OPCAO.

           EVALUATE CC-OPCAO
              WHEN 2
                 PERFORM LISTAR-CONTRATOS THRU LISTAR-CONTRATOS-EXIT
              WHEN 3
                 PERFORM EXCLUIR-CONTRATO THRU EXCLUIR-CONTRATO-EXIT
              WHEN OTHER
                 PERFORM INCLUIR-CONTRATO THRU INCLUIR-CONTRATO-EXIT
           END-EVALUATE.

           GOBACK.

      * Appends one contract after confirming the matricula/contrato
      * pair is not already on file. The balance starts as keyed by
      * the bank (it may carry interest the parcelas do not show) and
      * the contract starts aberto with no parcela paid.
       INCLUIR-CONTRATO.
           PERFORM ENTRAR-MATRICULA UNTIL MATRICULA > ZEROS.
           PERFORM ENTRAR-CONTRATO UNTIL CONTRATO-BUSCA NOT = SPACES.

           PERFORM LOCALIZAR-CONTRATO THRU LOCALIZAR-CONTRATO-EXIT.
           IF ENCONTROU
              DISPLAY "Contrato ja cadastrado p/ esta matricula !"
              GO TO INCLUIR-CONTRATO-EXIT.

           MOVE MATRICULA TO CE-MATRICULA.
           MOVE CONTRATO-BUSCA TO CE-CONTRATO.
           PERFORM ENTRAR-DADOS-CONTRATO.

           OPEN EXTEND ARQUIVO-CONSIGNADOS.
           IF CG-ERRO = "35"
              OPEN OUTPUT ARQUIVO-CONSIGNADOS.

           IF CG-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-CONSIGNADOS, status "
                 CG-ERRO
              GO TO INCLUIR-CONTRATO-EXIT.

           MOVE CONS-ENTRADA TO REG-CONSIGNADO.
           WRITE REG-CONSIGNADO.

           IF CG-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-CONSIGNADO, status " CG-ERRO
           ELSE
              MOVE "I" TO LA-OPERACAO
              PERFORM REGISTRAR-CONTRATO.

           CLOSE ARQUIVO-CONSIGNADOS.
           DISPLAY "Contrato incluido.".

       INCLUIR-CONTRATO-EXIT.
           EXIT.

       ENTRAR-MATRICULA.
           DISPLAY "Matricula (maior que zero) :"
           ACCEPT MATRICULA.
           IF MATRICULA = ZEROS
              DISPLAY "Matricula invalida !".

       ENTRAR-CONTRATO.
           DISPLAY "Numero do contrato :"
           ACCEPT CONTRATO-BUSCA.
           IF CONTRATO-BUSCA = SPACES
              DISPLAY "Nao pode ficar em branco !".

       ENTRAR-DADOS-CONTRATO.
           MOVE ZEROS TO CE-BANCO CE-QTD-PARCELAS CE-VALOR-PARCELA
              CE-SALDO CE-INICIO CE-PARCELAS-PAGAS
              CE-ULTIMA-COMPETENCIA CE-ULTIMO-VALOR.
           MOVE "A" TO CE-SITUACAO.
           PERFORM ENTRAR-BANCO UNTIL CE-BANCO > ZEROS.
           PERFORM ENTRAR-QTD-PARCELAS UNTIL CE-QTD-PARCELAS > ZEROS.
           PERFORM ENTRAR-VALOR-PARCELA UNTIL CE-VALOR-PARCELA > ZEROS.
           PERFORM ENTRAR-SALDO UNTIL CE-SALDO > ZEROS.
           PERFORM ENTRAR-INICIO UNTIL CE-INICIO > ZEROS.

       ENTRAR-BANCO.
           DISPLAY "Banco credor (codigo, maior que zero) :"
           ACCEPT CE-BANCO.
           IF CE-BANCO = ZEROS
              DISPLAY "Banco invalido !".

       ENTRAR-QTD-PARCELAS.
           DISPLAY "Quantidade de parcelas :"
           ACCEPT CE-QTD-PARCELAS.
           IF CE-QTD-PARCELAS = ZEROS
              DISPLAY "Quantidade invalida !".

       ENTRAR-VALOR-PARCELA.
           DISPLAY "Valor da parcela :"
           ACCEPT CE-VALOR-PARCELA.
           IF CE-VALOR-PARCELA = ZEROS
              DISPLAY "Valor invalido !".

       ENTRAR-SALDO.
           DISPLAY "Saldo devedor do contrato :"
           ACCEPT CE-SALDO.
           IF CE-SALDO = ZEROS
              DISPLAY "Saldo invalido !".

      * The first competencia the folha deducts; the bank usually
      * starts the month after the contract is signed.
       ENTRAR-INICIO.
           DISPLAY "Competencia do primeiro desconto (AAAAMM) :"
           ACCEPT CE-INICIO.
           MOVE CE-INICIO(5:2) TO MES-INICIO.
           IF CE-INICIO < 190001 OR MES-INICIO < 1 OR MES-INICIO > 12
              DISPLAY "Competencia invalida !"
              MOVE ZEROS TO CE-INICIO.

       LISTAR-CONTRATOS.
           PERFORM ENTRAR-MATRICULA UNTIL MATRICULA > ZEROS.

           MOVE ZEROS TO QTD-LISTADOS.
           MOVE "N" TO SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-CONSIGNADOS.
           IF CG-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-CONSIGNADOS, status "
                 CG-ERRO
              GO TO LISTAR-CONTRATOS-EXIT.

           DISPLAY "Contratos da matricula " MATRICULA " :".
           PERFORM LER-LISTAR UNTIL FIM-ARQ.

           CLOSE ARQUIVO-CONSIGNADOS.

           IF QTD-LISTADOS = ZEROS
              DISPLAY "Nenhum contrato p/ esta matricula.".

       LISTAR-CONTRATOS-EXIT.
           EXIT.

       LER-LISTAR.
           READ ARQUIVO-CONSIGNADOS
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF CG-MATRICULA = MATRICULA
                    ADD 1 TO QTD-LISTADOS
                    MOVE CG-VALOR-PARCELA TO MASCARA-VALOR
                    MOVE CG-SALDO TO MASCARA-SALDO
                    DISPLAY CG-CONTRATO " banco " CG-BANCO " "
                       CG-PARCELAS-PAGAS "/" CG-QTD-PARCELAS
                       " parcela " MASCARA-VALOR
                       " saldo " MASCARA-SALDO " " CG-SITUACAO
                 END-IF
           END-READ.

      * Sequential scan of CONSIGNADOS.DAT for the matricula/
      * contrato pair; when found the record is left in
      * CONS-ENTRADA.
       LOCALIZAR-CONTRATO.
           MOVE "N" TO SW-ENCONTROU SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-CONSIGNADOS.
           IF CG-ERRO NOT = "00"
              GO TO LOCALIZAR-CONTRATO-EXIT.

           PERFORM LER-CONTRATO UNTIL ENCONTROU OR FIM-ARQ.

           CLOSE ARQUIVO-CONSIGNADOS.

       LOCALIZAR-CONTRATO-EXIT.
           EXIT.

       LER-CONTRATO.
           READ ARQUIVO-CONSIGNADOS
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF CG-MATRICULA = MATRICULA AND
                    CG-CONTRATO = CONTRATO-BUSCA
                    MOVE "S" TO SW-ENCONTROU
                    MOVE REG-CONSIGNADO TO CONS-ENTRADA
                 END-IF
           END-READ.

      * Removes a contract keyed by mistake. Once a parcela has been
      * deducted the record is the history of what went to the bank
      * and stays; a contract paid off early is settled by the bank,
      * not by deleting it here.
       EXCLUIR-CONTRATO.
           PERFORM ENTRAR-MATRICULA UNTIL MATRICULA > ZEROS.
           PERFORM ENTRAR-CONTRATO UNTIL CONTRATO-BUSCA NOT = SPACES.

           PERFORM LOCALIZAR-CONTRATO THRU LOCALIZAR-CONTRATO-EXIT.
           IF NOT ENCONTROU
              DISPLAY "Contrato nao cadastrado !"
              GO TO EXCLUIR-CONTRATO-EXIT.

           IF CE-PARCELAS-PAGAS > ZEROS
              DISPLAY "Contrato com parcelas descontadas, exclusao "
                 "recusada !"
              GO TO EXCLUIR-CONTRATO-EXIT.

           MOVE "N" TO SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-CONSIGNADOS.
           IF CG-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-CONSIGNADOS, status "
                 CG-ERRO
              GO TO EXCLUIR-CONTRATO-EXIT.

           OPEN OUTPUT ARQUIVO-CONS-NOVO.
           IF CGNOVO-ERRO NOT = "00"
              DISPLAY "Erro ao abrir arquivo temporario, status "
                 CGNOVO-ERRO
              CLOSE ARQUIVO-CONSIGNADOS
              GO TO EXCLUIR-CONTRATO-EXIT.

           PERFORM COPIAR-CONTRATO UNTIL FIM-ARQ.

           CLOSE ARQUIVO-CONSIGNADOS.
           CLOSE ARQUIVO-CONS-NOVO.

           CALL "CBL_DELETE_FILE" USING NOME-CONS-ARQUIVO.
           CALL "CBL_RENAME_FILE" USING NOVO-CONS-ARQUIVO
              NOME-CONS-ARQUIVO.

           MOVE "E" TO LA-OPERACAO.
           PERFORM REGISTRAR-CONTRATO.

           DISPLAY "Contrato excluido.".

       EXCLUIR-CONTRATO-EXIT.
           EXIT.

       COPIAR-CONTRATO.
           READ ARQUIVO-CONSIGNADOS
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF CG-MATRICULA = MATRICULA AND
                    CG-CONTRATO = CONTRATO-BUSCA
                    CONTINUE
                 ELSE
                    MOVE REG-CONSIGNADO TO REG-CONS-NOVO
                    WRITE REG-CONS-NOVO
                 END-IF
           END-READ.

      * The change log gets the contract included or excluded
      * (CONS-ENTRADA holds it either way); the parcela and the
      * saldo move the folha, so they carry the sensitive flag.
       REGISTRAR-CONTRATO.
           MOVE "N" TO LA-SENSIVEL.
           MOVE "BANCO" TO LA-CAMPO.
           MOVE CE-BANCO TO VALOR-LOG.
           PERFORM GRAVAR-CAMPO-CONTRATO.
           MOVE "PARCELAS" TO LA-CAMPO.
           MOVE CE-QTD-PARCELAS TO VALOR-LOG.
           PERFORM GRAVAR-CAMPO-CONTRATO.
           MOVE "INICIO" TO LA-CAMPO.
           MOVE CE-INICIO TO VALOR-LOG.
           PERFORM GRAVAR-CAMPO-CONTRATO.

           MOVE "S" TO LA-SENSIVEL.
           MOVE "VALOR-PARC." TO LA-CAMPO.
           MOVE CE-VALOR-PARCELA TO MASCARA-VALOR.
           MOVE MASCARA-VALOR TO VALOR-LOG.
           PERFORM GRAVAR-CAMPO-CONTRATO.
           MOVE "SALDO" TO LA-CAMPO.
           MOVE CE-SALDO TO MASCARA-SALDO.
           MOVE MASCARA-SALDO TO VALOR-LOG.
           PERFORM GRAVAR-CAMPO-CONTRATO.

      * An inclusion carries the value as the new one, an exclusion
      * as the old one.
       GRAVAR-CAMPO-CONTRATO.
           MOVE SPACES TO LA-VALOR-ANTIGO LA-VALOR-NOVO.
           IF LA-EXCLUSAO
              MOVE VALOR-LOG TO LA-VALOR-ANTIGO
           ELSE
              MOVE VALOR-LOG TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.

       GRAVAR-LOG-ALTERACAO.
           MOVE OPERADOR-CODIGO TO LA-OPERADOR.
           MOVE "CONSIGNADOS" TO LA-ARQUIVO.
           MOVE SPACES TO LA-CHAVE.
           STRING MATRICULA "/" CONTRATO-BUSCA
              DELIMITED BY SIZE INTO LA-CHAVE.
           CALL "GRAVAR-ALTERACAO" USING ALTERACAO-CADASTRO.

       END PROGRAM CADASTRO-CONSIGNADOS.
