      ******************************************************************
      * Author:       BERGAMASCHI, MARCELO.
      * Date:         2026-10-15.
      * Purpose:      Maintains the pensao alimenticia order file
      *               PENSOES.DAT: one record per matricula and
      *               beneficiary with the beneficiary's bank
      *               account, the percentage the court set, whether
      *               it falls on the bruto or on the liquido, and
      *               whether it also reaches the 13o and ferias.
      *               The folha, FERIAS, FECHAMENTO-13 and RESCISAO
      *               deduct the orders through CALCULA-PENSAO and
      *               credit the beneficiaries on the remessa.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  First version: incluir, listar por matricula and
      *             excluir, the exclusion by the same
      *             copy-and-replace rewrite CADASTRO-RUBRICAS uses.
      * 2026-10-15  The run now signs on through EFETUAR-LOGON, and
      *             inclusions and exclusions go to the common change
      *             log ALTERACOES.DAT through GRAVAR-ALTERACAO; the
      *             beneficiary's bank account and the percentual
      *             are flagged sensitive.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-PENSOES.
       AUTHOR. BERGAMASCHI, MARCELO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       INSTALLATION. IFSP-Cubatao.
       SECURITY. CADASTRO DE PENSOES ALIMENTICIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-486-DX2-66-MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66-MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PENSOES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PN-ERRO.

           SELECT ARQUIVO-PENS-NOVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PNNOVO-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PENSOES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS REG-PENSAO
           VALUE OF FILE-ID "PENSOES.DAT".

       01  REG-PENSAO.
           COPY REGPENS.

       FD  ARQUIVO-PENS-NOVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS REG-PENS-NOVO
           VALUE OF FILE-ID "PENSNOVO.DAT".

       01  REG-PENS-NOVO PIC X(58).

       WORKING-STORAGE SECTION.
       77  PN-ERRO        PIC X(02) VALUE "00".
       77  PNNOVO-ERRO    PIC X(02) VALUE "00".
       77  NOME-PENS-ARQUIVO PIC X(11) VALUE "PENSOES.DAT".
       77  NOVO-PENS-ARQUIVO PIC X(12) VALUE "PENSNOVO.DAT".
       77  CP-OPCAO       PIC 9(01) VALUE ZEROS.
       77  MATRICULA      PIC 9(05) VALUE ZEROS.
       77  BENEFICIARIO-BUSCA PIC X(30) VALUE SPACES.
       77  SW-ENCONTROU   PIC X(01) VALUE "N".
           88 ENCONTROU       VALUE "S".
       77  SW-FIM-ARQ     PIC X(01) VALUE "N".
           88 FIM-ARQ         VALUE "S".
       77  QTD-LISTADOS   PIC 9(03) VALUE ZEROS.
       77  MASCARA-PERCENTUAL PIC ZZ9,99.
       77  OPERADOR-CODIGO PIC 9(04) VALUE ZEROS.
       77  OPERADOR-PERFIL PIC X(01) VALUE SPACE.
       77  PROGRAMA-LOGON PIC X(15) VALUE "CADASTRO-PENS.".
       77  RESULTADO-LOGON PIC X(01) VALUE SPACE.
       77  VALOR-LOG      PIC X(30) VALUE SPACES.

       01  PENSAO-ENTRADA.
           COPY REGPENS REPLACING
              PN-MATRICULA BY PE-MATRICULA,
              PN-BENEFICIARIO BY PE-BENEFICIARIO,
              PN-BANCO BY PE-BANCO,
              PN-AGENCIA BY PE-AGENCIA,
              PN-CONTA BY PE-CONTA,
              PN-PERCENTUAL BY PE-PERCENTUAL,
              PN-BASE BY PE-BASE,
              PN-INCIDE-13 BY PE-INCIDE-13,
              PN-INCIDE-FERIAS BY PE-INCIDE-FERIAS,
              PENSAO-SOBRE-BRUTO BY PENSAO-SOBRE-BRUTO-E,
              PENSAO-SOBRE-LIQUIDO BY PENSAO-SOBRE-LIQUIDO-E,
              PENSAO-INCIDE-13 BY PENSAO-INCIDE-13-E,
              PENSAO-INCIDE-FERIAS BY PENSAO-INCIDE-FERIAS-E.

       01  ALTERACAO-CADASTRO.
           COPY REGALTE.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Cadastro de Pensoes Alimenticias ---*"

      * Sign-on through the shared EFETUAR-LOGON: the operator's
      * codigo signs every line this run leaves on the change log.
           CALL "EFETUAR-LOGON" USING PROGRAMA-LOGON,
              OPERADOR-CODIGO, OPERADOR-PERFIL, RESULTADO-LOGON.
           IF RESULTADO-LOGON NOT = "S"
              DISPLAY "Identificacao recusada, encerrando."
              MOVE 8 TO RETURN-CODE
              GOBACK.

           DISPLAY "1 - Incluir pensao"
           DISPLAY "2 - Listar pensoes de uma matricula"
           DISPLAY "3 - Excluir pensao"
           DISPLAY "Opcao:"
           ACCEPT CP-OPCAO.

           EVALUATE CP-OPCAO
              WHEN 2
                 PERFORM LISTAR-PENSOES THRU LISTAR-PENSOES-EXIT
              WHEN 3
                 PERFORM EXCLUIR-PENSAO THRU EXCLUIR-PENSAO-EXIT
              WHEN OTHER
                 PERFORM INCLUIR-PENSAO THRU INCLUIR-PENSAO-EXIT
           END-EVALUATE.

           GOBACK.

      * Appends one order after confirming the matricula/
      * beneficiario pair is not already on file.
       INCLUIR-PENSAO.
           PERFORM ENTRAR-MATRICULA UNTIL MATRICULA > ZEROS.
           PERFORM ENTRAR-BENEFICIARIO
              UNTIL BENEFICIARIO-BUSCA NOT = SPACES.

           PERFORM LOCALIZAR-PENSAO THRU LOCALIZAR-PENSAO-EXIT.
           IF ENCONTROU
              DISPLAY "Pensao ja cadastrada p/ este beneficiario !"
              GO TO INCLUIR-PENSAO-EXIT.

           MOVE MATRICULA TO PE-MATRICULA.
           MOVE BENEFICIARIO-BUSCA TO PE-BENEFICIARIO.
           PERFORM ENTRAR-DADOS-PENSAO.

           OPEN EXTEND ARQUIVO-PENSOES.
           IF PN-ERRO = "35"
              OPEN OUTPUT ARQUIVO-PENSOES.

           IF PN-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-PENSOES, status " PN-ERRO
              GO TO INCLUIR-PENSAO-EXIT.

           MOVE PENSAO-ENTRADA TO REG-PENSAO.
           WRITE REG-PENSAO.

           IF PN-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-PENSAO, status " PN-ERRO
           ELSE
              MOVE "I" TO LA-OPERACAO
              PERFORM REGISTRAR-PENSAO.

           CLOSE ARQUIVO-PENSOES.
           DISPLAY "Pensao incluida.".

       INCLUIR-PENSAO-EXIT.
           EXIT.

       ENTRAR-MATRICULA.
           DISPLAY "Matricula (maior que zero) :"
           ACCEPT MATRICULA.
           IF MATRICULA = ZEROS
              DISPLAY "Matricula invalida !".

       ENTRAR-BENEFICIARIO.
           DISPLAY "Nome do beneficiario :"
           ACCEPT BENEFICIARIO-BUSCA.
           IF BENEFICIARIO-BUSCA = SPACES
              DISPLAY "Nao pode ficar em branco !".

       ENTRAR-DADOS-PENSAO.
           MOVE ZEROS TO PE-BANCO PE-AGENCIA PE-CONTA PE-PERCENTUAL.
           MOVE SPACES TO PE-BASE PE-INCIDE-13 PE-INCIDE-FERIAS.
           PERFORM ENTRAR-BANCO UNTIL PE-BANCO > ZEROS.
           PERFORM ENTRAR-AGENCIA UNTIL PE-AGENCIA > ZEROS.
           PERFORM ENTRAR-CONTA UNTIL PE-CONTA > ZEROS.
           PERFORM ENTRAR-PERCENTUAL UNTIL PE-PERCENTUAL > ZEROS.
           PERFORM ENTRAR-BASE UNTIL PENSAO-SOBRE-BRUTO-E
              OR PENSAO-SOBRE-LIQUIDO-E.
           PERFORM ENTRAR-INCIDE-13 UNTIL PE-INCIDE-13 = "S"
              OR PE-INCIDE-13 = "N".
           PERFORM ENTRAR-INCIDE-FERIAS UNTIL PE-INCIDE-FERIAS = "S"
              OR PE-INCIDE-FERIAS = "N".

       ENTRAR-BANCO.
           DISPLAY "Banco do beneficiario (codigo) :"
           ACCEPT PE-BANCO.
           IF PE-BANCO = ZEROS
              DISPLAY "Banco invalido !".

       ENTRAR-AGENCIA.
           DISPLAY "Agencia :"
           ACCEPT PE-AGENCIA.
           IF PE-AGENCIA = ZEROS
              DISPLAY "Agencia invalida !".

       ENTRAR-CONTA.
           DISPLAY "Conta :"
           ACCEPT PE-CONTA.
           IF PE-CONTA = ZEROS
              DISPLAY "Conta invalida !".

       ENTRAR-PERCENTUAL.
           DISPLAY "Percentual fixado pelo juiz (001,00 a 100,00) :"
           ACCEPT PE-PERCENTUAL.
           IF PE-PERCENTUAL = ZEROS OR PE-PERCENTUAL > 100
              DISPLAY "Percentual invalido !"
              MOVE ZEROS TO PE-PERCENTUAL.

       ENTRAR-BASE.
           DISPLAY "Incide sobre (B - bruto, L - liquido) :"
           ACCEPT PE-BASE.
           IF NOT PENSAO-SOBRE-BRUTO-E AND NOT PENSAO-SOBRE-LIQUIDO-E
              DISPLAY "Base invalida !".

       ENTRAR-INCIDE-13.
           DISPLAY "Incide sobre o 13o (S/N) :"
           ACCEPT PE-INCIDE-13.
           IF PE-INCIDE-13 NOT = "S" AND PE-INCIDE-13 NOT = "N"
              DISPLAY "Responda S ou N !".

       ENTRAR-INCIDE-FERIAS.
           DISPLAY "Incide sobre as ferias (S/N) :"
           ACCEPT PE-INCIDE-FERIAS.
           IF PE-INCIDE-FERIAS NOT = "S" AND PE-INCIDE-FERIAS NOT = "N"
              DISPLAY "Responda S ou N !".

       LISTAR-PENSOES.
           PERFORM ENTRAR-MATRICULA UNTIL MATRICULA > ZEROS.

           MOVE ZEROS TO QTD-LISTADOS.
           MOVE "N" TO SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-PENSOES.
           IF PN-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-PENSOES, status " PN-ERRO
              GO TO LISTAR-PENSOES-EXIT.

           DISPLAY "Pensoes da matricula " MATRICULA " :".
           PERFORM LER-LISTAR UNTIL FIM-ARQ.

           CLOSE ARQUIVO-PENSOES.

           IF QTD-LISTADOS = ZEROS
              DISPLAY "Nenhuma pensao p/ esta matricula.".

       LISTAR-PENSOES-EXIT.
           EXIT.

       LER-LISTAR.
           READ ARQUIVO-PENSOES
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF PN-MATRICULA = MATRICULA
                    ADD 1 TO QTD-LISTADOS
                    MOVE PN-PERCENTUAL TO MASCARA-PERCENTUAL
                    DISPLAY PN-BENEFICIARIO " " PN-BANCO "/"
                       PN-AGENCIA "/" PN-CONTA " "
                       MASCARA-PERCENTUAL "% base " PN-BASE
                       " 13o " PN-INCIDE-13
                       " ferias " PN-INCIDE-FERIAS
                 END-IF
           END-READ.

      * Sequential scan of PENSOES.DAT for the matricula/
      * beneficiario pair; when found the record is left in
      * PENSAO-ENTRADA.
       LOCALIZAR-PENSAO.
           MOVE "N" TO SW-ENCONTROU SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-PENSOES.
           IF PN-ERRO NOT = "00"
              GO TO LOCALIZAR-PENSAO-EXIT.

           PERFORM LER-PENSAO UNTIL ENCONTROU OR FIM-ARQ.

           CLOSE ARQUIVO-PENSOES.

       LOCALIZAR-PENSAO-EXIT.
           EXIT.

       LER-PENSAO.
           READ ARQUIVO-PENSOES
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF PN-MATRICULA = MATRICULA AND
                    PN-BENEFICIARIO = BENEFICIARIO-BUSCA
                    MOVE "S" TO SW-ENCONTROU
                    MOVE REG-PENSAO TO PENSAO-ENTRADA
                 END-IF
           END-READ.

      * Removes an order the court lifted (or one keyed by
      * mistake); the payments already made stay on the folha.
       EXCLUIR-PENSAO.
           PERFORM ENTRAR-MATRICULA UNTIL MATRICULA > ZEROS.
           PERFORM ENTRAR-BENEFICIARIO
              UNTIL BENEFICIARIO-BUSCA NOT = SPACES.

           PERFORM LOCALIZAR-PENSAO THRU LOCALIZAR-PENSAO-EXIT.
           IF NOT ENCONTROU
              DISPLAY "Pensao nao cadastrada !"
              GO TO EXCLUIR-PENSAO-EXIT.

           MOVE "N" TO SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-PENSOES.
           IF PN-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-PENSOES, status " PN-ERRO
              GO TO EXCLUIR-PENSAO-EXIT.

           OPEN OUTPUT ARQUIVO-PENS-NOVO.
           IF PNNOVO-ERRO NOT = "00"
              DISPLAY "Erro ao abrir arquivo temporario, status "
                 PNNOVO-ERRO
              CLOSE ARQUIVO-PENSOES
              GO TO EXCLUIR-PENSAO-EXIT.

           PERFORM COPIAR-PENSAO UNTIL FIM-ARQ.

           CLOSE ARQUIVO-PENSOES.
           CLOSE ARQUIVO-PENS-NOVO.

           CALL "CBL_DELETE_FILE" USING NOME-PENS-ARQUIVO.
           CALL "CBL_RENAME_FILE" USING NOVO-PENS-ARQUIVO
              NOME-PENS-ARQUIVO.

           MOVE "E" TO LA-OPERACAO.
           PERFORM REGISTRAR-PENSAO.

           DISPLAY "Pensao excluida.".

       EXCLUIR-PENSAO-EXIT.
           EXIT.

       COPIAR-PENSAO.
           READ ARQUIVO-PENSOES
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF PN-MATRICULA = MATRICULA AND
                    PN-BENEFICIARIO = BENEFICIARIO-BUSCA
                    CONTINUE
                 ELSE
                    MOVE REG-PENSAO TO REG-PENS-NOVO
                    WRITE REG-PENS-NOVO
                 END-IF
           END-READ.

      * The change log gets the order included or excluded
      * (PENSAO-ENTRADA holds it either way). The account REMESSA
      * pays into and the percentual are what a fraud would touch,
      * so they carry the sensitive flag.
       REGISTRAR-PENSAO.
           MOVE "S" TO LA-SENSIVEL.
           MOVE "BANCO" TO LA-CAMPO.
           MOVE PE-BANCO TO VALOR-LOG.
           PERFORM GRAVAR-CAMPO-PENSAO.
           MOVE "AGENCIA" TO LA-CAMPO.
           MOVE PE-AGENCIA TO VALOR-LOG.
           PERFORM GRAVAR-CAMPO-PENSAO.
           MOVE "CONTA" TO LA-CAMPO.
           MOVE PE-CONTA TO VALOR-LOG.
           PERFORM GRAVAR-CAMPO-PENSAO.
           MOVE "PERCENTUAL" TO LA-CAMPO.
           MOVE PE-PERCENTUAL TO MASCARA-PERCENTUAL.
           MOVE MASCARA-PERCENTUAL TO VALOR-LOG.
           PERFORM GRAVAR-CAMPO-PENSAO.

           MOVE "N" TO LA-SENSIVEL.
           MOVE "BASE" TO LA-CAMPO.
           MOVE PE-BASE TO VALOR-LOG.
           PERFORM GRAVAR-CAMPO-PENSAO.

      * An inclusion carries the value as the new one, an exclusion
      * as the old one.
       GRAVAR-CAMPO-PENSAO.
           MOVE SPACES TO LA-VALOR-ANTIGO LA-VALOR-NOVO.
           IF LA-EXCLUSAO
              MOVE VALOR-LOG TO LA-VALOR-ANTIGO
           ELSE
              MOVE VALOR-LOG TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.

       GRAVAR-LOG-ALTERACAO.
           MOVE OPERADOR-CODIGO TO LA-OPERADOR.
           MOVE "PENSOES" TO LA-ARQUIVO.
           MOVE SPACES TO LA-CHAVE.
           STRING MATRICULA "/" BENEFICIARIO-BUSCA
              DELIMITED BY SIZE INTO LA-CHAVE.
           CALL "GRAVAR-ALTERACAO" USING ALTERACAO-CADASTRO.

       END PROGRAM CADASTRO-PENSOES.
