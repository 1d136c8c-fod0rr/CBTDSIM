      ******************************************************************
      * Author:       BERGAMASCHI, MARCELO.
      * Date:         2026-10-15.
      * Purpose:      Accounting interface: for one operator-chosen
      *               competencia, turns the month's closings into
      *               journal entries on LANCAMENTOS-CONTABEIS.DAT,
      *               each kind of amount posted to the debit and
      *               credit accounts PLANO-CONTAS.DAT maps it to.
      *               The sources are the folha closing
      *               (REG-FECHAMENTO), the FGTS-MENSAL deposit, the
      *               PROVISAO-FOLHA provision, the VALORIZAR-ESTOQUE
      *               valuation, the counter sales of the month and
      *               the INVENTARIO adjustments, the counter sales
      *               net of the month's returns. A source is only
      *               exported when its debits equal its credits, and
      *               only once: EXPCONTAB.DAT records every export.
      *               Accounting stops re-typing our printouts.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  First version.
      * 2026-10-15  Counter returns (DEVOLUCOES.DAT) reverse the
      *             receita and, for units back on the shelf, the
      *             CMV inside the VENDAS source; the estoque entry
      *             takes the net CMV.
      * 2026-10-15  VENDAS.DAT read through the shared REGVEND
      *             layout (cupom and forma de pagamento added).
      * 2026-10-15  VENDAS.DAT record is now 55 bytes (promotion flag
      *             VD-PROMOCAO added to REGVEND).
      * 2026-10-15  The sales and the movements of the competencia
      *             are also read from the yearly history files
      *             (VENDAS-AAAA.DAT, MOVESTOQ-AAAA.DAT) that
      *             RETENCAO-DADOS moves closed months to, so an old
      *             competencia exports the same as before the move.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTAR-CONTABIL.
       AUTHOR. BERGAMASCHI, MARCELO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       INSTALLATION. IFSP-Cubatao.
       SECURITY. INTERFACE CONTABIL.
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

           SELECT ARQUIVO-LANCAMENTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LC-ERRO.

           SELECT ARQUIVO-EXPORTACAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EX-ERRO.

           SELECT ARQUIVO-FECHAMENTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FC-ERRO.

           SELECT ARQUIVO-FGTS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FG-ERRO.

           SELECT ARQUIVO-PROVISAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PV-ERRO.

           SELECT ARQUIVO-VALESTOQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VE-ERRO.

           SELECT ARQUIVO-VENDAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VD-ERRO.

           SELECT ARQUIVO-DEVOLUCOES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DV-ERRO.

           SELECT ARQUIVO-MOVIMENTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MV-ERRO.

      * The competencia's year of moved history, named by the year.
           SELECT ARQUIVO-VENDAS-ANUAL ASSIGN TO DYNAMIC NOME-ANUAL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VA-ERRO.

           SELECT ARQUIVO-MOV-ANUAL ASSIGN TO DYNAMIC NOME-ANUAL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MA-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CONTAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS REG-CONTA
           VALUE OF FILE-ID "PLANO-CONTAS.DAT".

       01  REG-CONTA.
           COPY REGCONTA.

       FD  ARQUIVO-LANCAMENTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 88 CHARACTERS
           DATA RECORD IS REG-LANCAMENTO
           VALUE OF FILE-ID "LANCAMENTOS-CONTABEIS.DAT".

       01  REG-LANCAMENTO.
           COPY REGLANC.

      * One line per source exported for a competencia: what keeps
      * a source from going to the ledger twice. The balance
      * sources (PROVISAO, ESTOQUE) also keep the balance they
      * exported, from which the next competencia's movement is
      * taken: EX-BASE-1 the 13o provision or the stock valuation,
      * EX-BASE-2 the ferias provision.
       FD  ARQUIVO-EXPORTACAO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS REG-EXPORTACAO
           VALUE OF FILE-ID "EXPCONTAB.DAT".

       01  REG-EXPORTACAO.
           05  EX-COMPETENCIA  PIC 9(06).
           05  EX-FONTE        PIC X(10).
           05  EX-DATA         PIC 9(08).
           05  EX-BASE-1       PIC 9(09)V99.
           05  EX-BASE-2       PIC 9(09)V99.
           05  EX-TOTAL        PIC 9(09)V99.

       FD  ARQUIVO-FECHAMENTO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS REG-FECHAMENTO
           VALUE OF FILE-ID "FECHAMENTO.DAT".

      * One line per run date of the competencia, then one line with
      * FC-DATA = 99999999 carrying the month's totals.
       01  REG-FECHAMENTO.
           05  FC-COMPETENCIA  PIC 9(06).
           05  FC-DATA         PIC 9(08).
           05  FC-QTD          PIC 9(05).
           05  FC-BRUTO        PIC 9(08)V99.
           05  FC-INSS         PIC 9(08)V99.
           05  FC-IRRF         PIC 9(08)V99.
           05  FC-PROVENTOS    PIC 9(08)V99.
           05  FC-DESCONTOS    PIC 9(08)V99.
           05  FC-LIQUIDO      PIC 9(08)V99.

      * One line per employee deposit of the competencia, then one
      * with FG-MATRICULA = 99999 carrying the month's totals.
       FD  ARQUIVO-FGTS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS REG-FGTS
           VALUE OF FILE-ID "FGTS.DAT".

       01  REG-FGTS.
           05  FG-COMPETENCIA  PIC 9(06).
           05  FG-MATRICULA    PIC 9(05).
           05  FG-NOME         PIC X(30).
           05  FG-BRUTO        PIC 9(08)V99.
           05  FG-VALOR        PIC 9(08)V99.

       FD  ARQUIVO-PROVISAO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS REG-PROVISAO
           VALUE OF FILE-ID "PROVISAO.DAT".

       01  REG-PROVISAO.
           COPY REGPROV.

       FD  ARQUIVO-VALESTOQ
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS REG-VALESTOQ
           VALUE OF FILE-ID "VALESTOQ.DAT".

       01  REG-VALESTOQ.
           COPY REGVEST.

       FD  ARQUIVO-VENDAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS REG-VENDA
           VALUE OF FILE-ID "VENDAS.DAT".

       01  REG-VENDA.
           COPY REGVEND.

       FD  ARQUIVO-DEVOLUCOES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 74 CHARACTERS
           DATA RECORD IS REG-DEVOLUCAO
           VALUE OF FILE-ID "DEVOLUCOES.DAT".

       01  REG-DEVOLUCAO.
           COPY REGDEVO.

       FD  ARQUIVO-MOVIMENTO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS REG-MOVIMENTO
           VALUE OF FILE-ID "MOVESTOQ.DAT".

       01  REG-MOVIMENTO.
           COPY REGMOV.

       FD  ARQUIVO-VENDAS-ANUAL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS REG-VENDA-ANUAL.

       01  REG-VENDA-ANUAL PIC X(55).

       FD  ARQUIVO-MOV-ANUAL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS REG-MOV-ANUAL.

       01  REG-MOV-ANUAL  PIC X(45).

       WORKING-STORAGE SECTION.
       77  PC-ERRO        PIC X(02) VALUE "00".
       77  LC-ERRO        PIC X(02) VALUE "00".
       77  EX-ERRO        PIC X(02) VALUE "00".
       77  FC-ERRO        PIC X(02) VALUE "00".
       77  FG-ERRO        PIC X(02) VALUE "00".
       77  PV-ERRO        PIC X(02) VALUE "00".
       77  VE-ERRO        PIC X(02) VALUE "00".
       77  VD-ERRO        PIC X(02) VALUE "00".
       77  DV-ERRO        PIC X(02) VALUE "00".
       77  MV-ERRO        PIC X(02) VALUE "00".
       77  VA-ERRO        PIC X(02) VALUE "00".
       77  MA-ERRO        PIC X(02) VALUE "00".
       77  NOME-ANUAL     PIC X(40) VALUE SPACES.
       77  ANO-COMPETENCIA PIC 9(04) VALUE ZEROS.
       77  COMPETENCIA    PIC 9(06) VALUE ZEROS.
       77  DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77  DATA-REFERENCIA PIC 9(08) VALUE ZEROS.
       77  SITUACAO-COMPETENCIA PIC X(01) VALUE SPACE.
       77  QTD-CONTAS     PIC 9(02) VALUE ZEROS.
       77  QTD-EXPORTADAS PIC 9(02) VALUE ZEROS.
       77  QTD-RECUSADAS  PIC 9(02) VALUE ZEROS.
       77  SW-ACHOU       PIC X(01) VALUE "N".
           88 ACHOU           VALUE "S".
       77  SW-FONTE-OK    PIC X(01) VALUE "S".
           88 FONTE-OK        VALUE "S".
       77  MASCARA        PIC ZZZ.ZZZ.ZZ9,99.
       77  MASCARA-DEBITOS PIC ZZZ.ZZZ.ZZ9,99.

      * The source under export and the lines built for it; nothing
      * reaches LANCAMENTOS-CONTABEIS.DAT until the source balances.
       77  FONTE-ATUAL    PIC X(10) VALUE SPACES.
       77  TIPO-LANCAR    PIC X(10) VALUE SPACES.
       77  HISTORICO-LANCAR PIC X(30) VALUE SPACES.
       77  VALOR-LANCAR   PIC S9(09)V99 VALUE ZEROS.
       77  VALOR-ABSOLUTO PIC 9(09)V99 VALUE ZEROS.
       77  QTD-LINHAS     PIC 9(02) VALUE ZEROS.
       77  TOT-DEBITOS    PIC 9(10)V99 VALUE ZEROS.
       77  TOT-CREDITOS   PIC 9(10)V99 VALUE ZEROS.
       77  BASE-1-FONTE   PIC 9(09)V99 VALUE ZEROS.
       77  BASE-2-FONTE   PIC 9(09)V99 VALUE ZEROS.

      * What EXPCONTAB.DAT says about this competencia and about
      * the last balances exported before it.
       77  SW-EXP-FOLHA   PIC X(01) VALUE "N".
           88 EXPORTADA-FOLHA VALUE "S".
       77  SW-EXP-FGTS    PIC X(01) VALUE "N".
           88 EXPORTADA-FGTS VALUE "S".
       77  SW-EXP-PROVISAO PIC X(01) VALUE "N".
           88 EXPORTADA-PROVISAO VALUE "S".
       77  SW-EXP-ESTOQUE PIC X(01) VALUE "N".
           88 EXPORTADA-ESTOQUE VALUE "S".
       77  SW-EXP-VENDAS  PIC X(01) VALUE "N".
           88 EXPORTADA-VENDAS VALUE "S".
       77  SW-EXP-INVENTARIO PIC X(01) VALUE "N".
           88 EXPORTADA-INVENTARIO VALUE "S".
       77  COMP-BASE-PROVISAO PIC 9(06) VALUE ZEROS.
       77  BASE-PROV-13   PIC 9(09)V99 VALUE ZEROS.
       77  BASE-PROV-FERIAS PIC 9(09)V99 VALUE ZEROS.
       77  COMP-BASE-ESTOQUE PIC 9(06) VALUE ZEROS.
       77  BASE-ESTOQUE   PIC 9(09)V99 VALUE ZEROS.

      * The month's figures of each source.
       77  SW-TEM-FOLHA   PIC X(01) VALUE "N".
           88 TEM-FOLHA       VALUE "S".
       77  FOLHA-BRUTO    PIC 9(08)V99 VALUE ZEROS.
       77  FOLHA-INSS     PIC 9(08)V99 VALUE ZEROS.
       77  FOLHA-IRRF     PIC 9(08)V99 VALUE ZEROS.
       77  FOLHA-PROVENTOS PIC 9(08)V99 VALUE ZEROS.
       77  FOLHA-DESCONTOS PIC 9(08)V99 VALUE ZEROS.
       77  FOLHA-LIQUIDO  PIC 9(08)V99 VALUE ZEROS.
       77  SW-TEM-FGTS    PIC X(01) VALUE "N".
           88 TEM-FGTS        VALUE "S".
       77  FGTS-VALOR     PIC 9(08)V99 VALUE ZEROS.
       77  SW-TEM-PROVISAO PIC X(01) VALUE "N".
           88 TEM-PROVISAO    VALUE "S".
       77  SALDO-PROV-13  PIC 9(09)V99 VALUE ZEROS.
       77  SALDO-PROV-FERIAS PIC 9(09)V99 VALUE ZEROS.
       77  SW-TEM-ESTOQUE PIC X(01) VALUE "N".
           88 TEM-ESTOQUE     VALUE "S".
       77  VALOR-ESTOQUE  PIC 9(09)V99 VALUE ZEROS.
       77  RECEITA-VENDAS PIC 9(09)V99 VALUE ZEROS.
       77  CMV-VENDAS     PIC 9(09)V99 VALUE ZEROS.
       77  DEVOLUCOES-VENDAS PIC 9(09)V99 VALUE ZEROS.
       77  CMV-DEVOLVIDO  PIC 9(09)V99 VALUE ZEROS.
       77  QTD-MOV-INVENTARIO PIC 9(05) VALUE ZEROS.
       77  PERDAS-INVENTARIO PIC 9(09)V99 VALUE ZEROS.
       77  GANHOS-INVENTARIO PIC 9(09)V99 VALUE ZEROS.
       77  QTD-DEPTOS     PIC 9(02) VALUE ZEROS.

       01  DATA-DESDOB.
           05  DESDOB-COMPETENCIA PIC 9(06).
           05  DESDOB-DIA         PIC 9(02).

      * Accounts of each kind of amount, loaded from the plano.
       01  TABELA-CONTAS VALUE SPACES.
           05  CONTA-TAB OCCURS 20 TIMES INDEXED BY IX-CONTA.
               10  TC-TIPO     PIC X(10).
               10  TC-DEBITO   PIC X(12).
               10  TC-CREDITO  PIC X(12).

       01  TABELA-LINHAS VALUE SPACES.
           05  LINHA-TAB OCCURS 20 TIMES INDEXED BY IX-LINHA.
               10  LN-TIPO     PIC X(10).
               10  LN-NATUREZA PIC X(01).
               10  LN-CONTA    PIC X(12).
               10  LN-VALOR    PIC 9(09)V99.
               10  LN-HISTORICO PIC X(30).

      * Latest provision line of each departamento of the
      * competencia; a rerun of PROVISAO-FOLHA supersedes.
       01  TABELA-DEPTOS VALUE ZEROS.
           05  DEPTO-TAB OCCURS 50 TIMES INDEXED BY IX-DEP.
               10  DP-DEPARTAMENTO PIC X(15).
               10  DP-13           PIC 9(08)V99.
               10  DP-FERIAS       PIC 9(08)V99.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Exportacao contabil ---*".
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM ENTRAR-COMPETENCIA UNTIL COMPETENCIA > ZEROS.
           COMPUTE DATA-REFERENCIA = (COMPETENCIA * 100) + 1.
           DIVIDE COMPETENCIA BY 100 GIVING ANO-COMPETENCIA.

           PERFORM CARREGAR-CONTAS THRU CARREGAR-CONTAS-EXIT.
           IF QTD-CONTAS = ZEROS
              DISPLAY "Plano de contas vazio, exportacao cancelada."
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           PERFORM CARREGAR-EXPORTACOES THRU CARREGAR-EXPORTACOES-EXIT.
           PERFORM CARREGAR-FECHAMENTO THRU CARREGAR-FECHAMENTO-EXIT.
           PERFORM CARREGAR-FGTS THRU CARREGAR-FGTS-EXIT.
           PERFORM CARREGAR-PROVISAO THRU CARREGAR-PROVISAO-EXIT.
           PERFORM CARREGAR-VALESTOQ THRU CARREGAR-VALESTOQ-EXIT.
           PERFORM CARREGAR-VENDAS THRU CARREGAR-VENDAS-EXIT.
           PERFORM CARREGAR-DEVOLUCOES THRU CARREGAR-DEVOLUCOES-EXIT.
           PERFORM CARREGAR-MOVIMENTO THRU CARREGAR-MOVIMENTO-EXIT.

           DISPLAY "Competencia...........: " COMPETENCIA.
           PERFORM EXPORTAR-FOLHA THRU EXPORTAR-FOLHA-EXIT.
           PERFORM EXPORTAR-FGTS THRU EXPORTAR-FGTS-EXIT.
           PERFORM EXPORTAR-PROVISAO THRU EXPORTAR-PROVISAO-EXIT.
           PERFORM EXPORTAR-VENDAS THRU EXPORTAR-VENDAS-EXIT.
           PERFORM EXPORTAR-INVENTARIO THRU EXPORTAR-INVENTARIO-EXIT.
           PERFORM EXPORTAR-ESTOQUE THRU EXPORTAR-ESTOQUE-EXIT.

           DISPLAY "--- Resumo ---".
           DISPLAY "Fontes exportadas.....: " QTD-EXPORTADAS.
           DISPLAY "Fontes recusadas......: " QTD-RECUSADAS.
           IF QTD-RECUSADAS > ZEROS
              MOVE 8 TO RETURN-CODE.

       END-OF-JOB.
           GOBACK.

       ENTRAR-COMPETENCIA.
           DISPLAY "Competencia a exportar (AAAAMM) :"
           ACCEPT COMPETENCIA.
           IF COMPETENCIA = ZEROS
              DISPLAY "Competencia invalida !".

       CARREGAR-CONTAS.
           OPEN INPUT ARQUIVO-CONTAS.
           IF PC-ERRO NOT = "00"
              MOVE "00" TO PC-ERRO
              GO TO CARREGAR-CONTAS-EXIT.

           PERFORM LER-CONTA UNTIL PC-ERRO = "10".

           CLOSE ARQUIVO-CONTAS.

       CARREGAR-CONTAS-EXIT.
           EXIT.

       LER-CONTA.
           READ ARQUIVO-CONTAS
              AT END
                 MOVE "10" TO PC-ERRO
              NOT AT END
                 IF QTD-CONTAS < 20
                    ADD 1 TO QTD-CONTAS
                    SET IX-CONTA TO QTD-CONTAS
                    MOVE PC-TIPO TO TC-TIPO(IX-CONTA)
                    MOVE PC-CONTA-DEBITO TO TC-DEBITO(IX-CONTA)
                    MOVE PC-CONTA-CREDITO TO TC-CREDITO(IX-CONTA)
                 END-IF
           END-READ.

       CARREGAR-EXPORTACOES.
           OPEN INPUT ARQUIVO-EXPORTACAO.
           IF EX-ERRO NOT = "00"
              MOVE "00" TO EX-ERRO
              GO TO CARREGAR-EXPORTACOES-EXIT.

           PERFORM LER-EXPORTACAO UNTIL EX-ERRO = "10".

           CLOSE ARQUIVO-EXPORTACAO.

       CARREGAR-EXPORTACOES-EXIT.
           EXIT.

      * A source of this competencia already on file stays out; the
      * balance sources keep the balance of the latest competencia
      * exported before this one as the starting point.
       LER-EXPORTACAO.
           READ ARQUIVO-EXPORTACAO
              AT END
                 MOVE "10" TO EX-ERRO
              NOT AT END
                 IF EX-COMPETENCIA = COMPETENCIA
                    PERFORM MARCAR-EXPORTADA
                 ELSE
                    IF EX-COMPETENCIA < COMPETENCIA
                       PERFORM GUARDAR-BASE
                    END-IF
                 END-IF
           END-READ.

       MARCAR-EXPORTADA.
           EVALUATE EX-FONTE
              WHEN "FOLHA"      MOVE "S" TO SW-EXP-FOLHA
              WHEN "FGTS"       MOVE "S" TO SW-EXP-FGTS
              WHEN "PROVISAO"   MOVE "S" TO SW-EXP-PROVISAO
              WHEN "ESTOQUE"    MOVE "S" TO SW-EXP-ESTOQUE
              WHEN "VENDAS"     MOVE "S" TO SW-EXP-VENDAS
              WHEN "INVENTARIO" MOVE "S" TO SW-EXP-INVENTARIO
           END-EVALUATE.

       GUARDAR-BASE.
           IF EX-FONTE = "PROVISAO" AND
              EX-COMPETENCIA > COMP-BASE-PROVISAO
              MOVE EX-COMPETENCIA TO COMP-BASE-PROVISAO
              MOVE EX-BASE-1 TO BASE-PROV-13
              MOVE EX-BASE-2 TO BASE-PROV-FERIAS.

           IF EX-FONTE = "ESTOQUE" AND
              EX-COMPETENCIA > COMP-BASE-ESTOQUE
              MOVE EX-COMPETENCIA TO COMP-BASE-ESTOQUE
              MOVE EX-BASE-1 TO BASE-ESTOQUE.

      * The month-total line of the closing; a reopened and
      * re-closed competencia appends a new one, the latest wins.
       CARREGAR-FECHAMENTO.
           OPEN INPUT ARQUIVO-FECHAMENTO.
           IF FC-ERRO NOT = "00"
              MOVE "00" TO FC-ERRO
              GO TO CARREGAR-FECHAMENTO-EXIT.

           PERFORM LER-FECHAMENTO UNTIL FC-ERRO = "10".

           CLOSE ARQUIVO-FECHAMENTO.

       CARREGAR-FECHAMENTO-EXIT.
           EXIT.

       LER-FECHAMENTO.
           READ ARQUIVO-FECHAMENTO
              AT END
                 MOVE "10" TO FC-ERRO
              NOT AT END
                 IF FC-COMPETENCIA = COMPETENCIA AND
                    FC-DATA = 99999999
                    MOVE "S" TO SW-TEM-FOLHA
                    MOVE FC-BRUTO TO FOLHA-BRUTO
                    MOVE FC-INSS TO FOLHA-INSS
                    MOVE FC-IRRF TO FOLHA-IRRF
                    MOVE FC-PROVENTOS TO FOLHA-PROVENTOS
                    MOVE FC-DESCONTOS TO FOLHA-DESCONTOS
                    MOVE FC-LIQUIDO TO FOLHA-LIQUIDO
                 END-IF
           END-READ.

       CARREGAR-FGTS.
           OPEN INPUT ARQUIVO-FGTS.
           IF FG-ERRO NOT = "00"
              MOVE "00" TO FG-ERRO
              GO TO CARREGAR-FGTS-EXIT.

           PERFORM LER-FGTS UNTIL FG-ERRO = "10".

           CLOSE ARQUIVO-FGTS.

       CARREGAR-FGTS-EXIT.
           EXIT.

       LER-FGTS.
           READ ARQUIVO-FGTS
              AT END
                 MOVE "10" TO FG-ERRO
              NOT AT END
                 IF FG-COMPETENCIA = COMPETENCIA AND
                    FG-MATRICULA = 99999
                    MOVE "S" TO SW-TEM-FGTS
                    MOVE FG-VALOR TO FGTS-VALOR
                 END-IF
           END-READ.

       CARREGAR-PROVISAO.
           OPEN INPUT ARQUIVO-PROVISAO.
           IF PV-ERRO NOT = "00"
              MOVE "00" TO PV-ERRO
              GO TO CARREGAR-PROVISAO-EXIT.

           PERFORM LER-PROVISAO UNTIL PV-ERRO = "10".

           CLOSE ARQUIVO-PROVISAO.

           PERFORM SOMAR-PROVISAO
              VARYING IX-DEP FROM 1 BY 1
              UNTIL IX-DEP > QTD-DEPTOS.

       CARREGAR-PROVISAO-EXIT.
           EXIT.

       LER-PROVISAO.
           READ ARQUIVO-PROVISAO
              AT END
                 MOVE "10" TO PV-ERRO
              NOT AT END
                 IF PV-COMPETENCIA = COMPETENCIA
                    MOVE "S" TO SW-TEM-PROVISAO
                    PERFORM GUARDAR-PROVISAO
                 END-IF
           END-READ.

       GUARDAR-PROVISAO.
           MOVE "N" TO SW-ACHOU.
           PERFORM PROCURAR-DEPTO
              VARYING IX-DEP FROM 1 BY 1
              UNTIL IX-DEP > QTD-DEPTOS.

           IF NOT ACHOU
              IF QTD-DEPTOS < 50
                 ADD 1 TO QTD-DEPTOS
                 SET IX-DEP TO QTD-DEPTOS
                 MOVE PV-DEPARTAMENTO TO DP-DEPARTAMENTO(IX-DEP)
                 MOVE PV-13 TO DP-13(IX-DEP)
                 MOVE PV-FERIAS TO DP-FERIAS(IX-DEP)
              ELSE
                 DISPLAY "Aviso: relacao de departamentos cheia !".

       PROCURAR-DEPTO.
           IF PV-DEPARTAMENTO = DP-DEPARTAMENTO(IX-DEP)
              MOVE "S" TO SW-ACHOU
              MOVE PV-13 TO DP-13(IX-DEP)
              MOVE PV-FERIAS TO DP-FERIAS(IX-DEP)
              SET IX-DEP TO QTD-DEPTOS.

       SOMAR-PROVISAO.
           ADD DP-13(IX-DEP) TO SALDO-PROV-13.
           ADD DP-FERIAS(IX-DEP) TO SALDO-PROV-FERIAS.

       CARREGAR-VALESTOQ.
           OPEN INPUT ARQUIVO-VALESTOQ.
           IF VE-ERRO NOT = "00"
              MOVE "00" TO VE-ERRO
              GO TO CARREGAR-VALESTOQ-EXIT.

           PERFORM LER-VALESTOQ UNTIL VE-ERRO = "10".

           CLOSE ARQUIVO-VALESTOQ.

       CARREGAR-VALESTOQ-EXIT.
           EXIT.

       LER-VALESTOQ.
           READ ARQUIVO-VALESTOQ
              AT END
                 MOVE "10" TO VE-ERRO
              NOT AT END
                 IF VE-COMPETENCIA = COMPETENCIA
                    MOVE "S" TO SW-TEM-ESTOQUE
                    MOVE VE-VALOR TO VALOR-ESTOQUE
                 END-IF
           END-READ.

      * The counter sales of the competencia, the same lines the
      * VENDA-BALCAO day summary totals day by day.
       CARREGAR-VENDAS.
           OPEN INPUT ARQUIVO-VENDAS.
           IF VD-ERRO NOT = "00"
              MOVE "00" TO VD-ERRO
              GO TO CARREGAR-VENDAS-EXIT.

           PERFORM LER-VENDA UNTIL VD-ERRO = "10".

           PERFORM CARREGAR-VENDAS-ANUAL
              THRU CARREGAR-VENDAS-ANUAL-EXIT.

           CLOSE ARQUIVO-VENDAS.

       CARREGAR-VENDAS-EXIT.
           EXIT.

       LER-VENDA.
           READ ARQUIVO-VENDAS
              AT END
                 MOVE "10" TO VD-ERRO
              NOT AT END
                 PERFORM SOMAR-VENDA
           END-READ.

       SOMAR-VENDA.
           MOVE VD-DATA TO DATA-DESDOB.
           IF DESDOB-COMPETENCIA = COMPETENCIA
              COMPUTE RECEITA-VENDAS = RECEITA-VENDAS +
                 (VD-QTD * VD-VALOR-UNIT).

      * A competencia already moved out by RETENCAO-DADOS sits on
      * the history file of its year; it is read into the VENDAS.DAT
      * record, still open, and summed the same way. No file for
      * the year means nothing was moved.
       CARREGAR-VENDAS-ANUAL.
           MOVE SPACES TO NOME-ANUAL.
           STRING "VENDAS-" ANO-COMPETENCIA ".DAT"
              DELIMITED BY SIZE INTO NOME-ANUAL.
           OPEN INPUT ARQUIVO-VENDAS-ANUAL.
           IF VA-ERRO NOT = "00"
              GO TO CARREGAR-VENDAS-ANUAL-EXIT.

           PERFORM LER-VENDA-ANUAL UNTIL VA-ERRO = "10".

           CLOSE ARQUIVO-VENDAS-ANUAL.

       CARREGAR-VENDAS-ANUAL-EXIT.
           EXIT.

       LER-VENDA-ANUAL.
           READ ARQUIVO-VENDAS-ANUAL INTO REG-VENDA
              AT END
                 MOVE "10" TO VA-ERRO
              NOT AT END
                 PERFORM SOMAR-VENDA
           END-READ.

      * The refunds of the competencia's counter returns, by the
      * day the goods came back.
       CARREGAR-DEVOLUCOES.
           OPEN INPUT ARQUIVO-DEVOLUCOES.
           IF DV-ERRO NOT = "00"
              MOVE "00" TO DV-ERRO
              GO TO CARREGAR-DEVOLUCOES-EXIT.

           PERFORM LER-DEVOLUCAO UNTIL DV-ERRO = "10".

           CLOSE ARQUIVO-DEVOLUCOES.

       CARREGAR-DEVOLUCOES-EXIT.
           EXIT.

       LER-DEVOLUCAO.
           READ ARQUIVO-DEVOLUCOES
              AT END
                 MOVE "10" TO DV-ERRO
              NOT AT END
                 MOVE DV-DATA TO DATA-DESDOB
                 IF DESDOB-COMPETENCIA = COMPETENCIA
                    COMPUTE DEVOLUCOES-VENDAS = DEVOLUCOES-VENDAS +
                       (DV-QTD * DV-VALOR-UNIT)
                 END-IF
           END-READ.

      * From the movements of the competencia: the cost of the
      * counter sales (their saidas carry CUSTO-MEDIO-ARQ), less the
      * returns put back on the shelf at the same cost, and the
      * INVENTARIO count adjustments and expired-lote write-offs.
       CARREGAR-MOVIMENTO.
           OPEN INPUT ARQUIVO-MOVIMENTO.
           IF MV-ERRO NOT = "00"
              MOVE "00" TO MV-ERRO
              GO TO CARREGAR-MOVIMENTO-EXIT.

           PERFORM LER-MOVIMENTO UNTIL MV-ERRO = "10".

           PERFORM CARREGAR-MOV-ANUAL THRU CARREGAR-MOV-ANUAL-EXIT.

           CLOSE ARQUIVO-MOVIMENTO.

       CARREGAR-MOVIMENTO-EXIT.
           EXIT.

       LER-MOVIMENTO.
           READ ARQUIVO-MOVIMENTO
              AT END
                 MOVE "10" TO MV-ERRO
              NOT AT END
                 MOVE MV-DATA TO DATA-DESDOB
                 IF DESDOB-COMPETENCIA = COMPETENCIA
                    PERFORM CLASSIFICAR-MOVIMENTO
                 END-IF
           END-READ.

      * Same as the sales: the moved movements of the competencia's
      * year, read into the MOVESTOQ.DAT record.
       CARREGAR-MOV-ANUAL.
           MOVE SPACES TO NOME-ANUAL.
           STRING "MOVESTOQ-" ANO-COMPETENCIA ".DAT"
              DELIMITED BY SIZE INTO NOME-ANUAL.
           OPEN INPUT ARQUIVO-MOV-ANUAL.
           IF MA-ERRO NOT = "00"
              GO TO CARREGAR-MOV-ANUAL-EXIT.

           PERFORM LER-MOV-ANUAL UNTIL MA-ERRO = "10".

           CLOSE ARQUIVO-MOV-ANUAL.

       CARREGAR-MOV-ANUAL-EXIT.
           EXIT.

       LER-MOV-ANUAL.
           READ ARQUIVO-MOV-ANUAL INTO REG-MOVIMENTO
              AT END
                 MOVE "10" TO MA-ERRO
              NOT AT END
                 MOVE MV-DATA TO DATA-DESDOB
                 IF DESDOB-COMPETENCIA = COMPETENCIA
                    PERFORM CLASSIFICAR-MOVIMENTO
                 END-IF
           END-READ.

       CLASSIFICAR-MOVIMENTO.
           IF MOV-SAIDA AND MV-MOTIVO = "VENDA BALCAO"
              COMPUTE CMV-VENDAS = CMV-VENDAS +
                 (MV-QTD * MV-VALOR-UNIT).

           IF MOV-ENTRADA AND MV-MOTIVO = "DEVOLUCAO VENDA"
              COMPUTE CMV-DEVOLVIDO = CMV-DEVOLVIDO +
                 (MV-QTD * MV-VALOR-UNIT).

           IF MV-MOTIVO = "AJUSTE INVENTARIO" OR
              MV-MOTIVO = "VENCIDO"
              ADD 1 TO QTD-MOV-INVENTARIO
              IF MOV-ENTRADA
                 COMPUTE GANHOS-INVENTARIO = GANHOS-INVENTARIO +
                    (MV-QTD * MV-VALOR-UNIT)
              ELSE
                 COMPUTE PERDAS-INVENTARIO = PERDAS-INVENTARIO +
                    (MV-QTD * MV-VALOR-UNIT).

      * The folha posts from the closing's month totals, and only
      * for a competencia still fechada - a reopened one may yet
      * change. Its own figures must tie: bruto plus proventos less
      * the withholdings and descontos is the liquido.
       EXPORTAR-FOLHA.
           MOVE "FOLHA" TO FONTE-ATUAL.
           IF EXPORTADA-FOLHA
              DISPLAY "FOLHA......: ja exportada."
              GO TO EXPORTAR-FOLHA-EXIT.

           IF NOT TEM-FOLHA
              DISPLAY "FOLHA......: competencia sem fechamento."
              GO TO EXPORTAR-FOLHA-EXIT.

           CALL "CONFERIR-COMPETENCIA" USING DATA-REFERENCIA,
              SITUACAO-COMPETENCIA.
           IF SITUACAO-COMPETENCIA NOT = "F"
              DISPLAY "FOLHA......: competencia reaberta, aguarde "
                 "o novo fechamento."
              GO TO EXPORTAR-FOLHA-EXIT.

           PERFORM INICIAR-FONTE.
           IF FOLHA-BRUTO + FOLHA-PROVENTOS NOT =
              FOLHA-INSS + FOLHA-IRRF + FOLHA-DESCONTOS +
              FOLHA-LIQUIDO
              DISPLAY "FOLHA......: totais do fechamento nao "
                 "conferem com o liquido !"
              MOVE "N" TO SW-FONTE-OK.

           MOVE "SALARIOS" TO TIPO-LANCAR.
           MOVE "SALARIOS E PROVENTOS" TO HISTORICO-LANCAR.
           COMPUTE VALOR-LANCAR = FOLHA-BRUTO + FOLHA-PROVENTOS.
           PERFORM LANCAR THRU LANCAR-EXIT.

           MOVE "INSS" TO TIPO-LANCAR.
           MOVE "INSS RETIDO A RECOLHER" TO HISTORICO-LANCAR.
           MOVE FOLHA-INSS TO VALOR-LANCAR.
           PERFORM LANCAR THRU LANCAR-EXIT.

           MOVE "IRRF" TO TIPO-LANCAR.
           MOVE "IRRF RETIDO A RECOLHER" TO HISTORICO-LANCAR.
           MOVE FOLHA-IRRF TO VALOR-LANCAR.
           PERFORM LANCAR THRU LANCAR-EXIT.

           MOVE "DESCONTOS" TO TIPO-LANCAR.
           MOVE "OUTROS DESCONTOS DA FOLHA" TO HISTORICO-LANCAR.
           MOVE FOLHA-DESCONTOS TO VALOR-LANCAR.
           PERFORM LANCAR THRU LANCAR-EXIT.

           PERFORM CONCLUIR-FONTE THRU CONCLUIR-FONTE-EXIT.

       EXPORTAR-FOLHA-EXIT.
           EXIT.

       EXPORTAR-FGTS.
           MOVE "FGTS" TO FONTE-ATUAL.
           IF EXPORTADA-FGTS
              DISPLAY "FGTS.......: ja exportada."
              GO TO EXPORTAR-FGTS-EXIT.

           IF NOT TEM-FGTS
              DISPLAY "FGTS.......: FGTS-MENSAL nao executado."
              GO TO EXPORTAR-FGTS-EXIT.

           PERFORM INICIAR-FONTE.
           MOVE "FGTS" TO TIPO-LANCAR.
           MOVE "FGTS DA COMPETENCIA" TO HISTORICO-LANCAR.
           MOVE FGTS-VALOR TO VALOR-LANCAR.
           PERFORM LANCAR THRU LANCAR-EXIT.

           PERFORM CONCLUIR-FONTE THRU CONCLUIR-FONTE-EXIT.

       EXPORTAR-FGTS-EXIT.
           EXIT.

      * PROVISAO-FOLHA gives the accrued balance, so the entry is
      * the month's movement against the balance last exported; a
      * drop (ferias taken, a new year of 13o) reverses the sides.
       EXPORTAR-PROVISAO.
           MOVE "PROVISAO" TO FONTE-ATUAL.
           IF EXPORTADA-PROVISAO
              DISPLAY "PROVISAO...: ja exportada."
              GO TO EXPORTAR-PROVISAO-EXIT.

           IF NOT TEM-PROVISAO
              DISPLAY "PROVISAO...: PROVISAO-FOLHA nao executado."
              GO TO EXPORTAR-PROVISAO-EXIT.

           PERFORM INICIAR-FONTE.
           MOVE "PROV-13" TO TIPO-LANCAR.
           MOVE "PROVISAO DE 13O SALARIO" TO HISTORICO-LANCAR.
           COMPUTE VALOR-LANCAR = SALDO-PROV-13 - BASE-PROV-13.
           PERFORM LANCAR THRU LANCAR-EXIT.

           MOVE "PROV-FERIAS" TO TIPO-LANCAR.
           MOVE "PROVISAO DE FERIAS E 1/3" TO HISTORICO-LANCAR.
           COMPUTE VALOR-LANCAR =
              SALDO-PROV-FERIAS - BASE-PROV-FERIAS.
           PERFORM LANCAR THRU LANCAR-EXIT.

           MOVE SALDO-PROV-13 TO BASE-1-FONTE.
           MOVE SALDO-PROV-FERIAS TO BASE-2-FONTE.
           PERFORM CONCLUIR-FONTE THRU CONCLUIR-FONTE-EXIT.

       EXPORTAR-PROVISAO-EXIT.
           EXIT.

       EXPORTAR-VENDAS.
           MOVE "VENDAS" TO FONTE-ATUAL.
           IF EXPORTADA-VENDAS
              DISPLAY "VENDAS.....: ja exportada."
              GO TO EXPORTAR-VENDAS-EXIT.

           IF RECEITA-VENDAS = ZEROS AND DEVOLUCOES-VENDAS = ZEROS
              DISPLAY "VENDAS.....: nenhuma venda na competencia."
              GO TO EXPORTAR-VENDAS-EXIT.

           PERFORM INICIAR-FONTE.
           MOVE "VENDAS" TO TIPO-LANCAR.
           MOVE "RECEITA DE VENDAS DE BALCAO" TO HISTORICO-LANCAR.
           MOVE RECEITA-VENDAS TO VALOR-LANCAR.
           PERFORM LANCAR THRU LANCAR-EXIT.

           MOVE "CMV" TO TIPO-LANCAR.
           MOVE "CUSTO DAS VENDAS DE BALCAO" TO HISTORICO-LANCAR.
           MOVE CMV-VENDAS TO VALOR-LANCAR.
           PERFORM LANCAR THRU LANCAR-EXIT.

      * Returns post as negative lines on the same mappings, so
      * they reverse the sides of the receita and of the cost.
           MOVE "VENDAS" TO TIPO-LANCAR.
           MOVE "DEVOLUCOES DE VENDAS BALCAO" TO HISTORICO-LANCAR.
           COMPUTE VALOR-LANCAR = ZEROS - DEVOLUCOES-VENDAS.
           PERFORM LANCAR THRU LANCAR-EXIT.

           MOVE "CMV" TO TIPO-LANCAR.
           MOVE "CUSTO DAS DEVOLUCOES BALCAO" TO HISTORICO-LANCAR.
           COMPUTE VALOR-LANCAR = ZEROS - CMV-DEVOLVIDO.
           PERFORM LANCAR THRU LANCAR-EXIT.

           PERFORM CONCLUIR-FONTE THRU CONCLUIR-FONTE-EXIT.

       EXPORTAR-VENDAS-EXIT.
           EXIT.

      * The net of the count adjustments and write-offs at cost: a
      * net loss posts as mapped, a net gain reverses the sides.
       EXPORTAR-INVENTARIO.
           MOVE "INVENTARIO" TO FONTE-ATUAL.
           IF EXPORTADA-INVENTARIO
              DISPLAY "INVENTARIO.: ja exportada."
              GO TO EXPORTAR-INVENTARIO-EXIT.

           IF QTD-MOV-INVENTARIO = ZEROS
              DISPLAY "INVENTARIO.: nenhum ajuste na competencia."
              GO TO EXPORTAR-INVENTARIO-EXIT.

           PERFORM INICIAR-FONTE.
           MOVE "PERDA-INV" TO TIPO-LANCAR.
           MOVE "AJUSTES DE INVENTARIO" TO HISTORICO-LANCAR.
           COMPUTE VALOR-LANCAR =
              PERDAS-INVENTARIO - GANHOS-INVENTARIO.
           PERFORM LANCAR THRU LANCAR-EXIT.

           PERFORM CONCLUIR-FONTE THRU CONCLUIR-FONTE-EXIT.

       EXPORTAR-INVENTARIO-EXIT.
           EXIT.

      * The valuation is a balance too. The counter sales' cost and
      * the inventory adjustments already move the estoque account
      * through their own sources, so this entry carries only the
      * rest of the month's change - the purchases and the other
      * movements - and the account lands on the valued figure.
       EXPORTAR-ESTOQUE.
           MOVE "ESTOQUE" TO FONTE-ATUAL.
           IF EXPORTADA-ESTOQUE
              DISPLAY "ESTOQUE....: ja exportada."
              GO TO EXPORTAR-ESTOQUE-EXIT.

           IF NOT TEM-ESTOQUE
              DISPLAY "ESTOQUE....: VALORIZAR-ESTOQUE nao executado."
              GO TO EXPORTAR-ESTOQUE-EXIT.

           PERFORM INICIAR-FONTE.
           MOVE "ESTOQUE" TO TIPO-LANCAR.
           MOVE "COMPRAS E DEMAIS MOVIMENTOS" TO HISTORICO-LANCAR.
           COMPUTE VALOR-LANCAR = VALOR-ESTOQUE - BASE-ESTOQUE
              + CMV-VENDAS - CMV-DEVOLVIDO
              + PERDAS-INVENTARIO - GANHOS-INVENTARIO.
           PERFORM LANCAR THRU LANCAR-EXIT.

           MOVE VALOR-ESTOQUE TO BASE-1-FONTE.
           PERFORM CONCLUIR-FONTE THRU CONCLUIR-FONTE-EXIT.

       EXPORTAR-ESTOQUE-EXIT.
           EXIT.

       INICIAR-FONTE.
           MOVE SPACES TO TABELA-LINHAS.
           MOVE ZEROS TO QTD-LINHAS TOT-DEBITOS TOT-CREDITOS
              BASE-1-FONTE BASE-2-FONTE.
           MOVE "S" TO SW-FONTE-OK.

      * Builds the debit and the credit line of one amount from the
      * plano; a negative amount swaps the sides. A kind missing
      * from the plano leaves the source unbalanced and refused.
       LANCAR.
           IF VALOR-LANCAR = ZEROS
              GO TO LANCAR-EXIT.

           IF VALOR-LANCAR < ZEROS
              COMPUTE VALOR-ABSOLUTO = ZEROS - VALOR-LANCAR
           ELSE
              MOVE VALOR-LANCAR TO VALOR-ABSOLUTO.

           MOVE "N" TO SW-ACHOU.
           PERFORM PROCURAR-CONTA
              VARYING IX-CONTA FROM 1 BY 1
              UNTIL IX-CONTA > QTD-CONTAS OR ACHOU.
           IF NOT ACHOU
              DISPLAY FONTE-ATUAL " : tipo " TIPO-LANCAR
                 " sem contas no plano !"
              ADD VALOR-ABSOLUTO TO TOT-DEBITOS
              GO TO LANCAR-EXIT.
           SET IX-CONTA DOWN BY 1.

           IF QTD-LINHAS > 18
              DISPLAY FONTE-ATUAL " : lancamentos demais na fonte !"
              MOVE "N" TO SW-FONTE-OK
              GO TO LANCAR-EXIT.

           ADD 1 TO QTD-LINHAS.
           SET IX-LINHA TO QTD-LINHAS.
           MOVE TIPO-LANCAR TO LN-TIPO(IX-LINHA).
           MOVE "D" TO LN-NATUREZA(IX-LINHA).
           MOVE VALOR-ABSOLUTO TO LN-VALOR(IX-LINHA).
           MOVE HISTORICO-LANCAR TO LN-HISTORICO(IX-LINHA).
           IF VALOR-LANCAR < ZEROS
              MOVE TC-CREDITO(IX-CONTA) TO LN-CONTA(IX-LINHA)
           ELSE
              MOVE TC-DEBITO(IX-CONTA) TO LN-CONTA(IX-LINHA).
           IF LN-CONTA(IX-LINHA) NOT = SPACES
              ADD VALOR-ABSOLUTO TO TOT-DEBITOS.

           ADD 1 TO QTD-LINHAS.
           SET IX-LINHA TO QTD-LINHAS.
           MOVE TIPO-LANCAR TO LN-TIPO(IX-LINHA).
           MOVE "C" TO LN-NATUREZA(IX-LINHA).
           MOVE VALOR-ABSOLUTO TO LN-VALOR(IX-LINHA).
           MOVE HISTORICO-LANCAR TO LN-HISTORICO(IX-LINHA).
           IF VALOR-LANCAR < ZEROS
              MOVE TC-DEBITO(IX-CONTA) TO LN-CONTA(IX-LINHA)
           ELSE
              MOVE TC-CREDITO(IX-CONTA) TO LN-CONTA(IX-LINHA).
           IF LN-CONTA(IX-LINHA) NOT = SPACES
              ADD VALOR-ABSOLUTO TO TOT-CREDITOS.

       LANCAR-EXIT.
           EXIT.

       PROCURAR-CONTA.
           IF TC-TIPO(IX-CONTA) = TIPO-LANCAR
              MOVE "S" TO SW-ACHOU.

      * The balance check: a source goes to the ledger only when its
      * debits equal its credits and its own figures tied; then its
      * lines and its EXPCONTAB.DAT record are written together.
       CONCLUIR-FONTE.
           MOVE TOT-DEBITOS TO MASCARA-DEBITOS.
           MOVE TOT-CREDITOS TO MASCARA.

           IF TOT-DEBITOS NOT = TOT-CREDITOS OR NOT FONTE-OK
              DISPLAY FONTE-ATUAL " : RECUSADA, debitos "
                 MASCARA-DEBITOS " creditos " MASCARA
              ADD 1 TO QTD-RECUSADAS
              GO TO CONCLUIR-FONTE-EXIT.

           OPEN EXTEND ARQUIVO-LANCAMENTOS.
           IF LC-ERRO = "35"
              OPEN OUTPUT ARQUIVO-LANCAMENTOS.

           IF LC-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-LANCAMENTOS, status "
                 LC-ERRO
              ADD 1 TO QTD-RECUSADAS
              GO TO CONCLUIR-FONTE-EXIT.

           PERFORM GRAVAR-LANCAMENTO
              VARYING IX-LINHA FROM 1 BY 1
              UNTIL IX-LINHA > QTD-LINHAS.

           CLOSE ARQUIVO-LANCAMENTOS.

           OPEN EXTEND ARQUIVO-EXPORTACAO.
           IF EX-ERRO = "35"
              OPEN OUTPUT ARQUIVO-EXPORTACAO.

           IF EX-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-EXPORTACAO, status "
                 EX-ERRO
              GO TO CONCLUIR-FONTE-EXIT.

           MOVE COMPETENCIA TO EX-COMPETENCIA.
           MOVE FONTE-ATUAL TO EX-FONTE.
           MOVE DATA-HOJE TO EX-DATA.
           MOVE BASE-1-FONTE TO EX-BASE-1.
           MOVE BASE-2-FONTE TO EX-BASE-2.
           MOVE TOT-DEBITOS TO EX-TOTAL.
           WRITE REG-EXPORTACAO.

           IF EX-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-EXPORTACAO, status " EX-ERRO.

           CLOSE ARQUIVO-EXPORTACAO.

           ADD 1 TO QTD-EXPORTADAS.
           DISPLAY FONTE-ATUAL " : exportada, " QTD-LINHAS
              " lancamentos, total " MASCARA.

       CONCLUIR-FONTE-EXIT.
           EXIT.

       GRAVAR-LANCAMENTO.
           MOVE COMPETENCIA TO LC-COMPETENCIA.
           MOVE FONTE-ATUAL TO LC-FONTE.
           MOVE LN-TIPO(IX-LINHA) TO LC-TIPO.
           MOVE LN-NATUREZA(IX-LINHA) TO LC-NATUREZA.
           MOVE LN-CONTA(IX-LINHA) TO LC-CONTA.
           MOVE LN-VALOR(IX-LINHA) TO LC-VALOR.
           MOVE DATA-HOJE TO LC-DATA.
           MOVE LN-HISTORICO(IX-LINHA) TO LC-HISTORICO.
           WRITE REG-LANCAMENTO.

           IF LC-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-LANCAMENTO, status " LC-ERRO.

       END PROGRAM EXPORTAR-CONTABIL.
