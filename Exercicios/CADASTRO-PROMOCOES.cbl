       Identification Division.
      *----------------------------------------------------*
       Program-Id.   CADASTRO-PROMOCOES.
       Author.       BERGAMASCHI, MARCELO.
       Date-Written. 2026-10-15.
       Date-Compiled.
       Installation. IFSP-Cubatao.
       Security.     PRECOS PROMOCIONAIS.
      *----------------------------------------------------*
      * Modification History:
      * 2026-10-15  First version: time-bounded promotions on
      *             PROMOCOES.DAT, applied by VENDA-BALCAO without
      *             touching VALOR-UNIT-ARQ. A promotion names one
      *             product with its promotional price, or every
      *             product of a supplier with a percentage off, and
      *             a start and end date; overlapping promotions for
      *             the same product or supplier are refused. Option
      *             2 lists them (vigente, programada, encerrada),
      *             option 3 ends one early (a programada one is
      *             dropped), both restricted to a supervisor, and
      *             option 4 reports units, revenue and margin per
      *             product during the promotion against the same
      *             number of days before it.
      * 2026-10-15  REGPROD widened to 87 with the EAN-13 barcode
      *             (EAN-ARQ).
      * 2026-10-15  Promotions ended more than a year ago are purged
      *             whenever PROMOCOES.DAT is rewritten, and a full
      *             file is purged before an inclusion is refused.
      *             The rewrite copies the file record by record
      *             instead of the 300-line table.
      * 2026-10-15  Promotions included, ended, dropped and purged
      *             go to the common change log ALTERACOES.DAT
      *             through GRAVAR-ALTERACAO.
      * 2026-10-15  The promotion report also reads the yearly
      *             history files (VENDAS-AAAA.DAT and
      *             MOVESTOQ-AAAA.DAT) RETENCAO-DADOS moves the closed
      *             months to, for every year the two windows cover.
      *----------------------------------------------------*

       Environment Division.
      *----------------------------------------------------*
       Configuration Section.
      *---------------------*
       Source-Computer.     IBM-PC.
       Object-Computer.     IBM-PC.
       Special-Names.
              Decimal-Point Is Comma.

       Input-Output Section.
       File-Control.
           Select ARQUIVO-PROMOCOES Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-PROM.

           Select ARQUIVO-PROM-NOVO Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-PROM-NOVO.

           Select ARQUIVO-PRODUTOS Assign to DISK
           Organization Is Indexed
           Access Mode Is Dynamic
           Record Key Is COD-ARQ
           File Status Is ERRO-PROD.

           Select ARQUIVO-FORNECEDORES Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-FORN.

           Select ARQUIVO-VENDAS Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-VENDA.

           Select ARQUIVO-MOVIMENTO Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-MOV.

      * One year of moved history per file, named by the year.
           Select ARQUIVO-VENDA-ANUAL Assign to Dynamic NOME-ANUAL
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-ANUAL.

           Select ARQUIVO-MOV-ANUAL Assign to Dynamic NOME-ANUAL
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-ANUAL.

       Data Division.
      *----------------------------------------------------*
       File Section.
      *-----------------------*
       FD  ARQUIVO-PROMOCOES
           Label Record Is Standard
           Record Contains 56 Characters
           Data Record Is REG-PROMOCAO
           Value Of File-Id "PROMOCOES.DAT".

       01  REG-PROMOCAO.
           COPY REGPROM.

       FD  ARQUIVO-PROM-NOVO
           Label Record Is Standard
           Record Contains 56 Characters
           Data Record Is REG-PROM-NOVO
           Value Of File-Id "PROMNOVO.DAT".

       01  REG-PROM-NOVO                  Pic X(56).

       FD  ARQUIVO-PRODUTOS
           Label Record Is Standard
           Record Contains 87 Characters
           Data Record Is REGPROD-ARQ
           Value Of File-Id "PRODUTOS.DAT".

       01  REGPROD-ARQ.
           COPY REGPROD.

       FD  ARQUIVO-FORNECEDORES
           Label Record Is Standard
           Record Contains 109 Characters
           Data Record Is REG-FORN
           Value Of File-Id "FORNECEDORES.DAT".

       01  REG-FORN.
           COPY REGFORN.

       FD  ARQUIVO-VENDAS
           Label Record Is Standard
           Record Contains 55 Characters
           Data Record Is REG-VENDA
           Value Of File-Id "VENDAS.DAT".

       01  REG-VENDA.
           COPY REGVEND.

       FD  ARQUIVO-MOVIMENTO
           Label Record Is Standard
           Record Contains 45 Characters
           Data Record Is REG-MOVIMENTO
           Value Of File-Id "MOVESTOQ.DAT".

       01  REG-MOVIMENTO.
           COPY REGMOV.

       FD  ARQUIVO-VENDA-ANUAL
           Label Record Is Standard
           Record Contains 55 Characters
           Data Record Is REG-VENDA-ANUAL.

       01  REG-VENDA-ANUAL                Pic X(55).

       FD  ARQUIVO-MOV-ANUAL
           Label Record Is Standard
           Record Contains 45 Characters
           Data Record Is REG-MOV-ANUAL.

       01  REG-MOV-ANUAL                  Pic X(45).

       Working-Storage Section.
      *-----------------------*
       77  ERRO-PROM                      Pic X(02) Value "00".
       77  ERRO-PROM-NOVO                 Pic X(02) Value "00".
       77  ERRO-PROD                      Pic X(02) Value "00".
       77  ERRO-FORN                      Pic X(02) Value "00".
       77  ERRO-VENDA                     Pic X(02) Value "00".
       77  ERRO-MOV                       Pic X(02) Value "00".
       77  ERRO-ANUAL                     Pic X(02) Value "00".
       77  NOME-ANUAL                     Pic X(40) Value Spaces.
       77  ANO-ANUAL                      Pic 9(04) Value Zeros.
       77  ANO-INICIO-ANUAL               Pic 9(04) Value Zeros.
       77  ANO-FIM-ANUAL                  Pic 9(04) Value Zeros.
       77  PM-OPCAO                       Pic 9(01) Value Zeros.
       77  OPERADOR-CODIGO                Pic 9(04) Value Zeros.
       77  OPERADOR-PERFIL                Pic X(01) Value Space.
           88 OPERADOR-SUPERVISOR                Value "S".
       77  PROGRAMA-LOGON                 Pic X(15)
           Value "CAD-PROMOCOES".
       77  RESULTADO-LOGON                Pic X(01) Value Space.
       77  NOME-PROM-ARQUIVO              Pic X(13)
           Value "PROMOCOES.DAT".
       77  NOVO-PROM-ARQUIVO              Pic X(12)
           Value "PROMNOVO.DAT".
       77  DATA-HOJE                      Pic 9(08) Value Zeros.
       77  PERMITE-FUTURO                 Pic X(01) Value "S".
       77  SW-DATA-VALIDA                 Pic X(01) Value "N".
           88 DATA-VALIDA                        Value "S".
       77  SW-FIM-ARQ                     Pic X(01) Value "N".
           88 FIM-ARQ                            Value "S".
       77  SW-ACHOU                       Pic X(01) Value "N".
           88 ACHOU                              Value "S".
       77  SW-CONFLITO                    Pic X(01) Value "N".
           88 CONFLITO                           Value "S".
       77  CONFIRMA                       Pic X(01) Value "N".
           88 CONFIRMADO                         Value "S", "s".
       77  TIPO-PROMOCAO                  Pic 9(01) Value Zeros.
           88 PROMOCAO-PRODUTO                   Value 1.
           88 PROMOCAO-FORNECEDOR                Value 2.
           88 TIPO-VALIDO                        Values 1 2.
       77  QTD-PROMOCOES                  Pic 9(03) Value Zeros.
       77  QTD-LISTADAS                   Pic 9(03) Value Zeros.
       77  NUMERO-PROMOCAO                Pic 9(03) Value Zeros.
       77  POS-ARQ                        Pic 9(05) Value Zeros.
       77  DATA-EXPURGO                   Pic 9(08) Value Zeros.
       77  QTD-EXPURGADAS                 Pic 9(05) Value Zeros.
       77  SW-REGRAVADO                   Pic X(01) Value "N".
           88 REGRAVADO                          Value "S".
       77  POS-TAB                        Pic 9(03) Value Zeros.
       77  SITUACAO-PROMOCAO              Pic X(10) Value Spaces.
       77  RAZAO-FORNECEDOR               Pic X(30) Value Spaces.
       77  QTD-ITENS                      Pic 9(03) Value Zeros.
       77  QTD-DIAS                       Pic 9(03) Value Zeros.
       77  ULTIMO-DIA-MES                 Pic 9(02) Value Zeros.
       77  QUOCIENTE                      Pic 9(04) Value Zeros.
       77  RESTO-DIVISAO                  Pic 9(03) Value Zeros.
       77  SW-BISSEXTO                    Pic X(01) Value "N".
           88 ANO-BISSEXTO                       Value "S".
       77  DURANTE-INI                    Pic 9(08) Value Zeros.
       77  DURANTE-FIM                    Pic 9(08) Value Zeros.
       77  ANTES-INI                      Pic 9(08) Value Zeros.
       77  ANTES-FIM                      Pic 9(08) Value Zeros.
       77  JANELA                         Pic 9(01) Value Zeros.
       77  CUSTO-UNITARIO                 Pic 9(05)V99 Value Zeros.
       77  VALOR-LINHA                    Pic 9(08)V99 Value Zeros.
       77  VARIACAO                       Pic S9(05)V9 Value Zeros.
       77  MARGEM-VARIACAO                Pic S9(09)V99 Value Zeros.
       77  MASCARA                        Pic ZZ.ZZZ.ZZ9,99.
       77  MASCARA-PRECO                  Pic ZZ.ZZ9,99.
       77  MASCARA-DESCONTO               Pic Z9,99.
       77  MASCARA-MARGEM                 Pic -ZZ.ZZZ.ZZ9,99.
       77  MASCARA-VARIACAO               Pic -ZZZZ9,9.
       77  VALOR-LOG                      Pic X(30) Value Spaces.
       77  FIM-ANTERIOR                   Pic 9(08) Value Zeros.

      * The promotion being keyed.
       01  PROMOCAO-NOVA.
           COPY REGPROM REPLACING
              PM-COD BY PN-COD,
              PM-FORN BY PN-FORN,
              PM-PRECO BY PN-PRECO,
              PM-DESCONTO BY PN-DESCONTO,
              PM-INICIO BY PN-INICIO,
              PM-FIM BY PN-FIM,
              PM-DESCRICAO BY PN-DESCRICAO.

       01  DATA-PASSO.
           05 ANO-PASSO  Pic 9(04).
           05 MES-PASSO  Pic 9(02).
           05 DIA-PASSO  Pic 9(02).

       01  TABELA-PROMOCOES Value Zeros.
           05 PROMOCAO-TAB Occurs 300 Times.
              10 TP-COD        Pic 9(05).
              10 TP-FORN       Pic 9(04).
              10 TP-PRECO      Pic 9(05)V99.
              10 TP-DESCONTO   Pic 9(02)V99.
              10 TP-INICIO     Pic 9(08).
              10 TP-FIM        Pic 9(08).
              10 TP-DESCRICAO  Pic X(20).
              10 TP-EXCLUIDA   Pic X(01).

      * The products of the promotion under report, with what
      * they sold before (1) and during (2) it.
       01  TABELA-ITENS Value Zeros.
           05 ITEM-TAB Occurs 500 Times Indexed By IX-ITEM.
              10 RP-COD        Pic 9(05).
              10 RP-DESCRICAO  Pic X(30).
              10 RP-CUSTO      Pic 9(05)V99.
              10 RP-JANELA Occurs 2 Times.
                 15 RP-QTD        Pic 9(06).
                 15 RP-PROMO      Pic 9(06).
                 15 RP-RECEITA    Pic 9(08)V99.
                 15 RP-QTD-CUSTO  Pic 9(06).
                 15 RP-VALOR-CUSTO Pic 9(08)V99.
                 15 RP-CMV        Pic 9(08)V99.
                 15 RP-MARGEM     Pic S9(08)V99.

       01  TOTAIS-JANELA Value Zeros.
           05 TJ-JANELA Occurs 2 Times.
              10 TJ-QTD        Pic 9(07).
              10 TJ-RECEITA    Pic 9(09)V99.
              10 TJ-CMV        Pic 9(09)V99.
              10 TJ-MARGEM     Pic S9(09)V99.

       01  ALTERACAO-CADASTRO.
           COPY REGALTE.

       Procedure Division.
       INICIO.
              Display "*--- Promocoes ---*".
              Accept DATA-HOJE From Date Yyyymmdd.

      * Anyone signed on sees the promotions and the report; only
      * a supervisor sets or ends one.
              Call "EFETUAR-LOGON" Using PROGRAMA-LOGON,
                 OPERADOR-CODIGO, OPERADOR-PERFIL, RESULTADO-LOGON.
              If RESULTADO-LOGON Not = "S"
                 Display "Identificacao recusada, encerrando."
                 Move 8 To RETURN-CODE
                 Goback.

              Display "1 - Incluir promocao".
              Display "2 - Consultar promocoes".
              Display "3 - Encerrar promocao".
              Display "4 - Resultado de promocao (antes x durante)".
              Display "Opcao:".
              Accept PM-OPCAO.

              Perform CARREGAR-PROMOCOES Thru CARREGAR-PROMOCOES-EXIT.

              Evaluate PM-OPCAO
                 When 2
                    Perform CONSULTAR-PROMOCOES
                 When 3
                    Perform ENCERRAR-PROMOCAO
                       Thru ENCERRAR-PROMOCAO-EXIT
                 When 4
                    Perform RELATAR-PROMOCAO
                       Thru RELATAR-PROMOCAO-EXIT
                 When Other
                    Perform INCLUIR-PROMOCAO
                       Thru INCLUIR-PROMOCAO-EXIT
              End-Evaluate.

              Goback.

       CARREGAR-PROMOCOES.
              Move Zeros To QTD-PROMOCOES.
              Open Input ARQUIVO-PROMOCOES.
              If ERRO-PROM Not = "00"
                 GO TO CARREGAR-PROMOCOES-EXIT.

              Move "N" To SW-FIM-ARQ.
              Perform LER-PROMOCAO Until FIM-ARQ.

              Close ARQUIVO-PROMOCOES.

       CARREGAR-PROMOCOES-EXIT.
              EXIT.

       LER-PROMOCAO.
              Read ARQUIVO-PROMOCOES
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If QTD-PROMOCOES < 300
                       Add 1 To QTD-PROMOCOES
                       Move REG-PROMOCAO
                          To PROMOCAO-TAB(QTD-PROMOCOES)
                       Move "N" To TP-EXCLUIDA(QTD-PROMOCOES)
                    Else
                       Display "Aviso: mais de 300 promocoes, as "
                          "excedentes nao aparecem !"
                    End-If
              End-Read.

      *----------------------------------------------------*
      * A new promotion: one product at a promotional price under
      * its catalog price, or every product of a supplier at a
      * percentage off. It may not overlap another promotion of
      * the same product or of the same supplier.
      *----------------------------------------------------*
       INCLUIR-PROMOCAO.
              If Not OPERADOR-SUPERVISOR
                 Display "Inclusao de promocao restrita a "
                    "supervisor."
                 GO TO INCLUIR-PROMOCAO-EXIT.

      * A full file first gives up its long-ended promotions.
              If QTD-PROMOCOES = 300
                 Move Zeros To NUMERO-PROMOCAO
                 Perform REGRAVAR-PROMOCOES
                    Thru REGRAVAR-PROMOCOES-EXIT
                 Perform CARREGAR-PROMOCOES
                    Thru CARREGAR-PROMOCOES-EXIT.
              If QTD-PROMOCOES = 300
                 Display "Arquivo de promocoes cheio !"
                 GO TO INCLUIR-PROMOCAO-EXIT.

              Move Zeros To PROMOCAO-NOVA.
              Move Spaces To PN-DESCRICAO.
              Move Zeros To TIPO-PROMOCAO.
              Perform ENTRAR-TIPO Until TIPO-VALIDO.

              If PROMOCAO-PRODUTO
                 Perform ENTRAR-PRODUTO Thru ENTRAR-PRODUTO-EXIT
              Else
                 Perform ENTRAR-FORNECEDOR Thru ENTRAR-FORNECEDOR-EXIT.
              If PN-COD = Zeros And PN-FORN = Zeros
                 GO TO INCLUIR-PROMOCAO-EXIT.

              Move "N" To SW-DATA-VALIDA.
              Perform ENTRAR-INICIO Until DATA-VALIDA
                 And PN-INICIO Not < DATA-HOJE.
              Move "N" To SW-DATA-VALIDA.
              Perform ENTRAR-FIM Until DATA-VALIDA
                 And PN-FIM Not < PN-INICIO.
              Perform ENTRAR-DESCRICAO Until PN-DESCRICAO Not = Spaces.

              Move "N" To SW-CONFLITO.
              Perform VERIFICAR-CONFLITO
                 Varying POS-TAB From 1 By 1
                 Until POS-TAB > QTD-PROMOCOES Or CONFLITO.
              If CONFLITO
                 Subtract 1 From POS-TAB
                 Display "Ja existe promocao neste periodo: "
                    TP-DESCRICAO(POS-TAB) " de " TP-INICIO(POS-TAB)
                    " a " TP-FIM(POS-TAB) ", inclusao recusada !"
                 GO TO INCLUIR-PROMOCAO-EXIT.

              Display "Confirma a promocao (S/N) ?".
              Accept CONFIRMA.
              If Not CONFIRMADO
                 Display "Promocao descartada."
                 GO TO INCLUIR-PROMOCAO-EXIT.

              Open Extend ARQUIVO-PROMOCOES.
              If ERRO-PROM = "35"
                 Open Output ARQUIVO-PROMOCOES.

              If ERRO-PROM Not = "00"
                 Display "Erro ao abrir ARQUIVO-PROMOCOES, status "
                    ERRO-PROM
                 GO TO INCLUIR-PROMOCAO-EXIT.

              Move PROMOCAO-NOVA To REG-PROMOCAO.
              Write REG-PROMOCAO.
              If ERRO-PROM Not = "00"
                 Display "Erro ao gravar REG-PROMOCAO, status "
                    ERRO-PROM
              Else
                 Move "I" To LA-OPERACAO
                 Perform REGISTRAR-PROMOCAO
                 Display "Promocao incluida.".

              Close ARQUIVO-PROMOCOES.

       INCLUIR-PROMOCAO-EXIT.
              EXIT.

       ENTRAR-TIPO.
              Display "1 - Um produto  2 - Todos de um fornecedor:".
              Accept TIPO-PROMOCAO.
              If Not TIPO-VALIDO
                 Display "Tipo invalido !".

       ENTRAR-PRODUTO.
              Display "Codigo do produto....:".
              Accept PN-COD.

              Open Input ARQUIVO-PRODUTOS.
              If ERRO-PROD Not = "00"
                 Display "Erro ao abrir ARQUIVO-PRODUTOS, status "
                    ERRO-PROD
                 Move Zeros To PN-COD
                 GO TO ENTRAR-PRODUTO-EXIT.

              Move PN-COD To COD-ARQ.
              Move "S" To SW-ACHOU.
              Read ARQUIVO-PRODUTOS
                 Invalid Key
                    Move "N" To SW-ACHOU
              End-Read.
              Close ARQUIVO-PRODUTOS.

              If Not ACHOU
                 Display "Produto nao cadastrado !"
                 Move Zeros To PN-COD
                 GO TO ENTRAR-PRODUTO-EXIT.

              If PRODUTO-INATIVO-ARQ
                 Display "Produto inativo !"
                 Move Zeros To PN-COD
                 GO TO ENTRAR-PRODUTO-EXIT.

              Move VALOR-UNIT-ARQ To MASCARA-PRECO.
              Display DESCRICAO-ARQ " - preco de catalogo "
                 MASCARA-PRECO.
              Perform ENTRAR-PRECO
                 Until PN-PRECO > Zeros And PN-PRECO < VALOR-UNIT-ARQ.

      * Selling under cost is allowed, but not by accident.
              If PN-PRECO < CUSTO-MEDIO-ARQ
                 Move CUSTO-MEDIO-ARQ To MASCARA-PRECO
                 Display "Atencao: preco abaixo do custo medio ("
                    MASCARA-PRECO "). Manter (S/N) ?"
                 Accept CONFIRMA
                 If Not CONFIRMADO
                    Move Zeros To PN-COD
                 End-If
              End-If.

       ENTRAR-PRODUTO-EXIT.
              EXIT.

       ENTRAR-PRECO.
              Display "Preco promocional....:".
              Accept PN-PRECO.
              If PN-PRECO = Zeros Or PN-PRECO Not < VALOR-UNIT-ARQ
                 Display "Preco invalido (abaixo do catalogo) !".

       ENTRAR-FORNECEDOR.
              Display "Codigo do fornecedor.:".
              Accept PN-FORN.

              Move "N" To SW-ACHOU.
              Open Input ARQUIVO-FORNECEDORES.
              If ERRO-FORN = "00"
                 Move "N" To SW-FIM-ARQ
                 Perform LER-FORNECEDOR Until FIM-ARQ Or ACHOU
                 Close ARQUIVO-FORNECEDORES.

              If Not ACHOU
                 Display "Fornecedor nao cadastrado !"
                 Move Zeros To PN-FORN
                 GO TO ENTRAR-FORNECEDOR-EXIT.

              Display RAZAO-FORNECEDOR.
              Perform ENTRAR-DESCONTO
                 Until PN-DESCONTO > Zeros And PN-DESCONTO < 100.

       ENTRAR-FORNECEDOR-EXIT.
              EXIT.

       LER-FORNECEDOR.
              Read ARQUIVO-FORNECEDORES
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If FR-COD = PN-FORN
                       Move "S" To SW-ACHOU
                       Move FR-RAZAO To RAZAO-FORNECEDOR
                    End-If
              End-Read.

       ENTRAR-DESCONTO.
              Display "Desconto sobre o catalogo (%, ex. 10,00):".
              Accept PN-DESCONTO.
              If PN-DESCONTO = Zeros Or PN-DESCONTO Not < 100
                 Display "Desconto invalido !".

       ENTRAR-INICIO.
              Display "Inicio (AAAAMMDD)....:".
              Accept PN-INICIO.
              Call "VALIDAR-DATA" Using PN-INICIO,
                 PERMITE-FUTURO, SW-DATA-VALIDA.
              If Not DATA-VALIDA Or PN-INICIO < DATA-HOJE
                 Display "Data invalida (minimo hoje) !".

       ENTRAR-FIM.
              Display "Fim (AAAAMMDD).......:".
              Accept PN-FIM.
              Call "VALIDAR-DATA" Using PN-FIM,
                 PERMITE-FUTURO, SW-DATA-VALIDA.
              If Not DATA-VALIDA Or PN-FIM < PN-INICIO
                 Display "Data invalida (minimo o inicio) !".

       ENTRAR-DESCRICAO.
              Display "Descricao da promocao:".
              Accept PN-DESCRICAO.
              If PN-DESCRICAO = Spaces
                 Display "Nao pode ficar em branco !".

       VERIFICAR-CONFLITO.
              If TP-EXCLUIDA(POS-TAB) = "N"
                 And TP-COD(POS-TAB) = PN-COD
                 And TP-FORN(POS-TAB) = PN-FORN
                 And TP-INICIO(POS-TAB) Not > PN-FIM
                 And TP-FIM(POS-TAB) Not < PN-INICIO
                 Move "S" To SW-CONFLITO.

      *----------------------------------------------------*
      * Every promotion on file, numbered for options 3 and 4.
      *----------------------------------------------------*
       CONSULTAR-PROMOCOES.
              If QTD-PROMOCOES = Zeros
                 Display "Nenhuma promocao cadastrada."
              Else
                 Display "--- Promocoes em " DATA-HOJE " ---"
                 Perform IMPRIMIR-PROMOCAO
                    Varying POS-TAB From 1 By 1
                    Until POS-TAB > QTD-PROMOCOES.

       IMPRIMIR-PROMOCAO.
              Evaluate True
                 When TP-INICIO(POS-TAB) > DATA-HOJE
                    Move "PROGRAMADA" To SITUACAO-PROMOCAO
                 When TP-FIM(POS-TAB) < DATA-HOJE
                    Move "ENCERRADA" To SITUACAO-PROMOCAO
                 When Other
                    Move "VIGENTE" To SITUACAO-PROMOCAO
              End-Evaluate.

              If TP-COD(POS-TAB) Not = Zeros
                 Move TP-PRECO(POS-TAB) To MASCARA-PRECO
                 Display POS-TAB " " SITUACAO-PROMOCAO " "
                    TP-DESCRICAO(POS-TAB) " produto "
                    TP-COD(POS-TAB) " a " MASCARA-PRECO
                    " de " TP-INICIO(POS-TAB) " a " TP-FIM(POS-TAB)
              Else
                 Move TP-DESCONTO(POS-TAB) To MASCARA-DESCONTO
                 Display POS-TAB " " SITUACAO-PROMOCAO " "
                    TP-DESCRICAO(POS-TAB) " fornecedor "
                    TP-FORN(POS-TAB) " -" MASCARA-DESCONTO "%"
                    " de " TP-INICIO(POS-TAB) " a " TP-FIM(POS-TAB).

       ENTRAR-NUMERO.
              Display "Numero da promocao (zero p/ desistir):".
              Accept NUMERO-PROMOCAO.
              If NUMERO-PROMOCAO > QTD-PROMOCOES
                 Display "Numero invalido !".

      *----------------------------------------------------*
      * A promotion in force ends today (it still holds to the
      * day's close); one not yet started is dropped. PROMOCOES.DAT
      * is rewritten whole through PROMNOVO.DAT, purging on the way
      * the promotions ended more than a year ago.
      *----------------------------------------------------*
       ENCERRAR-PROMOCAO.
              If Not OPERADOR-SUPERVISOR
                 Display "Encerramento de promocao restrito a "
                    "supervisor."
                 GO TO ENCERRAR-PROMOCAO-EXIT.

              Perform CONSULTAR-PROMOCOES.
              If QTD-PROMOCOES = Zeros
                 GO TO ENCERRAR-PROMOCAO-EXIT.

              Move 999 To NUMERO-PROMOCAO.
              Perform ENTRAR-NUMERO
                 Until NUMERO-PROMOCAO Not > QTD-PROMOCOES.
              If NUMERO-PROMOCAO = Zeros
                 GO TO ENCERRAR-PROMOCAO-EXIT.

              If TP-FIM(NUMERO-PROMOCAO) < DATA-HOJE
                 Display "Promocao ja encerrada."
                 GO TO ENCERRAR-PROMOCAO-EXIT.

              If TP-INICIO(NUMERO-PROMOCAO) > DATA-HOJE
                 Display "Promocao ainda nao iniciada: sera excluida. "
                    "Confirma (S/N) ?"
              Else
                 Display "Promocao termina hoje, " DATA-HOJE
                    ". Confirma (S/N) ?".
              Accept CONFIRMA.
              If Not CONFIRMADO
                 Display "Promocao mantida."
                 GO TO ENCERRAR-PROMOCAO-EXIT.

              Move TP-FIM(NUMERO-PROMOCAO) To FIM-ANTERIOR.
              If TP-INICIO(NUMERO-PROMOCAO) > DATA-HOJE
                 Move "S" To TP-EXCLUIDA(NUMERO-PROMOCAO)
              Else
                 Move DATA-HOJE To TP-FIM(NUMERO-PROMOCAO).

              Perform REGRAVAR-PROMOCOES Thru REGRAVAR-PROMOCOES-EXIT.
              If Not REGRAVADO
                 GO TO ENCERRAR-PROMOCAO-EXIT.

              Move TP-COD(NUMERO-PROMOCAO) To PN-COD.
              Move TP-FORN(NUMERO-PROMOCAO) To PN-FORN.
              Move TP-PRECO(NUMERO-PROMOCAO) To PN-PRECO.
              Move TP-DESCONTO(NUMERO-PROMOCAO) To PN-DESCONTO.
              Move TP-INICIO(NUMERO-PROMOCAO) To PN-INICIO.
              Move FIM-ANTERIOR To PN-FIM.
              Move TP-DESCRICAO(NUMERO-PROMOCAO) To PN-DESCRICAO.
              If TP-EXCLUIDA(NUMERO-PROMOCAO) = "S"
                 Move "E" To LA-OPERACAO
                 Perform REGISTRAR-PROMOCAO
              Else
                 Move "A" To LA-OPERACAO
                 Move "N" To LA-SENSIVEL
                 Move "FIM" To LA-CAMPO
                 Move FIM-ANTERIOR To LA-VALOR-ANTIGO
                 Move DATA-HOJE To LA-VALOR-NOVO
                 Perform GRAVAR-LOG-ALTERACAO.
              Display "Promocao encerrada.".

       ENCERRAR-PROMOCAO-EXIT.
              EXIT.

      * Copies PROMOCOES.DAT record by record through PROMNOVO.DAT,
      * so no record past the table is lost. The record at position
      * NUMERO-PROMOCAO (none when zero) takes the table's end date,
      * or is left out when marked excluded; a promotion ended
      * before the same day a year ago is purged, the history the
      * option 4 report still has sales to compare with.
       REGRAVAR-PROMOCOES.
              Move "N" To SW-REGRAVADO.
              Move Zeros To POS-ARQ QTD-EXPURGADAS.
              Compute DATA-EXPURGO = DATA-HOJE - 10000.

              Open Input ARQUIVO-PROMOCOES.
              If ERRO-PROM Not = "00"
                 Display "Erro ao abrir ARQUIVO-PROMOCOES, status "
                    ERRO-PROM
                 GO TO REGRAVAR-PROMOCOES-EXIT.

              Open Output ARQUIVO-PROM-NOVO.
              If ERRO-PROM-NOVO Not = "00"
                 Display "Erro ao abrir arquivo temporario, status "
                    ERRO-PROM-NOVO
                 Close ARQUIVO-PROMOCOES
                 GO TO REGRAVAR-PROMOCOES-EXIT.

              Move "N" To SW-FIM-ARQ.
              Perform COPIAR-PROMOCAO Until FIM-ARQ.

              Close ARQUIVO-PROMOCOES ARQUIVO-PROM-NOVO.

              Call "CBL_DELETE_FILE" Using NOME-PROM-ARQUIVO.
              Call "CBL_RENAME_FILE" Using NOVO-PROM-ARQUIVO
                 NOME-PROM-ARQUIVO.
              Move "S" To SW-REGRAVADO.

              If QTD-EXPURGADAS > Zeros
                 Display "Promocoes encerradas ha mais de um ano "
                    "expurgadas: " QTD-EXPURGADAS.

       REGRAVAR-PROMOCOES-EXIT.
              EXIT.

       COPIAR-PROMOCAO.
              Read ARQUIVO-PROMOCOES
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    Add 1 To POS-ARQ
                    Perform REGRAVAR-REGISTRO
                       Thru REGRAVAR-REGISTRO-EXIT
              End-Read.

       REGRAVAR-REGISTRO.
              If POS-ARQ = NUMERO-PROMOCAO
                 If TP-EXCLUIDA(NUMERO-PROMOCAO) = "S"
                    GO TO REGRAVAR-REGISTRO-EXIT
                 Else
                    Move TP-FIM(NUMERO-PROMOCAO) To PM-FIM.

              If PM-FIM < DATA-EXPURGO
                 Add 1 To QTD-EXPURGADAS
                 Move REG-PROMOCAO To PROMOCAO-NOVA
                 Move "E" To LA-OPERACAO
                 Perform REGISTRAR-PROMOCAO
                 GO TO REGRAVAR-REGISTRO-EXIT.

              Move REG-PROMOCAO To REG-PROM-NOVO.
              Write REG-PROM-NOVO.

       REGRAVAR-REGISTRO-EXIT.
              EXIT.

      *----------------------------------------------------*
      * Change log: a promotion included, dropped or purged logs
      * its price or discount, period and description from
      * PROMOCAO-NOVA; ending one early logs the change of FIM.
      * The key is product/supplier/start date.
      *----------------------------------------------------*
       REGISTRAR-PROMOCAO.
              Move "N" To LA-SENSIVEL.
              If PN-COD Not = Zeros
                 Move "PRECO" To LA-CAMPO
                 Move PN-PRECO To MASCARA-PRECO
                 Move MASCARA-PRECO To VALOR-LOG
              Else
                 Move "DESCONTO" To LA-CAMPO
                 Move PN-DESCONTO To MASCARA-DESCONTO
                 Move MASCARA-DESCONTO To VALOR-LOG.
              Perform GRAVAR-CAMPO-PROMOCAO.
              Move "FIM" To LA-CAMPO.
              Move PN-FIM To VALOR-LOG.
              Perform GRAVAR-CAMPO-PROMOCAO.
              Move "DESCRICAO" To LA-CAMPO.
              Move PN-DESCRICAO To VALOR-LOG.
              Perform GRAVAR-CAMPO-PROMOCAO.

      * An inclusion carries the value as the new one, an exclusion
      * as the old one.
       GRAVAR-CAMPO-PROMOCAO.
              Move Spaces To LA-VALOR-ANTIGO LA-VALOR-NOVO.
              If LA-EXCLUSAO
                 Move VALOR-LOG To LA-VALOR-ANTIGO
              Else
                 Move VALOR-LOG To LA-VALOR-NOVO.
              Perform GRAVAR-LOG-ALTERACAO.

       GRAVAR-LOG-ALTERACAO.
              Move OPERADOR-CODIGO To LA-OPERADOR.
              Move "PROMOCOES" To LA-ARQUIVO.
              Move Spaces To LA-CHAVE.
              String PN-COD "/" PN-FORN "/" PN-INICIO
                 Delimited By Size Into LA-CHAVE.
              Call "GRAVAR-ALTERACAO" Using ALTERACAO-CADASTRO.

      *----------------------------------------------------*
      * Units, revenue and margin per product of the promotion,
      * over the days it ran (up to today for one still in force)
      * against the same number of days right before it. The CMV
      * takes the average cost of the product's VENDA BALCAO
      * saidas in each window; a product without them (a kit) is
      * costed at its current CUSTO-MEDIO-ARQ.
      *----------------------------------------------------*
       RELATAR-PROMOCAO.
              Perform CONSULTAR-PROMOCOES.
              If QTD-PROMOCOES = Zeros
                 GO TO RELATAR-PROMOCAO-EXIT.

              Move 999 To NUMERO-PROMOCAO.
              Perform ENTRAR-NUMERO
                 Until NUMERO-PROMOCAO Not > QTD-PROMOCOES.
              If NUMERO-PROMOCAO = Zeros
                 GO TO RELATAR-PROMOCAO-EXIT.

              If TP-INICIO(NUMERO-PROMOCAO) > DATA-HOJE
                 Display "Promocao ainda nao iniciada."
                 GO TO RELATAR-PROMOCAO-EXIT.

              Move TP-INICIO(NUMERO-PROMOCAO) To DURANTE-INI.
              Move TP-FIM(NUMERO-PROMOCAO) To DURANTE-FIM.
              If DURANTE-FIM > DATA-HOJE
                 Move DATA-HOJE To DURANTE-FIM.

      * Days the promotion ran, then as many days back from the
      * day before it started.
              Move Zeros To QTD-DIAS.
              Move DURANTE-INI To DATA-PASSO.
              Perform CONTAR-DIA Until DATA-PASSO > DURANTE-FIM.

              Move DURANTE-INI To DATA-PASSO.
              Perform RECUAR-DATA.
              Move DATA-PASSO To ANTES-FIM.
              Move DURANTE-INI To DATA-PASSO.
              Perform RECUAR-DATA QTD-DIAS Times.
              Move DATA-PASSO To ANTES-INI.

              Perform CARREGAR-ITENS Thru CARREGAR-ITENS-EXIT.
              If QTD-ITENS = Zeros
                 Display "Nenhum produto na promocao."
                 GO TO RELATAR-PROMOCAO-EXIT.

      * The months RETENCAO-DADOS moved out are read from the
      * yearly files of every year the two windows cover, into the
      * live record while the live file is open.
              Divide ANTES-INI By 10000 Giving ANO-INICIO-ANUAL.
              Divide DURANTE-FIM By 10000 Giving ANO-FIM-ANUAL.

              Open Input ARQUIVO-VENDAS.
              If ERRO-VENDA = "00"
                 Perform LER-VENDAS-ANO Thru LER-VENDAS-ANO-EXIT
                    Varying ANO-ANUAL From ANO-INICIO-ANUAL By 1
                    Until ANO-ANUAL > ANO-FIM-ANUAL
                 Move "N" To SW-FIM-ARQ
                 Perform LER-VENDA Until FIM-ARQ
                 Close ARQUIVO-VENDAS.

              Open Input ARQUIVO-MOVIMENTO.
              If ERRO-MOV = "00"
                 Perform LER-MOVIMENTOS-ANO
                    Thru LER-MOVIMENTOS-ANO-EXIT
                    Varying ANO-ANUAL From ANO-INICIO-ANUAL By 1
                    Until ANO-ANUAL > ANO-FIM-ANUAL
                 Move "N" To SW-FIM-ARQ
                 Perform LER-MOVIMENTO Until FIM-ARQ
                 Close ARQUIVO-MOVIMENTO.

              Move Zeros To TOTAIS-JANELA.
              Perform CALCULAR-ITEM
                 Varying IX-ITEM From 1 By 1
                 Until IX-ITEM > QTD-ITENS.

              Display "--- Resultado da promocao "
                 TP-DESCRICAO(NUMERO-PROMOCAO) " ---".
              Display "Durante: " DURANTE-INI " a " DURANTE-FIM
                 " (" QTD-DIAS " dias)".
              Display "Antes..: " ANTES-INI " a " ANTES-FIM.
              Perform IMPRIMIR-ITEM
                 Varying IX-ITEM From 1 By 1
                 Until IX-ITEM > QTD-ITENS.

              Display "--- Totais ---".
              Move 1 To JANELA.
              Perform IMPRIMIR-TOTAL.
              Move 2 To JANELA.
              Perform IMPRIMIR-TOTAL.
              If TJ-QTD(1) > Zeros
                 Compute VARIACAO Rounded =
                    ((TJ-QTD(2) - TJ-QTD(1)) * 100) / TJ-QTD(1)
                 Move VARIACAO To MASCARA-VARIACAO
                 Display "Variacao das unidades: " MASCARA-VARIACAO
                    "%".
              Compute MARGEM-VARIACAO = TJ-MARGEM(2) - TJ-MARGEM(1).
              Move MARGEM-VARIACAO To MASCARA-MARGEM.
              Display "Variacao da margem...: " MASCARA-MARGEM.

       RELATAR-PROMOCAO-EXIT.
              EXIT.

       CONTAR-DIA.
              Add 1 To QTD-DIAS.
              Perform AVANCAR-DATA.

      * The promotion's own product, or every product the supplier
      * currently provides.
       CARREGAR-ITENS.
              Move Zeros To QTD-ITENS.
              Open Input ARQUIVO-PRODUTOS.
              If ERRO-PROD Not = "00"
                 Display "Erro ao abrir ARQUIVO-PRODUTOS, status "
                    ERRO-PROD
                 GO TO CARREGAR-ITENS-EXIT.

              Move "N" To SW-FIM-ARQ.
              Perform LER-PRODUTO Until FIM-ARQ.

              Close ARQUIVO-PRODUTOS.

       CARREGAR-ITENS-EXIT.
              EXIT.

       LER-PRODUTO.
              Read ARQUIVO-PRODUTOS Next
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If TP-COD(NUMERO-PROMOCAO) Not = Zeros
                       If COD-ARQ = TP-COD(NUMERO-PROMOCAO)
                          Perform GUARDAR-ITEM
                       End-If
                    Else
                       If COD-FORN-ARQ = TP-FORN(NUMERO-PROMOCAO)
                          Perform GUARDAR-ITEM
                       End-If
                    End-If
              End-Read.

       GUARDAR-ITEM.
              If QTD-ITENS < 500
                 Add 1 To QTD-ITENS
                 Set IX-ITEM To QTD-ITENS
                 Move COD-ARQ To RP-COD(IX-ITEM)
                 Move DESCRICAO-ARQ To RP-DESCRICAO(IX-ITEM)
                 Move CUSTO-MEDIO-ARQ To RP-CUSTO(IX-ITEM).

       LER-VENDA.
              Read ARQUIVO-VENDAS
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    Perform SELECIONAR-VENDA
              End-Read.

       SELECIONAR-VENDA.
              Perform APURAR-JANELA-VENDA.
              If JANELA > Zeros
                 Perform ACUMULAR-VENDA
                    Varying IX-ITEM From 1 By 1
                    Until IX-ITEM > QTD-ITENS.

      * A year with no history file means nothing was moved.
       LER-VENDAS-ANO.
              Move Spaces To NOME-ANUAL.
              String "VENDAS-" ANO-ANUAL ".DAT"
                 Delimited By Size Into NOME-ANUAL.
              Open Input ARQUIVO-VENDA-ANUAL.
              If ERRO-ANUAL Not = "00"
                 GO TO LER-VENDAS-ANO-EXIT.

              Move "N" To SW-FIM-ARQ.
              Perform LER-VENDA-ANUAL Until FIM-ARQ.
              Close ARQUIVO-VENDA-ANUAL.

       LER-VENDAS-ANO-EXIT.
              EXIT.

       LER-VENDA-ANUAL.
              Read ARQUIVO-VENDA-ANUAL Into REG-VENDA
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    Perform SELECIONAR-VENDA
              End-Read.

       APURAR-JANELA-VENDA.
              Move Zeros To JANELA.
              If VD-DATA Not < ANTES-INI And VD-DATA Not > ANTES-FIM
                 Move 1 To JANELA.
              If VD-DATA Not < DURANTE-INI
                 And VD-DATA Not > DURANTE-FIM
                 Move 2 To JANELA.

       ACUMULAR-VENDA.
              If VD-COD = RP-COD(IX-ITEM)
                 Add VD-QTD To RP-QTD(IX-ITEM, JANELA)
                 Compute VALOR-LINHA = VD-QTD * VD-VALOR-UNIT
                 Add VALOR-LINHA To RP-RECEITA(IX-ITEM, JANELA)
                 If VENDA-PROMOCIONAL
                    Add VD-QTD To RP-PROMO(IX-ITEM, JANELA)
                 End-If
                 Set IX-ITEM To QTD-ITENS.

       LER-MOVIMENTO.
              Read ARQUIVO-MOVIMENTO
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    Perform SELECIONAR-MOVIMENTO
              End-Read.

       SELECIONAR-MOVIMENTO.
              If MOV-SAIDA And MV-MOTIVO = "VENDA BALCAO"
                 Perform APURAR-JANELA-MOVIMENTO
                 If JANELA > Zeros
                    Perform ACUMULAR-CUSTO
                       Varying IX-ITEM From 1 By 1
                       Until IX-ITEM > QTD-ITENS.

       LER-MOVIMENTOS-ANO.
              Move Spaces To NOME-ANUAL.
              String "MOVESTOQ-" ANO-ANUAL ".DAT"
                 Delimited By Size Into NOME-ANUAL.
              Open Input ARQUIVO-MOV-ANUAL.
              If ERRO-ANUAL Not = "00"
                 GO TO LER-MOVIMENTOS-ANO-EXIT.

              Move "N" To SW-FIM-ARQ.
              Perform LER-MOV-ANUAL Until FIM-ARQ.
              Close ARQUIVO-MOV-ANUAL.

       LER-MOVIMENTOS-ANO-EXIT.
              EXIT.

       LER-MOV-ANUAL.
              Read ARQUIVO-MOV-ANUAL Into REG-MOVIMENTO
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    Perform SELECIONAR-MOVIMENTO
              End-Read.

       APURAR-JANELA-MOVIMENTO.
              Move Zeros To JANELA.
              If MV-DATA Not < ANTES-INI And MV-DATA Not > ANTES-FIM
                 Move 1 To JANELA.
              If MV-DATA Not < DURANTE-INI
                 And MV-DATA Not > DURANTE-FIM
                 Move 2 To JANELA.

       ACUMULAR-CUSTO.
              If MV-COD = RP-COD(IX-ITEM)
                 Add MV-QTD To RP-QTD-CUSTO(IX-ITEM, JANELA)
                 Compute VALOR-LINHA = MV-QTD * MV-VALOR-UNIT
                 Add VALOR-LINHA To RP-VALOR-CUSTO(IX-ITEM, JANELA)
                 Set IX-ITEM To QTD-ITENS.

       CALCULAR-ITEM.
              Move 1 To JANELA.
              Perform CALCULAR-JANELA.
              Move 2 To JANELA.
              Perform CALCULAR-JANELA.

       CALCULAR-JANELA.
              If RP-QTD-CUSTO(IX-ITEM, JANELA) > Zeros
                 Compute CUSTO-UNITARIO Rounded =
                    RP-VALOR-CUSTO(IX-ITEM, JANELA)
                    / RP-QTD-CUSTO(IX-ITEM, JANELA)
              Else
                 Move RP-CUSTO(IX-ITEM) To CUSTO-UNITARIO.

              Compute RP-CMV(IX-ITEM, JANELA) =
                 RP-QTD(IX-ITEM, JANELA) * CUSTO-UNITARIO.
              Compute RP-MARGEM(IX-ITEM, JANELA) =
                 RP-RECEITA(IX-ITEM, JANELA) - RP-CMV(IX-ITEM, JANELA).

              Add RP-QTD(IX-ITEM, JANELA) To TJ-QTD(JANELA).
              Add RP-RECEITA(IX-ITEM, JANELA) To TJ-RECEITA(JANELA).
              Add RP-CMV(IX-ITEM, JANELA) To TJ-CMV(JANELA).
              Add RP-MARGEM(IX-ITEM, JANELA) To TJ-MARGEM(JANELA).

       IMPRIMIR-ITEM.
              Display RP-COD(IX-ITEM) " " RP-DESCRICAO(IX-ITEM).
              Move RP-RECEITA(IX-ITEM, 1) To MASCARA.
              Move RP-MARGEM(IX-ITEM, 1) To MASCARA-MARGEM.
              Display "   antes..: " RP-QTD(IX-ITEM, 1) " unid. "
                 "receita " MASCARA " margem " MASCARA-MARGEM.
              Move RP-RECEITA(IX-ITEM, 2) To MASCARA.
              Move RP-MARGEM(IX-ITEM, 2) To MASCARA-MARGEM.
              Display "   durante: " RP-QTD(IX-ITEM, 2) " unid. "
                 "receita " MASCARA " margem " MASCARA-MARGEM
                 " (" RP-PROMO(IX-ITEM, 2) " a preco promocional)".

       IMPRIMIR-TOTAL.
              Move TJ-RECEITA(JANELA) To MASCARA.
              Move TJ-MARGEM(JANELA) To MASCARA-MARGEM.
              If JANELA = 1
                 Display "Antes..: " TJ-QTD(JANELA) " unid. receita "
                    MASCARA " margem " MASCARA-MARGEM
              Else
                 Display "Durante: " TJ-QTD(JANELA) " unid. receita "
                    MASCARA " margem " MASCARA-MARGEM.

      *----------------------------------------------------*
      * One real calendar day forward or back.
      *----------------------------------------------------*
       AVANCAR-DATA.
              Perform APURAR-ULTIMO-DIA-MES.
              Add 1 To DIA-PASSO.
              If DIA-PASSO > ULTIMO-DIA-MES
                 Move 1 To DIA-PASSO
                 Add 1 To MES-PASSO
                 If MES-PASSO > 12
                    Move 1 To MES-PASSO
                    Add 1 To ANO-PASSO.

       RECUAR-DATA.
              If DIA-PASSO > 1
                 Subtract 1 From DIA-PASSO
              Else
                 If MES-PASSO > 1
                    Subtract 1 From MES-PASSO
                 Else
                    Move 12 To MES-PASSO
                    Subtract 1 From ANO-PASSO
                 End-If
                 Perform APURAR-ULTIMO-DIA-MES
                 Move ULTIMO-DIA-MES To DIA-PASSO.

      * 30 or 31 days by month; February by the same leap rule
      * VALIDAR-DATA applies.
       APURAR-ULTIMO-DIA-MES.
              Evaluate MES-PASSO
                 When 1 When 3 When 5 When 7 When 8 When 10 When 12
                    Move 31 To ULTIMO-DIA-MES
                 When 4 When 6 When 9 When 11
                    Move 30 To ULTIMO-DIA-MES
                 When 2
                    Perform APURAR-BISSEXTO
                    If ANO-BISSEXTO
                       Move 29 To ULTIMO-DIA-MES
                    Else
                       Move 28 To ULTIMO-DIA-MES
                    End-If
                 When Other
                    Move 31 To ULTIMO-DIA-MES
              End-Evaluate.

       APURAR-BISSEXTO.
              Move "N" To SW-BISSEXTO.
              Divide ANO-PASSO By 4 Giving QUOCIENTE
                 Remainder RESTO-DIVISAO.
              If RESTO-DIVISAO = Zeros
                 Move "S" To SW-BISSEXTO
                 Divide ANO-PASSO By 100 Giving QUOCIENTE
                    Remainder RESTO-DIVISAO
                 If RESTO-DIVISAO = Zeros
                    Divide ANO-PASSO By 400 Giving QUOCIENTE
                       Remainder RESTO-DIVISAO
                    If RESTO-DIVISAO Not = Zeros
                       Move "N" To SW-BISSEXTO.

       END PROGRAM CADASTRO-PROMOCOES.
