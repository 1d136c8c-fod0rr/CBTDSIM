       Identification Division.
      *----------------------------------------------------*
       Program-Id.   CADASTRO-COTACOES.
       Author.       BERGAMASCHI, MARCELO.
       Date-Written. 2026-10-15.
       Date-Compiled.
       Installation. IFSP-Cubatao.
       Security.     COTACOES DE PRODUTOS POR FORNECEDOR.
      *----------------------------------------------------*
      * Modification History:
      * 2026-10-15  First version: the suppliers who sell each
      *             product, on PRODFORN.DAT. Option 1 records a
      *             quotation - price, minimum order quantity and
      *             lead time - for a product of the catalog and a
      *             fornecedor of the cadastro, replacing that
      *             supplier's previous quotation for the product.
      *             Option 2 compares the quotations of one product
      *             (or of every quoted product), flagging the best
      *             price, the shortest lead time and the catalog's
      *             current COD-FORN-ARQ. Option 3 drops a supplier
      *             from a product. GERAR-PEDIDOS picks each item's
      *             supplier from this file.
      * 2026-10-15  REGPROD widened to 87 with the EAN-13 barcode
      *             (EAN-ARQ).
      * 2026-10-15  Sign-on through EFETUAR-LOGON; quotations
      *             recorded, replaced and dropped go to the common
      *             change log ALTERACOES.DAT through GRAVAR-
      *             ALTERACAO.
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
           Select ARQUIVO-COTACOES Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-COT.

           Select ARQUIVO-COT-NOVO Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-COT-NOVO.

           Select ARQUIVO-PRODUTOS Assign to DISK
           Organization Is Indexed
           Access Mode Is Dynamic
           Record Key Is COD-ARQ
           File Status Is ERRO-PROD.

           Select ARQUIVO-FORNECEDORES Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-FORN.

       Data Division.
      *----------------------------------------------------*
       File Section.
      *-----------------------*
       FD  ARQUIVO-COTACOES
           Label Record Is Standard
           Record Contains 30 Characters
           Data Record Is REG-COTACAO
           Value Of File-Id "PRODFORN.DAT".

       01  REG-COTACAO.
           COPY REGPFOR.

      * Work file used to rewrite the quotations with one replaced
      * or dropped, copy-and-replace style.
       FD  ARQUIVO-COT-NOVO
           Label Record Is Standard
           Record Contains 30 Characters
           Data Record Is REG-COTACAO-NOVO
           Value Of File-Id "PRODFNOVO.DAT".

       01  REG-COTACAO-NOVO Pic X(30).

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

       Working-Storage Section.
      *-----------------------*
       77  ERRO-COT                       Pic X(02) Value "00".
       77  ERRO-COT-NOVO                  Pic X(02) Value "00".
       77  ERRO-PROD                      Pic X(02) Value "00".
       77  ERRO-FORN                      Pic X(02) Value "00".
       77  NOME-COT-ARQUIVO               Pic X(12)
           Value "PRODFORN.DAT".
       77  NOVO-COT-ARQUIVO               Pic X(13)
           Value "PRODFNOVO.DAT".
       77  CC-OPCAO                       Pic 9(01) Value Zeros.
       77  DATA-HOJE                      Pic 9(08) Value Zeros.
       77  COD-BUSCA                      Pic 9(05) Value Zeros.
       77  FORN-BUSCA                     Pic 9(04) Value Zeros.
       77  FORN-ATUAL                     Pic 9(04) Value Zeros.
       77  DESCRICAO-PRODUTO              Pic X(30) Value Spaces.
       77  SW-FIM-ARQ                     Pic X(01) Value "N".
           88 FIM-ARQ                            Value "S".
       77  SW-ENCONTROU                   Pic X(01) Value "N".
           88 ENCONTROU                          Value "S".
       77  SW-ACHOU                       Pic X(01) Value "N".
           88 ACHOU                              Value "S".
       77  SW-PRODUTO                     Pic X(01) Value "N".
           88 PRODUTO-OK                         Value "S".
       77  SW-POSICAO                     Pic X(01) Value "N".
           88 POSICAO-ACHADA                     Value "S".
       77  CONFIRMA                       Pic X(01) Value "N".
           88 CONFIRMADO                         Value "S", "s".
       77  MASCARA-PRECO                  Pic ZZ.ZZ9,99.
       77  MARCAS                         Pic X(24) Value Spaces.
       77  OPERADOR-CODIGO                Pic 9(04) Value Zeros.
       77  OPERADOR-PERFIL                Pic X(01) Value Space.
       77  PROGRAMA-LOGON                 Pic X(15)
           Value "CADASTRO-COTAC.".
       77  RESULTADO-LOGON                Pic X(01) Value Space.
       77  VALOR-LOG                      Pic X(30) Value Spaces.
       77  MASCARA-QTD                    Pic ZZ9.

      * Comparison.
       77  QTD-COTACOES                   Pic 9(04) Value Zeros.
       77  QTD-FORNECEDORES               Pic 9(03) Value Zeros.
       77  QTD-PRODUTOS                   Pic 9(04) Value Zeros.
       77  POS-TAB                        Pic 9(04) Value Zeros.
       77  INICIO-GRUPO                   Pic 9(04) Value Zeros.
       77  FIM-GRUPO                      Pic 9(04) Value Zeros.
       77  MENOR-PRECO                    Pic 9(05)V99 Value Zeros.
       77  MENOR-PRAZO                    Pic 9(03) Value Zeros.
       77  RAZAO-COTACAO                  Pic X(20) Value Spaces.

       01  COTACAO-ENTRADA.
           COPY REGPFOR REPLACING
              PF-COD BY CE-COD,
              PF-FORN BY CE-FORN,
              PF-PRECO BY CE-PRECO,
              PF-QTD-MINIMA BY CE-QTD-MINIMA,
              PF-PRAZO BY CE-PRAZO,
              PF-DATA-COTACAO BY CE-DATA-COTACAO.

      * Quotation found on the file, for the change log.
       01  COTACAO-ANTERIOR.
           COPY REGPFOR REPLACING
              PF-COD BY CA-COD,
              PF-FORN BY CA-FORN,
              PF-PRECO BY CA-PRECO,
              PF-QTD-MINIMA BY CA-QTD-MINIMA,
              PF-PRAZO BY CA-PRAZO,
              PF-DATA-COTACAO BY CA-DATA-COTACAO.

       01  ALTERACAO-CADASTRO.
           COPY REGALTE.

      * Quotations being compared, kept in COD order as they are
      * loaded.
       01  TABELA-COTACOES.
           05 COTACAO-TAB Occurs 1000 Times Indexed By IX-COT.
              10 TC-COD                  Pic 9(05).
              10 TC-FORN                 Pic 9(04).
              10 TC-PRECO                Pic 9(05)V99.
              10 TC-QTD-MINIMA           Pic 9(03).
              10 TC-PRAZO                Pic 9(03).
              10 TC-DATA-COTACAO         Pic 9(08).

       01  TABELA-FORNECEDORES.
           05 FORN-TAB Occurs 200 Times Indexed By IX-FORN.
              10 TF-COD                  Pic 9(04).
              10 TF-RAZAO                Pic X(30).

       Procedure Division.
       INICIO.
              Display "*--- Cotacoes de produtos por fornecedor ---*".
              Accept DATA-HOJE From Date Yyyymmdd.

      * Sign-on through the shared EFETUAR-LOGON: the operator's
      * codigo signs every line this run leaves on the change log.
              Call "EFETUAR-LOGON" Using PROGRAMA-LOGON,
                 OPERADOR-CODIGO, OPERADOR-PERFIL, RESULTADO-LOGON.
              If RESULTADO-LOGON Not = "S"
                 Display "Identificacao recusada, encerrando."
                 Move 8 To RETURN-CODE
                 Goback.

              Display "1 - Registrar cotacao".
              Display "2 - Comparativo por produto".
              Display "3 - Excluir fornecedor de um produto".
              Display "Opcao:".
              Accept CC-OPCAO.

              Evaluate CC-OPCAO
                 When 2
                    Perform COMPARAR-COTACOES
                       Thru COMPARAR-COTACOES-EXIT
                 When 3
                    Perform EXCLUIR-COTACAO Thru EXCLUIR-COTACAO-EXIT
                 When Other
                    Perform REGISTRAR-COTACAO
                       Thru REGISTRAR-COTACAO-EXIT
              End-Evaluate.

              Goback.

      *----------------------------------------------------*
      * A quotation names a product of the catalog and a supplier
      * of the cadastro; a new quotation of the same supplier for
      * the same product replaces the old one.
      *----------------------------------------------------*
       REGISTRAR-COTACAO.
              Perform ENTRAR-PRODUTO-FORNECEDOR
                 Thru ENTRAR-PRODUTO-FORNECEDOR-EXIT.
              If Not PRODUTO-OK
                 GO TO REGISTRAR-COTACAO-EXIT.

              Move COD-BUSCA To CE-COD.
              Move FORN-BUSCA To CE-FORN.
              Move Zeros To CE-PRECO.
              Perform ENTRAR-PRECO Until CE-PRECO > Zeros.
              Display "Quantidade minima do pedido (zero = sem "
                 "minimo):".
              Accept CE-QTD-MINIMA.
              Move Zeros To CE-PRAZO.
              Perform ENTRAR-PRAZO Until CE-PRAZO > Zeros.
              Move DATA-HOJE To CE-DATA-COTACAO.

              Perform LOCALIZAR-COTACAO Thru LOCALIZAR-COTACAO-EXIT.
              If ENCONTROU
                 Perform REGRAVAR-COTACOES Thru REGRAVAR-COTACOES-EXIT
                 Perform REGISTRAR-ALTERACOES
                 Display "Cotacao atualizada."
                 GO TO REGISTRAR-COTACAO-EXIT.

              Open Extend ARQUIVO-COTACOES.
              If ERRO-COT = "35"
                 Open Output ARQUIVO-COTACOES.

              If ERRO-COT Not = "00"
                 Display "Erro ao abrir ARQUIVO-COTACOES, status "
                    ERRO-COT
                 GO TO REGISTRAR-COTACAO-EXIT.

              Move COTACAO-ENTRADA To REG-COTACAO.
              Write REG-COTACAO.

              If ERRO-COT Not = "00"
                 Display "Erro ao gravar REG-COTACAO, status "
                    ERRO-COT
              Else
                 Move "I" To LA-OPERACAO
                 Perform REGISTRAR-COTACAO-LOG.

              Close ARQUIVO-COTACOES.
              Display "Cotacao incluida.".

       REGISTRAR-COTACAO-EXIT.
              EXIT.

      * The product must be on the catalog and the supplier on the
      * cadastro; both are shown for confirmation.
       ENTRAR-PRODUTO-FORNECEDOR.
              Move "N" To SW-PRODUTO.
              Display "Codigo do produto....:".
              Accept COD-BUSCA.

              Open Input ARQUIVO-PRODUTOS.
              If ERRO-PROD Not = "00"
                 Display "Erro ao abrir ARQUIVO-PRODUTOS, status "
                    ERRO-PROD
                 GO TO ENTRAR-PRODUTO-FORNECEDOR-EXIT.

              Move COD-BUSCA To COD-ARQ.
              Read ARQUIVO-PRODUTOS
                 Invalid Key
                    Display "Produto nao cadastrado !"
                 Not Invalid Key
                    Move "S" To SW-PRODUTO
                    Display "Produto: " DESCRICAO-ARQ
              End-Read.
              Close ARQUIVO-PRODUTOS.

              If Not PRODUTO-OK
                 GO TO ENTRAR-PRODUTO-FORNECEDOR-EXIT.

              Display "Codigo do fornecedor.:".
              Accept FORN-BUSCA.
              Perform CARREGAR-FORNECEDORES
                 Thru CARREGAR-FORNECEDORES-EXIT.
              Perform PROCURAR-FORNECEDOR.
              If Not ACHOU
                 Display "Fornecedor nao cadastrado !"
                 Move "N" To SW-PRODUTO
                 GO TO ENTRAR-PRODUTO-FORNECEDOR-EXIT.

              Display "Fornecedor: " TF-RAZAO(IX-FORN).

       ENTRAR-PRODUTO-FORNECEDOR-EXIT.
              EXIT.

       ENTRAR-PRECO.
              Display "Preco unitario cotado:".
              Accept CE-PRECO.
              If CE-PRECO = Zeros
                 Display "Preco invalido !".

       ENTRAR-PRAZO.
              Display "Prazo de entrega (dias):".
              Accept CE-PRAZO.
              If CE-PRAZO = Zeros
                 Display "Prazo invalido !".

       LOCALIZAR-COTACAO.
              Move "N" To SW-ENCONTROU SW-FIM-ARQ.
              Open Input ARQUIVO-COTACOES.
              If ERRO-COT Not = "00"
                 GO TO LOCALIZAR-COTACAO-EXIT.

              Perform LER-COTACAO Until ENCONTROU Or FIM-ARQ.
              Close ARQUIVO-COTACOES.

       LOCALIZAR-COTACAO-EXIT.
              EXIT.

       LER-COTACAO.
              Read ARQUIVO-COTACOES
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If PF-COD = COD-BUSCA And PF-FORN = FORN-BUSCA
                       Move "S" To SW-ENCONTROU
                       Move REG-COTACAO To COTACAO-ANTERIOR
                    End-If
              End-Read.

      * Replaces (option 1) or drops (option 3) the quotation of
      * COD-BUSCA/FORN-BUSCA by the same copy-and-replace pass
      * CADASTRO-FORNECEDORES uses, since LINE SEQUENTIAL has no
      * REWRITE.
       REGRAVAR-COTACOES.
              Move "N" To SW-FIM-ARQ.

              Open Input ARQUIVO-COTACOES.
              If ERRO-COT Not = "00"
                 Display "Erro ao abrir ARQUIVO-COTACOES, status "
                    ERRO-COT
                 GO TO REGRAVAR-COTACOES-EXIT.

              Open Output ARQUIVO-COT-NOVO.
              If ERRO-COT-NOVO Not = "00"
                 Display "Erro ao abrir arquivo temporario, status "
                    ERRO-COT-NOVO
                 Close ARQUIVO-COTACOES
                 GO TO REGRAVAR-COTACOES-EXIT.

              Perform COPIAR-COTACAO Until FIM-ARQ.

              Close ARQUIVO-COTACOES.
              Close ARQUIVO-COT-NOVO.

              Call "CBL_DELETE_FILE" Using NOME-COT-ARQUIVO.
              Call "CBL_RENAME_FILE" Using NOVO-COT-ARQUIVO
                 NOME-COT-ARQUIVO.

       REGRAVAR-COTACOES-EXIT.
              EXIT.

       COPIAR-COTACAO.
              Read ARQUIVO-COTACOES
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If PF-COD = COD-BUSCA And PF-FORN = FORN-BUSCA
                       If CC-OPCAO Not = 3
                          Move COTACAO-ENTRADA To REG-COTACAO-NOVO
                          Write REG-COTACAO-NOVO
                       End-If
                    Else
                       Move REG-COTACAO To REG-COTACAO-NOVO
                       Write REG-COTACAO-NOVO
                    End-If
              End-Read.

      *----------------------------------------------------*
      * Drops one supplier from one product.
      *----------------------------------------------------*
       EXCLUIR-COTACAO.
              Display "Codigo do produto....:".
              Accept COD-BUSCA.
              Display "Codigo do fornecedor.:".
              Accept FORN-BUSCA.

              Perform LOCALIZAR-COTACAO Thru LOCALIZAR-COTACAO-EXIT.
              If Not ENCONTROU
                 Display "Cotacao nao encontrada !"
                 GO TO EXCLUIR-COTACAO-EXIT.

              Display "Confirma a exclusao do fornecedor " FORN-BUSCA
                 " do produto " COD-BUSCA " (S/N) ?".
              Accept CONFIRMA.
              If Not CONFIRMADO
                 Display "Exclusao cancelada."
                 GO TO EXCLUIR-COTACAO-EXIT.

              Perform REGRAVAR-COTACOES Thru REGRAVAR-COTACOES-EXIT.
              Move COTACAO-ANTERIOR To COTACAO-ENTRADA.
              Move "E" To LA-OPERACAO.
              Perform REGISTRAR-COTACAO-LOG.
              Display "Cotacao excluida.".

       EXCLUIR-COTACAO-EXIT.
              EXIT.

      *----------------------------------------------------*
      * Comparison of the quotations of one product, or of every
      * quoted product in COD order: each supplier's price, minimum
      * and lead time, with the best price, the shortest lead time
      * and the catalog's current supplier flagged.
      *----------------------------------------------------*
       COMPARAR-COTACOES.
              Display "Codigo do produto (zero = todos):".
              Accept COD-BUSCA.

              Perform CARREGAR-FORNECEDORES
                 Thru CARREGAR-FORNECEDORES-EXIT.

              Move Zeros To QTD-COTACOES QTD-PRODUTOS.
              Move "N" To SW-FIM-ARQ.
              Open Input ARQUIVO-COTACOES.
              If ERRO-COT Not = "00"
                 Display "Nenhuma cotacao registrada (PRODFORN.DAT "
                    "ausente)."
                 GO TO COMPARAR-COTACOES-EXIT.

              Perform CARREGAR-COTACAO Until FIM-ARQ.
              Close ARQUIVO-COTACOES.

              If QTD-COTACOES = Zeros
                 Display "Nenhuma cotacao para o produto."
                 GO TO COMPARAR-COTACOES-EXIT.

              Open Input ARQUIVO-PRODUTOS.
              If ERRO-PROD Not = "00"
                 Display "Erro ao abrir ARQUIVO-PRODUTOS, status "
                    ERRO-PROD
                 GO TO COMPARAR-COTACOES-EXIT.

              Display "--- Comparativo de cotacoes em " DATA-HOJE
                 " ---".
              Move 1 To INICIO-GRUPO.
              Perform IMPRIMIR-PRODUTO Thru IMPRIMIR-PRODUTO-EXIT
                 Until INICIO-GRUPO > QTD-COTACOES.

              Close ARQUIVO-PRODUTOS.
              Display "Produtos comparados..: " QTD-PRODUTOS.

       COMPARAR-COTACOES-EXIT.
              EXIT.

       CARREGAR-COTACAO.
              Read ARQUIVO-COTACOES
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If COD-BUSCA = Zeros Or PF-COD = COD-BUSCA
                       Perform INSERIR-COTACAO
                    End-If
              End-Read.

      * The quotation enters after every quotation of a lower or
      * equal COD, the later ones moving down a place.
       INSERIR-COTACAO.
              If QTD-COTACOES Not < 1000
                 Display "Aviso: relacao de cotacoes cheia, produto "
                    PF-COD " fora do comparativo !"
              Else
                 Move QTD-COTACOES To POS-TAB
                 Move "N" To SW-POSICAO
                 Perform DESLOCAR-COTACAO Until POSICAO-ACHADA
                 Add 1 To POS-TAB
                 Move REG-COTACAO To COTACAO-TAB(POS-TAB)
                 Add 1 To QTD-COTACOES.

       DESLOCAR-COTACAO.
              If POS-TAB = Zeros
                 Move "S" To SW-POSICAO
              Else
                 If TC-COD(POS-TAB) > PF-COD
                    Move COTACAO-TAB(POS-TAB)
                       To COTACAO-TAB(POS-TAB + 1)
                    Subtract 1 From POS-TAB
                 Else
                    Move "S" To SW-POSICAO.

      * One product: the group of its quotations runs from
      * INICIO-GRUPO to FIM-GRUPO.
       IMPRIMIR-PRODUTO.
              Move INICIO-GRUPO To FIM-GRUPO.
              Move TC-PRECO(INICIO-GRUPO) To MENOR-PRECO.
              Move TC-PRAZO(INICIO-GRUPO) To MENOR-PRAZO.
              Perform DELIMITAR-GRUPO Until FIM-GRUPO = QTD-COTACOES
                 Or TC-COD(FIM-GRUPO + 1)
                    Not = TC-COD(INICIO-GRUPO).

              Add 1 To QTD-PRODUTOS.
              Move Zeros To FORN-ATUAL.
              Move TC-COD(INICIO-GRUPO) To COD-ARQ.
              Read ARQUIVO-PRODUTOS
                 Invalid Key
                    Move "PRODUTO FORA DO CATALOGO" To DESCRICAO-PRODUTO
                 Not Invalid Key
                    Move DESCRICAO-ARQ To DESCRICAO-PRODUTO
                    Move COD-FORN-ARQ To FORN-ATUAL
              End-Read.

              Display " ".
              Display "Produto " TC-COD(INICIO-GRUPO) " - "
                 DESCRICAO-PRODUTO.
              Display "  Forn Razao social             Preco  Minimo"
                 " Prazo Cotacao".
              Perform IMPRIMIR-COTACAO
                 Varying POS-TAB From INICIO-GRUPO By 1
                 Until POS-TAB > FIM-GRUPO.

              Compute INICIO-GRUPO = FIM-GRUPO + 1.

       IMPRIMIR-PRODUTO-EXIT.
              EXIT.

       DELIMITAR-GRUPO.
              Add 1 To FIM-GRUPO.
              If TC-PRECO(FIM-GRUPO) < MENOR-PRECO
                 Move TC-PRECO(FIM-GRUPO) To MENOR-PRECO.
              If TC-PRAZO(FIM-GRUPO) < MENOR-PRAZO
                 Move TC-PRAZO(FIM-GRUPO) To MENOR-PRAZO.

       IMPRIMIR-COTACAO.
              Move TC-FORN(POS-TAB) To FORN-BUSCA.
              Perform PROCURAR-FORNECEDOR.
              If ACHOU
                 Move TF-RAZAO(IX-FORN) To RAZAO-COTACAO
              Else
                 Move "(fora do cadastro)" To RAZAO-COTACAO.

              Move Spaces To MARCAS.
              If TC-PRECO(POS-TAB) = MENOR-PRECO
                 Move "MENOR PRECO" To MARCAS(1:12).
              If TC-PRAZO(POS-TAB) = MENOR-PRAZO
                 Move "MENOR PRAZO" To MARCAS(13:12).
              Move TC-PRECO(POS-TAB) To MASCARA-PRECO.

              Display "  " TC-FORN(POS-TAB) " " RAZAO-COTACAO " "
                 MASCARA-PRECO "    " TC-QTD-MINIMA(POS-TAB) "   "
                 TC-PRAZO(POS-TAB) " " TC-DATA-COTACAO(POS-TAB) " "
                 MARCAS With No Advancing.
              If TC-FORN(POS-TAB) = FORN-ATUAL
                 Display " ATUAL"
              Else
                 Display " ".

      * Suppliers of the cadastro, for names.
       CARREGAR-FORNECEDORES.
              Move Zeros To QTD-FORNECEDORES.
              Move "N" To SW-FIM-ARQ.
              Open Input ARQUIVO-FORNECEDORES.
              If ERRO-FORN Not = "00"
                 GO TO CARREGAR-FORNECEDORES-EXIT.

              Perform LER-FORNECEDOR Until FIM-ARQ.
              Close ARQUIVO-FORNECEDORES.

       CARREGAR-FORNECEDORES-EXIT.
              EXIT.

       LER-FORNECEDOR.
              Read ARQUIVO-FORNECEDORES
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If QTD-FORNECEDORES < 200
                       Add 1 To QTD-FORNECEDORES
                       Set IX-FORN To QTD-FORNECEDORES
                       Move FR-COD To TF-COD(IX-FORN)
                       Move FR-RAZAO To TF-RAZAO(IX-FORN)
                    Else
                       Display "Aviso: relacao de fornecedores cheia !"
                    End-If
              End-Read.

      * Leaves IX-FORN on FORN-BUSCA when ACHOU.
       PROCURAR-FORNECEDOR.
              Move "N" To SW-ACHOU.
              Perform COMPARAR-FORNECEDOR
                 Varying IX-FORN From 1 By 1
                 Until IX-FORN > QTD-FORNECEDORES Or ACHOU.
              If ACHOU
                 Set IX-FORN Down By 1.

       COMPARAR-FORNECEDOR.
              If TF-COD(IX-FORN) = FORN-BUSCA
                 Move "S" To SW-ACHOU.

      *----------------------------------------------------*
      * Change log: a quotation recorded or dropped logs its
      * price, minimum and lead time; a replaced one logs the
      * fields that changed.
      *----------------------------------------------------*
       REGISTRAR-COTACAO-LOG.
              Move "N" To LA-SENSIVEL.
              Move "PRECO" To LA-CAMPO.
              Move CE-PRECO To MASCARA-PRECO.
              Move MASCARA-PRECO To VALOR-LOG.
              Perform GRAVAR-CAMPO-COTACAO.
              Move "QTD-MINIMA" To LA-CAMPO.
              Move CE-QTD-MINIMA To MASCARA-QTD.
              Move MASCARA-QTD To VALOR-LOG.
              Perform GRAVAR-CAMPO-COTACAO.
              Move "PRAZO" To LA-CAMPO.
              Move CE-PRAZO To MASCARA-QTD.
              Move MASCARA-QTD To VALOR-LOG.
              Perform GRAVAR-CAMPO-COTACAO.

      * An inclusion carries the value as the new one, an exclusion
      * as the old one.
       GRAVAR-CAMPO-COTACAO.
              Move Spaces To LA-VALOR-ANTIGO LA-VALOR-NOVO.
              If LA-EXCLUSAO
                 Move VALOR-LOG To LA-VALOR-ANTIGO
              Else
                 Move VALOR-LOG To LA-VALOR-NOVO.
              Perform GRAVAR-LOG-ALTERACAO.

       REGISTRAR-ALTERACOES.
              Move "A" To LA-OPERACAO.
              Move "N" To LA-SENSIVEL.
              Move "PRECO" To LA-CAMPO.
              Move CA-PRECO To MASCARA-PRECO.
              Move MASCARA-PRECO To LA-VALOR-ANTIGO.
              Move CE-PRECO To MASCARA-PRECO.
              Move MASCARA-PRECO To LA-VALOR-NOVO.
              Perform GRAVAR-LOG-ALTERACAO.
              Move "QTD-MINIMA" To LA-CAMPO.
              Move CA-QTD-MINIMA To MASCARA-QTD.
              Move MASCARA-QTD To LA-VALOR-ANTIGO.
              Move CE-QTD-MINIMA To MASCARA-QTD.
              Move MASCARA-QTD To LA-VALOR-NOVO.
              Perform GRAVAR-LOG-ALTERACAO.
              Move "PRAZO" To LA-CAMPO.
              Move CA-PRAZO To MASCARA-QTD.
              Move MASCARA-QTD To LA-VALOR-ANTIGO.
              Move CE-PRAZO To MASCARA-QTD.
              Move MASCARA-QTD To LA-VALOR-NOVO.
              Perform GRAVAR-LOG-ALTERACAO.

       GRAVAR-LOG-ALTERACAO.
              Move OPERADOR-CODIGO To LA-OPERADOR.
              Move "PRODFORN" To LA-ARQUIVO.
              Move Spaces To LA-CHAVE.
              String COD-BUSCA "/" FORN-BUSCA Delimited By Size
                 Into LA-CHAVE.
              Call "GRAVAR-ALTERACAO" Using ALTERACAO-CADASTRO.

       END PROGRAM CADASTRO-COTACOES.
