      *             releases it at Goback - PEDIDOS.DAT is the file
      *             RECEBER-PEDIDOS rewrites, so the two cannot
      *             interleave.
      * 2026-10-15  REG-FORN widened to 109 with the supplier's bank
      *             account (FR-BANCO, FR-AGENCIA, FR-CONTA).
      * 2026-10-15  Each item's supplier is chosen from the product's
      *             quotations on PRODFORN.DAT (CADASTRO-COTACOES):
      *             the lowest price, or the shortest lead time when
      *             the operator asks for it, the other breaking ties.
      *             The quantity is raised to the supplier's minimum
      *             order and the pedidos are grouped by the chosen
      *             supplier; a product with no quotation keeps its
      *             COD-FORN-ARQ. The form shows the quoted price.
      * 2026-10-15  Kits of KITS.DAT are left out: a kit holds no
      *             stock of its own and is bought as its components.
      * 2026-10-15  REGPROD widened to 87 with the EAN-13 barcode
      *             (EAN-ARQ).
      *----------------------------------------------------*

       Environment Division.
           Access Mode Is Sequential
           File Status Is ERRO-FORN.

           Select ARQUIVO-COTACOES Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-COT.

           Select ARQUIVO-KITS Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-KIT.

           Select ARQUIVO-PEDIDOS Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
      *-----------------------*
       FD  ARQUIVO-PRODUTOS
           Label Record Is Standard
           Record Contains 87 Characters
           Data Record Is REGPROD-ARQ
           Value Of File-Id "PRODUTOS.DAT".


       FD  ARQUIVO-FORNECEDORES
           Label Record Is Standard
           Record Contains 109 Characters
           Data Record Is REG-FORN
           Value Of File-Id "FORNECEDORES.DAT".

       01  REG-FORN.
           COPY REGFORN.

       FD  ARQUIVO-COTACOES
           Label Record Is Standard
           Record Contains 30 Characters
           Data Record Is REG-COTACAO
           Value Of File-Id "PRODFORN.DAT".

       01  REG-COTACAO.
           COPY REGPFOR.

       FD  ARQUIVO-KITS
           Label Record Is Standard
           Record Contains 13 Characters
           Data Record Is REG-KIT
           Value Of File-Id "KITS.DAT".

       01  REG-KIT.
           COPY REGKIT.

      * One line per item ordered; PD-NUMERO groups the lines of the
      * same supplier's pedido.
       FD  ARQUIVO-PEDIDOS
       77  ERRO-FORN                      Pic X(02) Value "00".
       77  ERRO-PED                       Pic X(02) Value "00".
       77  ERRO-FORM                      Pic X(02) Value "00".
       77  ERRO-COT                       Pic X(02) Value "00".
       77  ERRO-KIT                       Pic X(02) Value "00".
       77  QTD-KITS                       Pic 9(03) Value Zeros.
       77  SW-KIT                         Pic X(01) Value "N".
           88 PRODUTO-KIT                        Value "S".
       77  DATA-HOJE                      Pic 9(08) Value Zeros.
       77  QTD-ITENS                      Pic 9(03) Value Zeros.
       77  QTD-FORNECEDORES               Pic 9(02) Value Zeros.
       77  FORN-CORRENTE                  Pic 9(04) Value Zeros.
       77  RAZAO-CORRENTE                 Pic X(30) Value Spaces.
       77  QTD-PROPOSTA                   Pic 9(03) Value Zeros.
       77  CRITERIO-FORNECEDOR            Pic 9(01) Value 1.
           88 CRITERIO-MENOR-PRAZO               Value 2.
       77  QTD-COTACOES                   Pic 9(04) Value Zeros.
       77  QTD-ITENS-COTADOS              Pic 9(03) Value Zeros.
       77  FORN-ESCOLHIDO                 Pic 9(04) Value Zeros.
       77  PRECO-ESCOLHIDO                Pic 9(05)V99 Value Zeros.
       77  PRAZO-ESCOLHIDO                Pic 9(03) Value Zeros.
       77  MINIMO-ESCOLHIDO               Pic 9(03) Value Zeros.
       77  SW-COTADO                      Pic X(01) Value "N".
           88 ITEM-COTADO                        Value "S".
       77  TRAVA-OPERACAO                 Pic X(01) Value Space.
       77  TRAVA-SUBSISTEMA               Pic X(10) Value "ESTOQUE".
       77  TRAVA-PROGRAMA                 Pic X(15)
           05 Filler       Pic X(02) Value Spaces.
           05 LD-QTD       Pic ZZ9.
           05 Filler       Pic X(09) Value " unidades".
           05 Filler       Pic X(03) Value Spaces.
           05 LD-PRECO     Pic ZZ.ZZ9,99 Blank When Zero.
           05 Filler       Pic X(07) Value Spaces.

      * Every product at or below its reorder point this run, with
      * the proposed order quantity already computed.
              10 IT-DESCRICAO  Pic X(30).
              10 IT-FORN       Pic 9(04).
              10 IT-QTD-PEDIR  Pic 9(03).
              10 IT-PRECO      Pic 9(05)V99.

      * Every quotation on PRODFORN.DAT, searched per item.
       01  TABELA-COTACOES Value Zeros.
           05 COTACAO-TAB Occurs 1000 Times Indexed By IX-COT.
              10 TC-COD        Pic 9(05).
              10 TC-FORN       Pic 9(04).
              10 TC-PRECO      Pic 9(05)V99.
              10 TC-QTD-MINIMA Pic 9(03).
              10 TC-PRAZO      Pic 9(03).
              10 TC-DATA       Pic 9(08).

      * Products that are kits, never ordered themselves.
       01  TABELA-KITS Value Zeros.
           05 KIT-TAB Occurs 200 Times Indexed By IX-KIT.
              10 TK-KIT        Pic 9(05).

       01  TABELA-FORN-PEDIDO Value Zeros.
           05 FORN-PED-TAB Occurs 50 Times Indexed By IX-FP.

              Accept DATA-HOJE From Date Yyyymmdd.

              Display "Escolha do fornecedor de cada item:".
              Display "1 - Menor preco cotado".
              Display "2 - Menor prazo de entrega".
              Display "Criterio:".
              Accept CRITERIO-FORNECEDOR.
              If Not CRITERIO-MENOR-PRAZO
                 Move 1 To CRITERIO-FORNECEDOR.

              Perform CARREGAR-COTACOES Thru CARREGAR-COTACOES-EXIT.
              Perform CARREGAR-KITS Thru CARREGAR-KITS-EXIT.

              Perform CARREGAR-ITENS Thru CARREGAR-ITENS-EXIT.

              If QTD-ITENS = Zeros
              Close ARQUIVO-FORMULARIO.

              Display "Itens abaixo do minimo...: " QTD-ITENS.
              Display "Itens com cotacao........: " QTD-ITENS-COTADOS.
              Display "Pedidos gerados..........: " QTD-PEDIDOS.

       END-OF-JOB.
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    Perform PROCURAR-KIT
                    If QTD-ARQ Not > QTD-MIN-ARQ
                       And Not PRODUTO-INATIVO-ARQ
                       And Not PRODUTO-KIT
                       Perform GUARDAR-ITEM Thru GUARDAR-ITEM-FIM
                    End-If
              End-Read.
              If QTD-PROPOSTA = Zeros
                 Move 1 To QTD-PROPOSTA.

              Perform ESCOLHER-FORNECEDOR.
              If QTD-PROPOSTA < MINIMO-ESCOLHIDO
                 Move MINIMO-ESCOLHIDO To QTD-PROPOSTA.

              Add 1 To QTD-ITENS.
              Set IX-ITEM To QTD-ITENS.
              Move COD-ARQ To IT-COD(IX-ITEM).
              Move DESCRICAO-ARQ To IT-DESCRICAO(IX-ITEM).
              Move FORN-ESCOLHIDO To IT-FORN(IX-ITEM).
              Move QTD-PROPOSTA To IT-QTD-PEDIR(IX-ITEM).
              Move PRECO-ESCOLHIDO To IT-PRECO(IX-ITEM).

              Perform GUARDAR-FORNECEDOR.

              If Not ACHOU
                 If QTD-FORNECEDORES < 50
                    Add 1 To QTD-FORNECEDORES
                    Move FORN-ESCOLHIDO
                       To FP-COD-FORN(QTD-FORNECEDORES)
                 Else
                    Display "Aviso: relacao de fornecedores cheia !".

       PROCURAR-FORNECEDOR.
              If FORN-ESCOLHIDO = FP-COD-FORN(IX-FP)
                 Move "S" To SW-ACHOU
                 Set IX-FP To QTD-FORNECEDORES.

      * The quotations are few enough to keep whole; no file just
      * means no product has been quoted yet.
       CARREGAR-COTACOES.
              Move Zeros To QTD-COTACOES.
              Open Input ARQUIVO-COTACOES.
              If ERRO-COT Not = "00"
                 GO TO CARREGAR-COTACOES-EXIT.

              Move "N" To SW-FIM-ARQ.
              Perform LER-COTACAO Until FIM-ARQ.

              Close ARQUIVO-COTACOES.

       CARREGAR-COTACOES-EXIT.
              EXIT.

       LER-COTACAO.
              Read ARQUIVO-COTACOES
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If QTD-COTACOES < 1000
                       Add 1 To QTD-COTACOES
                       Move REG-COTACAO To COTACAO-TAB(QTD-COTACOES)
                    Else
                       Display "Aviso: relacao de cotacoes cheia, "
                          "produto " PF-COD " sem cotacao !"
                    End-If
              End-Read.

      * The kit codes of KITS.DAT, once each (a kit's lines come
      * together); no file means no kits.
       CARREGAR-KITS.
              Move Zeros To QTD-KITS.
              Open Input ARQUIVO-KITS.
              If ERRO-KIT Not = "00"
                 GO TO CARREGAR-KITS-EXIT.

              Move "N" To SW-FIM-ARQ.
              Perform LER-KIT Until FIM-ARQ.

              Close ARQUIVO-KITS.

       CARREGAR-KITS-EXIT.
              EXIT.

       LER-KIT.
              Read ARQUIVO-KITS
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If QTD-KITS = Zeros
                       Perform GUARDAR-KIT
                    Else
                       If KT-KIT Not = TK-KIT(QTD-KITS)
                          Perform GUARDAR-KIT
                       End-If
                    End-If
              End-Read.

       GUARDAR-KIT.
              If QTD-KITS < 200
                 Add 1 To QTD-KITS
                 Move KT-KIT To TK-KIT(QTD-KITS).

       PROCURAR-KIT.
              Move "N" To SW-KIT.
              Perform COMPARAR-KIT
                 Varying IX-KIT From 1 By 1
                 Until IX-KIT > QTD-KITS Or PRODUTO-KIT.

       COMPARAR-KIT.
              If TK-KIT(IX-KIT) = COD-ARQ
                 Move "S" To SW-KIT.

      * The item's supplier among its quotations, by the operator's
      * criterion; with no quotation the catalog's COD-FORN-ARQ
      * stays, with no price and no minimum.
       ESCOLHER-FORNECEDOR.
              Move COD-FORN-ARQ To FORN-ESCOLHIDO.
              Move Zeros To PRECO-ESCOLHIDO PRAZO-ESCOLHIDO
                 MINIMO-ESCOLHIDO.
              Move "N" To SW-COTADO.
              Perform AVALIAR-COTACAO
                 Varying IX-COT From 1 By 1
                 Until IX-COT > QTD-COTACOES.
              If ITEM-COTADO
                 Add 1 To QTD-ITENS-COTADOS.

       AVALIAR-COTACAO.
              If TC-COD(IX-COT) = COD-ARQ
                 If Not ITEM-COTADO
                    Perform ADOTAR-COTACAO
                 Else
                    If CRITERIO-MENOR-PRAZO
                       If TC-PRAZO(IX-COT) < PRAZO-ESCOLHIDO
                          Or (TC-PRAZO(IX-COT) = PRAZO-ESCOLHIDO
                          And TC-PRECO(IX-COT) < PRECO-ESCOLHIDO)
                          Perform ADOTAR-COTACAO
                       End-If
                    Else
                       If TC-PRECO(IX-COT) < PRECO-ESCOLHIDO
                          Or (TC-PRECO(IX-COT) = PRECO-ESCOLHIDO
                          And TC-PRAZO(IX-COT) < PRAZO-ESCOLHIDO)
                          Perform ADOTAR-COTACAO
                       End-If
                    End-If
                 End-If
              End-If.

       ADOTAR-COTACAO.
              Move "S" To SW-COTADO.
              Move TC-FORN(IX-COT) To FORN-ESCOLHIDO.
              Move TC-PRECO(IX-COT) To PRECO-ESCOLHIDO.
              Move TC-PRAZO(IX-COT) To PRAZO-ESCOLHIDO.
              Move TC-QTD-MINIMA(IX-COT) To MINIMO-ESCOLHIDO.

      * The pedido numbering continues from the highest number
      * already on PEDIDOS.DAT, so every order keeps a unique number
      * across runs.
                 Move IT-COD(IX-ITEM) To LD-COD
                 Move IT-DESCRICAO(IX-ITEM) To LD-DESCRICAO
                 Move IT-QTD-PEDIR(IX-ITEM) To LD-QTD
                 Move IT-PRECO(IX-ITEM) To LD-PRECO
                 Move LINHA-DETALHE To LINHA-FORMULARIO
                 Write LINHA-FORMULARIO
                 If ERRO-FORM Not = "00"
