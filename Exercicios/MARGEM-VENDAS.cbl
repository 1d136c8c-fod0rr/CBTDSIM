       Identification Division.
      *----------------------------------------------------*
       Program-Id.   MARGEM-VENDAS.
       Author.       BERGAMASCHI, MARCELO.
       Date-Written. 2026-10-15.
       Date-Compiled.
       Installation. IFSP-Cubatao.
       Security.     MARGEM BRUTA DAS VENDAS DE BALCAO.
      *----------------------------------------------------*
      * Modification History:
      * 2026-10-15  First version: gross margin of the counter sales
      *             over a date range. Each VENDAS.DAT line is set
      *             against the cost its saida carried on
      *             MOVESTOQ.DAT (MV-VALOR-UNIT of the day's VENDA
      *             BALCAO saidas of the product; a kit takes its
      *             components' cost), giving revenue, CMV, margin
      *             and margin percentage per product, per supplier
      *             (COD-FORN-ARQ) and per operator. A section lists
      *             the sales rung at an overridden price and the
      *             margin given away against the catalog price in
      *             force that day (VALOR-UNIT-ARQ, or the old value
      *             of a later change on PRECOHIST.DAT), and another
      *             the products sold below cost.
      * 2026-10-15  VENDAS.DAT record is now 55 bytes (VD-PROMOCAO).
      *             A sale at a PROMOCOES.DAT price carries no
      *             VD-MOTIVO-PRECO and stays out of the override
      *             section.
      * 2026-10-15  REGPROD widened to 87 with the EAN-13 barcode
      *             (EAN-ARQ).
      * 2026-10-15  The sales and their saidas also come from the
      *             yearly history files (VENDAS-AAAA.DAT and
      *             MOVESTOQ-AAAA.DAT) RETENCAO-DADOS moves the closed
      *             months to, for every year of the range, as the
      *             kardex in MOVIMENTO-ESTOQUE does.
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

           Select ARQUIVO-DEVOLUCOES Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-DEVOL.

           Select ARQUIVO-PRECOS Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-PRECO.

           Select ARQUIVO-KITS Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-KIT.

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

       FD  ARQUIVO-DEVOLUCOES
           Label Record Is Standard
           Record Contains 74 Characters
           Data Record Is REG-DEVOLUCAO
           Value Of File-Id "DEVOLUCOES.DAT".

       01  REG-DEVOLUCAO.
           COPY REGDEVO.

       FD  ARQUIVO-PRECOS
           Label Record Is Standard
           Record Contains 35 Characters
           Data Record Is REG-PRECO
           Value Of File-Id "PRECOHIST.DAT".

       01  REG-PRECO.
           05 PH-DATA         Pic 9(08).
           05 PH-COD          Pic 9(05).
           05 PH-VALOR-ANTIGO Pic 9(05)V99.
           05 PH-VALOR-NOVO   Pic 9(05)V99.
           05 PH-OPERADOR     Pic X(08).

       FD  ARQUIVO-KITS
           Label Record Is Standard
           Record Contains 13 Characters
           Data Record Is REG-KIT
           Value Of File-Id "KITS.DAT".

       01  REG-KIT.
           COPY REGKIT.

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
       77  ERRO-VENDA                     Pic X(02) Value "00".
       77  ERRO-MOV                       Pic X(02) Value "00".
       77  ERRO-DEVOL                     Pic X(02) Value "00".
       77  ERRO-PRECO                     Pic X(02) Value "00".
       77  ERRO-KIT                       Pic X(02) Value "00".
       77  ERRO-PROD                      Pic X(02) Value "00".
       77  ERRO-FORN                      Pic X(02) Value "00".
       77  ERRO-ANUAL                     Pic X(02) Value "00".
       77  NOME-ANUAL                     Pic X(40) Value Spaces.
       77  ANO-ANUAL                      Pic 9(04) Value Zeros.
       77  ANO-INICIO-ANUAL               Pic 9(04) Value Zeros.
       77  ANO-FIM-ANUAL                  Pic 9(04) Value Zeros.
       77  DATA-HOJE                      Pic 9(08) Value Zeros.
       77  DATA-INI                       Pic 9(08) Value Zeros.
       77  DATA-FIM                       Pic 9(08) Value Zeros.
       77  PERMITE-FUTURO                 Pic X(01) Value "N".
       77  SW-DATA-VALIDA                 Pic X(01) Value "N".
           88 DATA-VALIDA                        Value "S".
       77  SW-FIM-ARQ                     Pic X(01) Value "N".
           88 FIM-ARQ                            Value "S".
       77  SW-ACHOU                       Pic X(01) Value "N".
           88 ACHOU                              Value "S".
       77  SW-POSICAO                     Pic X(01) Value "N".
           88 POSICAO-ACHADA                     Value "S".

      * The sale line being costed.
       77  DESCRICAO-VENDA                Pic X(30) Value Spaces.
       77  FORN-VENDA                     Pic 9(04) Value Zeros.
       77  PRECO-CATALOGO                 Pic 9(05)V99 Value Zeros.
       77  CUSTO-CATALOGO                 Pic 9(05)V99 Value Zeros.
       77  CUSTO-UNITARIO                 Pic 9(05)V99 Value Zeros.
       77  CUSTO-COMPONENTE               Pic 9(05)V99 Value Zeros.
       77  COD-CUSTO                      Pic 9(05) Value Zeros.
       77  DATA-CUSTO                     Pic 9(08) Value Zeros.
       77  RECEITA-LINHA                  Pic 9(08)V99 Value Zeros.
       77  CMV-LINHA                      Pic 9(08)V99 Value Zeros.
       77  CONCEDIDO-LINHA                Pic S9(08)V99 Value Zeros.
       77  PERDA-LINHA                    Pic 9(08)V99 Value Zeros.
       77  SW-CUSTO-ESTIMADO              Pic X(01) Value "N".
           88 CUSTO-ESTIMADO                     Value "S".

      * Counters and positions.
       77  QTD-FORNECEDORES               Pic 9(04) Value Zeros.
       77  QTD-KIT-LINHAS                 Pic 9(04) Value Zeros.
       77  QTD-PRECOS                     Pic 9(04) Value Zeros.
       77  QTD-CUSTOS                     Pic 9(04) Value Zeros.
       77  QTD-PRODUTOS                   Pic 9(04) Value Zeros.
       77  QTD-FORN-VENDA                 Pic 9(04) Value Zeros.
       77  QTD-OPERADORES                 Pic 9(04) Value Zeros.
       77  QTD-ALTERADAS                  Pic 9(04) Value Zeros.
       77  QTD-LINHAS-VENDA               Pic 9(06) Value Zeros.
       77  QTD-ESTIMADAS                  Pic 9(06) Value Zeros.
       77  QTD-ABAIXO-CUSTO               Pic 9(04) Value Zeros.
       77  QTD-DEVOLUCOES                 Pic 9(05) Value Zeros.
       77  POS-TAB                        Pic 9(04) Value Zeros.
       77  POS-KIT                        Pic 9(04) Value Zeros.
       77  POS-PROD                       Pic 9(04) Value Zeros.

      * Totals and the figures of one printed line.
       77  TOTAL-RECEITA                  Pic 9(09)V99 Value Zeros.
       77  TOTAL-CMV                      Pic 9(09)V99 Value Zeros.
       77  TOTAL-CONCEDIDO                Pic S9(09)V99 Value Zeros.
       77  TOTAL-PERDA                    Pic 9(09)V99 Value Zeros.
       77  TOTAL-DEVOLVIDO                Pic 9(09)V99 Value Zeros.
       77  RECEITA-IMP                    Pic 9(09)V99 Value Zeros.
       77  CMV-IMP                        Pic 9(09)V99 Value Zeros.
       77  MARGEM-IMP                     Pic S9(09)V99 Value Zeros.
       77  PERCENTUAL-IMP                 Pic S9(03)V9 Value Zeros.
       77  RAZAO-IMP                      Pic X(20) Value Spaces.
       77  MASCARA-RECEITA                Pic ZZ.ZZZ.ZZ9,99.
       77  MASCARA-CMV                    Pic ZZ.ZZZ.ZZ9,99.
       77  MASCARA-MARGEM                 Pic -ZZ.ZZZ.ZZ9,99.
       77  MASCARA-CONCEDIDO              Pic -ZZ.ZZZ.ZZ9,99.
       77  MASCARA-PERCENTUAL             Pic -ZZ9,9.
       77  MASCARA-PRECO                  Pic ZZ.ZZ9,99.
       77  MASCARA-CATALOGO               Pic ZZ.ZZ9,99.
       77  MASCARA-CUSTO                  Pic ZZ.ZZ9,99.

      * Day cost of each product's VENDA BALCAO saidas.
       01  TABELA-CUSTOS.
           05 CUSTO-TAB Occurs 3000 Times.
              10 CD-DATA                 Pic 9(08).
              10 CD-COD                  Pic 9(05).
              10 CD-QTD                  Pic 9(06).
              10 CD-VALOR                Pic 9(09)V99.

      * Catalog price changes after the start of the range: the old
      * value is the price that stood before the change.
       01  TABELA-PRECOS.
           05 PRECO-TAB Occurs 2000 Times.
              10 PC-DATA                 Pic 9(08).
              10 PC-COD                  Pic 9(05).
              10 PC-VALOR-ANTIGO         Pic 9(05)V99.

       01  TABELA-KITS.
           05 KIT-TAB Occurs 500 Times.
              10 TK-KIT                  Pic 9(05).
              10 TK-COMPONENTE           Pic 9(05).
              10 TK-QTD                  Pic 9(03).

       01  TABELA-FORNECEDORES.
           05 FORN-TAB Occurs 200 Times.
              10 TF-COD                  Pic 9(04).
              10 TF-RAZAO                Pic X(30).

      * Per product, kept in COD order.
       01  TABELA-PRODUTOS.
           05 PROD-TAB Occurs 1000 Times.
              10 TP-COD                  Pic 9(05).
              10 TP-DESCRICAO            Pic X(30).
              10 TP-FORN                 Pic 9(04).
              10 TP-QTD                  Pic 9(07).
              10 TP-RECEITA              Pic 9(09)V99.
              10 TP-CMV                  Pic 9(09)V99.
              10 TP-QTD-ABAIXO           Pic 9(07).
              10 TP-PERDA                Pic 9(09)V99.
              10 TP-MENOR-PRECO          Pic 9(05)V99.
              10 TP-CUSTO-MENOR          Pic 9(05)V99.

       01  TABELA-FORN-VENDA.
           05 FORN-VENDA-TAB Occurs 200 Times.
              10 TV-FORN                 Pic 9(04).
              10 TV-RECEITA              Pic 9(09)V99.
              10 TV-CMV                  Pic 9(09)V99.

       01  TABELA-OPERADORES.
           05 OPER-TAB Occurs 50 Times.
              10 TO-CODIGO               Pic 9(04).
              10 TO-RECEITA              Pic 9(09)V99.
              10 TO-CMV                  Pic 9(09)V99.
              10 TO-QTD-ALTERADAS        Pic 9(05).
              10 TO-CONCEDIDO            Pic S9(09)V99.

      * Sale lines rung at an overridden price.
       01  TABELA-ALTERADAS.
           05 ALTERADA-TAB Occurs 500 Times.
              10 AL-DATA                 Pic 9(08).
              10 AL-CUPOM                Pic 9(06).
              10 AL-COD                  Pic 9(05).
              10 AL-OPERADOR             Pic 9(04).
              10 AL-QTD                  Pic 9(03).
              10 AL-PRECO-CATALOGO       Pic 9(05)V99.
              10 AL-PRECO-VENDA          Pic 9(05)V99.
              10 AL-CONCEDIDO            Pic S9(08)V99.
              10 AL-MOTIVO               Pic X(20).

       Procedure Division.
       INICIO.
              Display "*--- Margem bruta das vendas de balcao ---*".
              Accept DATA-HOJE From Date Yyyymmdd.

              Perform ENTRAR-DATA-INI Until DATA-VALIDA.
              Move "N" To SW-DATA-VALIDA.
              Perform ENTRAR-DATA-FIM Until DATA-VALIDA
                 And DATA-FIM Not < DATA-INI.
              Divide DATA-INI By 10000 Giving ANO-INICIO-ANUAL.
              Divide DATA-FIM By 10000 Giving ANO-FIM-ANUAL.

              Perform CARREGAR-FORNECEDORES
                 Thru CARREGAR-FORNECEDORES-EXIT.
              Perform CARREGAR-KITS Thru CARREGAR-KITS-EXIT.
              Perform CARREGAR-PRECOS Thru CARREGAR-PRECOS-EXIT.
              Perform CARREGAR-CUSTOS Thru CARREGAR-CUSTOS-EXIT.

              Open Input ARQUIVO-PRODUTOS.
              If ERRO-PROD Not = "00"
                 Display "Erro ao abrir ARQUIVO-PRODUTOS, status "
                    ERRO-PROD
                 GO TO END-OF-JOB.

              Open Input ARQUIVO-VENDAS.
              If ERRO-VENDA Not = "00"
                 Display "Nenhuma venda registrada (VENDAS.DAT "
                    "ausente)."
                 Close ARQUIVO-PRODUTOS
                 GO TO END-OF-JOB.

      * The moved history first, read while VENDAS.DAT is open.
              Perform LER-VENDAS-ANO Thru LER-VENDAS-ANO-EXIT
                 Varying ANO-ANUAL From ANO-INICIO-ANUAL By 1
                 Until ANO-ANUAL > ANO-FIM-ANUAL.

              Move "N" To SW-FIM-ARQ.
              Perform LER-VENDA Thru LER-VENDA-EXIT Until FIM-ARQ.
              Close ARQUIVO-VENDAS.
              Close ARQUIVO-PRODUTOS.

              If QTD-LINHAS-VENDA = Zeros
                 Display "Nenhuma venda no periodo."
                 GO TO END-OF-JOB.

              Perform APURAR-DEVOLUCOES Thru APURAR-DEVOLUCOES-EXIT.

              Display "--- Margem bruta das vendas de " DATA-INI " a "
                 DATA-FIM " (emitido em " DATA-HOJE ") ---".
              Perform IMPRIMIR-PRODUTOS.
              Perform IMPRIMIR-FORNECEDORES.
              Perform IMPRIMIR-OPERADORES.
              Perform IMPRIMIR-ALTERADAS
                 Thru IMPRIMIR-ALTERADAS-EXIT.
              Perform IMPRIMIR-ABAIXO-CUSTO.
              Perform IMPRIMIR-TOTAIS.

       END-OF-JOB.
              Goback.

       ENTRAR-DATA-INI.
              Display "Vendas de (AAAAMMDD):".
              Accept DATA-INI.
              Call "VALIDAR-DATA" Using DATA-INI,
                 PERMITE-FUTURO, SW-DATA-VALIDA.
              If Not DATA-VALIDA
                 Display "Data invalida !".

       ENTRAR-DATA-FIM.
              Display "Ate (AAAAMMDD)......:".
              Accept DATA-FIM.
              Call "VALIDAR-DATA" Using DATA-FIM,
                 PERMITE-FUTURO, SW-DATA-VALIDA.
              If Not DATA-VALIDA Or DATA-FIM < DATA-INI
                 Display "Data invalida (minimo o inicio) !".

      *----------------------------------------------------*
      * Reference tables.
      *----------------------------------------------------*
       CARREGAR-FORNECEDORES.
              Move Zeros To QTD-FORNECEDORES.
              Open Input ARQUIVO-FORNECEDORES.
              If ERRO-FORN Not = "00"
                 GO TO CARREGAR-FORNECEDORES-EXIT.

              Move "N" To SW-FIM-ARQ.
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
                       Move FR-COD To TF-COD(QTD-FORNECEDORES)
                       Move FR-RAZAO To TF-RAZAO(QTD-FORNECEDORES)
                    End-If
              End-Read.

       CARREGAR-KITS.
              Move Zeros To QTD-KIT-LINHAS.
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
                    If QTD-KIT-LINHAS < 500
                       Add 1 To QTD-KIT-LINHAS
                       Move REG-KIT To KIT-TAB(QTD-KIT-LINHAS)
                    End-If
              End-Read.

      * Only a change after the start of the range can tell the
      * price that stood on a sale day; PRECOHIST.DAT is written in
      * date order, so the first such change of a product found
      * after the sale day holds that day's price.
       CARREGAR-PRECOS.
              Move Zeros To QTD-PRECOS.
              Open Input ARQUIVO-PRECOS.
              If ERRO-PRECO Not = "00"
                 GO TO CARREGAR-PRECOS-EXIT.

              Move "N" To SW-FIM-ARQ.
              Perform LER-PRECO Until FIM-ARQ.
              Close ARQUIVO-PRECOS.

       CARREGAR-PRECOS-EXIT.
              EXIT.

       LER-PRECO.
              Read ARQUIVO-PRECOS
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If PH-DATA > DATA-INI
                       If QTD-PRECOS < 2000
                          Add 1 To QTD-PRECOS
                          Move PH-DATA To PC-DATA(QTD-PRECOS)
                          Move PH-COD To PC-COD(QTD-PRECOS)
                          Move PH-VALOR-ANTIGO
                             To PC-VALOR-ANTIGO(QTD-PRECOS)
                       Else
                          Display "Aviso: relacao de precos cheia !"
                       End-If
                    End-If
              End-Read.

      * The day's VENDA BALCAO saidas of each product, quantity and
      * value at the cost each was posted with.
       CARREGAR-CUSTOS.
              Move Zeros To QTD-CUSTOS.
              Open Input ARQUIVO-MOVIMENTO.
              If ERRO-MOV Not = "00"
                 GO TO CARREGAR-CUSTOS-EXIT.

              Perform LER-MOVIMENTOS-ANO Thru LER-MOVIMENTOS-ANO-EXIT
                 Varying ANO-ANUAL From ANO-INICIO-ANUAL By 1
                 Until ANO-ANUAL > ANO-FIM-ANUAL.

              Move "N" To SW-FIM-ARQ.
              Perform LER-MOVIMENTO Until FIM-ARQ.
              Close ARQUIVO-MOVIMENTO.

       CARREGAR-CUSTOS-EXIT.
              EXIT.

       LER-MOVIMENTO.
              Read ARQUIVO-MOVIMENTO
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    Perform SELECIONAR-MOVIMENTO
              End-Read.

       SELECIONAR-MOVIMENTO.
              If MV-TIPO = "S"
                 And MV-MOTIVO = "VENDA BALCAO"
                 And MV-DATA Not < DATA-INI
                 And MV-DATA Not > DATA-FIM
                 Perform ACUMULAR-CUSTO-DIA.

      * The yearly history files are read into the live record
      * while the live file is open; a year with no file is simply
      * skipped.
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
                    Perform APURAR-VENDA Thru APURAR-VENDA-EXIT
              End-Read.

       ACUMULAR-CUSTO-DIA.
              Move MV-COD To COD-CUSTO.
              Move MV-DATA To DATA-CUSTO.
              Perform PROCURAR-CUSTO-DIA.
              If Not ACHOU
                 If QTD-CUSTOS < 3000
                    Add 1 To QTD-CUSTOS
                    Move QTD-CUSTOS To POS-TAB
                    Move MV-DATA To CD-DATA(POS-TAB)
                    Move MV-COD To CD-COD(POS-TAB)
                    Move Zeros To CD-QTD(POS-TAB) CD-VALOR(POS-TAB)
                    Move "S" To SW-ACHOU
                 Else
                    Display "Aviso: relacao de custos cheia, saida de "
                       MV-COD " em " MV-DATA " ignorada !".
              If ACHOU
                 Add MV-QTD To CD-QTD(POS-TAB)
                 Compute CD-VALOR(POS-TAB) =
                    CD-VALOR(POS-TAB) + MV-QTD * MV-VALOR-UNIT.

      * Leaves POS-TAB on the entry of COD-CUSTO on day DATA-CUSTO.
       PROCURAR-CUSTO-DIA.
              Move "N" To SW-ACHOU.
              Perform COMPARAR-CUSTO-DIA
                 Varying POS-TAB From 1 By 1
                 Until POS-TAB > QTD-CUSTOS Or ACHOU.
              If ACHOU
                 Subtract 1 From POS-TAB.

       COMPARAR-CUSTO-DIA.
              If CD-COD(POS-TAB) = COD-CUSTO
                 And CD-DATA(POS-TAB) = DATA-CUSTO
                 Move "S" To SW-ACHOU.

      *----------------------------------------------------*
      * One sale line: revenue at the price rung, CMV at the cost of
      * its saida, added to the product, supplier and operator.
      *----------------------------------------------------*
       LER-VENDA.
              Read ARQUIVO-VENDAS
                 At End
                    Move "S" To SW-FIM-ARQ
                    GO TO LER-VENDA-EXIT
              End-Read.

              Perform APURAR-VENDA Thru APURAR-VENDA-EXIT.

       LER-VENDA-EXIT.
              EXIT.

       APURAR-VENDA.
              If VD-DATA < DATA-INI Or VD-DATA > DATA-FIM
                 GO TO APURAR-VENDA-EXIT.

              Add 1 To QTD-LINHAS-VENDA.
              Move VD-COD To COD-ARQ.
              Read ARQUIVO-PRODUTOS
                 Invalid Key
                    Move "PRODUTO FORA DO CATALOGO" To DESCRICAO-VENDA
                    Move Zeros To FORN-VENDA CUSTO-CATALOGO
                    Move VD-VALOR-UNIT To PRECO-CATALOGO
                 Not Invalid Key
                    Move DESCRICAO-ARQ To DESCRICAO-VENDA
                    Move COD-FORN-ARQ To FORN-VENDA
                    Move CUSTO-MEDIO-ARQ To CUSTO-CATALOGO
                    Move VALOR-UNIT-ARQ To PRECO-CATALOGO
              End-Read.

              Perform DETERMINAR-CUSTO Thru DETERMINAR-CUSTO-EXIT.
              If CUSTO-ESTIMADO
                 Add 1 To QTD-ESTIMADAS.

              Compute RECEITA-LINHA = VD-QTD * VD-VALOR-UNIT.
              Compute CMV-LINHA Rounded = VD-QTD * CUSTO-UNITARIO.
              Add RECEITA-LINHA To TOTAL-RECEITA.
              Add CMV-LINHA To TOTAL-CMV.

              Perform ACUMULAR-PRODUTO Thru ACUMULAR-PRODUTO-EXIT.
              Perform ACUMULAR-FORNECEDOR.
              Perform ACUMULAR-OPERADOR.

              If VD-MOTIVO-PRECO Not = Spaces
                 Perform REGISTRAR-ALTERACAO.

       APURAR-VENDA-EXIT.
              EXIT.

      * The cost of the line's saida: the average of the product's
      * VENDA BALCAO saidas that day; a kit sums its components'
      * costs the same way. With no saida found (a line older than
      * the movements kept) the current CUSTO-MEDIO-ARQ stands in
      * and the line is counted as estimated.
       DETERMINAR-CUSTO.
              Move "N" To SW-CUSTO-ESTIMADO.
              Move VD-COD To COD-CUSTO.
              Move VD-DATA To DATA-CUSTO.
              Perform PROCURAR-CUSTO-DIA.
              If ACHOU
                 Compute CUSTO-UNITARIO Rounded =
                    CD-VALOR(POS-TAB) / CD-QTD(POS-TAB)
                 GO TO DETERMINAR-CUSTO-EXIT.

              Move Zeros To CUSTO-UNITARIO.
              Move "N" To SW-ACHOU.
              Perform CUSTEAR-COMPONENTE
                 Varying POS-KIT From 1 By 1
                 Until POS-KIT > QTD-KIT-LINHAS.
              If ACHOU
                 GO TO DETERMINAR-CUSTO-EXIT.

              Move CUSTO-CATALOGO To CUSTO-UNITARIO.
              Move "S" To SW-CUSTO-ESTIMADO.

       DETERMINAR-CUSTO-EXIT.
              EXIT.

       CUSTEAR-COMPONENTE.
              If TK-KIT(POS-KIT) = VD-COD
                 Move "S" To SW-ACHOU
                 Move TK-COMPONENTE(POS-KIT) To COD-CUSTO
                 Perform CUSTO-DO-COMPONENTE
                 Compute CUSTO-UNITARIO = CUSTO-UNITARIO
                    + TK-QTD(POS-KIT) * CUSTO-COMPONENTE.

      * A component's day cost, or its current average cost.
       CUSTO-DO-COMPONENTE.
              Move "N" To SW-POSICAO.
              Perform COMPARAR-CUSTO-COMPONENTE
                 Varying POS-TAB From 1 By 1
                 Until POS-TAB > QTD-CUSTOS Or POSICAO-ACHADA.
              If POSICAO-ACHADA
                 Subtract 1 From POS-TAB
                 Compute CUSTO-COMPONENTE Rounded =
                    CD-VALOR(POS-TAB) / CD-QTD(POS-TAB)
              Else
                 Move "S" To SW-CUSTO-ESTIMADO
                 Move COD-CUSTO To COD-ARQ
                 Read ARQUIVO-PRODUTOS
                    Invalid Key
                       Move Zeros To CUSTO-COMPONENTE
                    Not Invalid Key
                       Move CUSTO-MEDIO-ARQ To CUSTO-COMPONENTE
                 End-Read.

       COMPARAR-CUSTO-COMPONENTE.
              If CD-COD(POS-TAB) = COD-CUSTO
                 And CD-DATA(POS-TAB) = DATA-CUSTO
                 Move "S" To SW-POSICAO.

      * Finds the product or inserts it in COD order.
       ACUMULAR-PRODUTO.
              Move "N" To SW-ACHOU.
              Perform COMPARAR-PRODUTO
                 Varying POS-PROD From 1 By 1
                 Until POS-PROD > QTD-PRODUTOS Or ACHOU.
              If ACHOU
                 Subtract 1 From POS-PROD
              Else
                 If QTD-PRODUTOS Not < 1000
                    Display "Aviso: relacao de produtos cheia, produto "
                       VD-COD " fora do relatorio !"
                    GO TO ACUMULAR-PRODUTO-EXIT
                 Else
                    Perform INSERIR-PRODUTO.

              Add VD-QTD To TP-QTD(POS-PROD).
              Add RECEITA-LINHA To TP-RECEITA(POS-PROD).
              Add CMV-LINHA To TP-CMV(POS-PROD).

              If VD-VALOR-UNIT < CUSTO-UNITARIO
                 Add VD-QTD To TP-QTD-ABAIXO(POS-PROD)
                 Compute PERDA-LINHA =
                    VD-QTD * (CUSTO-UNITARIO - VD-VALOR-UNIT)
                 Add PERDA-LINHA To TP-PERDA(POS-PROD)
                 Add PERDA-LINHA To TOTAL-PERDA
                 If TP-MENOR-PRECO(POS-PROD) = Zeros
                    Or VD-VALOR-UNIT < TP-MENOR-PRECO(POS-PROD)
                    Move VD-VALOR-UNIT To TP-MENOR-PRECO(POS-PROD)
                    Move CUSTO-UNITARIO To TP-CUSTO-MENOR(POS-PROD).

       ACUMULAR-PRODUTO-EXIT.
              EXIT.

       COMPARAR-PRODUTO.
              If TP-COD(POS-PROD) = VD-COD
                 Move "S" To SW-ACHOU.

       INSERIR-PRODUTO.
              Move QTD-PRODUTOS To POS-PROD.
              Move "N" To SW-POSICAO.
              Perform DESLOCAR-PRODUTO Until POSICAO-ACHADA.
              Add 1 To POS-PROD.
              Add 1 To QTD-PRODUTOS.
              Move VD-COD To TP-COD(POS-PROD).
              Move DESCRICAO-VENDA To TP-DESCRICAO(POS-PROD).
              Move FORN-VENDA To TP-FORN(POS-PROD).
              Move Zeros To TP-QTD(POS-PROD) TP-RECEITA(POS-PROD)
                 TP-CMV(POS-PROD) TP-QTD-ABAIXO(POS-PROD)
                 TP-PERDA(POS-PROD) TP-MENOR-PRECO(POS-PROD)
                 TP-CUSTO-MENOR(POS-PROD).

       DESLOCAR-PRODUTO.
              If POS-PROD = Zeros
                 Move "S" To SW-POSICAO
              Else
                 If TP-COD(POS-PROD) > VD-COD
                    Move PROD-TAB(POS-PROD) To PROD-TAB(POS-PROD + 1)
                    Subtract 1 From POS-PROD
                 Else
                    Move "S" To SW-POSICAO.

       ACUMULAR-FORNECEDOR.
              Move "N" To SW-ACHOU.
              Perform COMPARAR-FORN-VENDA
                 Varying POS-TAB From 1 By 1
                 Until POS-TAB > QTD-FORN-VENDA Or ACHOU.
              If ACHOU
                 Subtract 1 From POS-TAB
              Else
                 If QTD-FORN-VENDA < 200
                    Add 1 To QTD-FORN-VENDA
                    Move QTD-FORN-VENDA To POS-TAB
                    Move FORN-VENDA To TV-FORN(POS-TAB)
                    Move Zeros To TV-RECEITA(POS-TAB) TV-CMV(POS-TAB)
                    Move "S" To SW-ACHOU.
              If ACHOU
                 Add RECEITA-LINHA To TV-RECEITA(POS-TAB)
                 Add CMV-LINHA To TV-CMV(POS-TAB).

       COMPARAR-FORN-VENDA.
              If TV-FORN(POS-TAB) = FORN-VENDA
                 Move "S" To SW-ACHOU.

       ACUMULAR-OPERADOR.
              Move "N" To SW-ACHOU.
              Perform COMPARAR-OPERADOR
                 Varying POS-TAB From 1 By 1
                 Until POS-TAB > QTD-OPERADORES Or ACHOU.
              If ACHOU
                 Subtract 1 From POS-TAB
              Else
                 If QTD-OPERADORES < 50
                    Add 1 To QTD-OPERADORES
                    Move QTD-OPERADORES To POS-TAB
                    Move VD-OPERADOR To TO-CODIGO(POS-TAB)
                    Move Zeros To TO-RECEITA(POS-TAB) TO-CMV(POS-TAB)
                       TO-QTD-ALTERADAS(POS-TAB) TO-CONCEDIDO(POS-TAB)
                    Move "S" To SW-ACHOU.
              If ACHOU
                 Add RECEITA-LINHA To TO-RECEITA(POS-TAB)
                 Add CMV-LINHA To TO-CMV(POS-TAB).

       COMPARAR-OPERADOR.
              If TO-CODIGO(POS-TAB) = VD-OPERADOR
                 Move "S" To SW-ACHOU.

      * An overridden price: the margin given away is what the line
      * would have brought at the catalog price in force that day,
      * less what it brought (negative when priced above it).
       REGISTRAR-ALTERACAO.
              Move "N" To SW-ACHOU.
              Perform PROCURAR-PRECO-VIGENTE
                 Varying POS-TAB From 1 By 1
                 Until POS-TAB > QTD-PRECOS Or ACHOU.
              If ACHOU
                 Subtract 1 From POS-TAB
                 Move PC-VALOR-ANTIGO(POS-TAB) To PRECO-CATALOGO.

              Compute CONCEDIDO-LINHA =
                 VD-QTD * (PRECO-CATALOGO - VD-VALOR-UNIT).
              Add CONCEDIDO-LINHA To TOTAL-CONCEDIDO.

              Move "N" To SW-ACHOU.
              Perform COMPARAR-OPERADOR
                 Varying POS-TAB From 1 By 1
                 Until POS-TAB > QTD-OPERADORES Or ACHOU.
              If ACHOU
                 Subtract 1 From POS-TAB
                 Add 1 To TO-QTD-ALTERADAS(POS-TAB)
                 Add CONCEDIDO-LINHA To TO-CONCEDIDO(POS-TAB).

              If QTD-ALTERADAS < 500
                 Add 1 To QTD-ALTERADAS
                 Move QTD-ALTERADAS To POS-TAB
                 Move VD-DATA To AL-DATA(POS-TAB)
                 Move VD-CUPOM To AL-CUPOM(POS-TAB)
                 Move VD-COD To AL-COD(POS-TAB)
                 Move VD-OPERADOR To AL-OPERADOR(POS-TAB)
                 Move VD-QTD To AL-QTD(POS-TAB)
                 Move PRECO-CATALOGO To AL-PRECO-CATALOGO(POS-TAB)
                 Move VD-VALOR-UNIT To AL-PRECO-VENDA(POS-TAB)
                 Move CONCEDIDO-LINHA To AL-CONCEDIDO(POS-TAB)
                 Move VD-MOTIVO-PRECO To AL-MOTIVO(POS-TAB)
              Else
                 Display "Aviso: relacao de precos alterados cheia, "
                    "venda de " VD-COD " so no total !".

       PROCURAR-PRECO-VIGENTE.
              If PC-COD(POS-TAB) = VD-COD
                 And PC-DATA(POS-TAB) > VD-DATA
                 Move "S" To SW-ACHOU.

      * Refunds of sales in the range, shown apart; they are not
      * taken off the margin above.
       APURAR-DEVOLUCOES.
              Move Zeros To QTD-DEVOLUCOES TOTAL-DEVOLVIDO.
              Open Input ARQUIVO-DEVOLUCOES.
              If ERRO-DEVOL Not = "00"
                 GO TO APURAR-DEVOLUCOES-EXIT.

              Move "N" To SW-FIM-ARQ.
              Perform LER-DEVOLUCAO Until FIM-ARQ.
              Close ARQUIVO-DEVOLUCOES.

       APURAR-DEVOLUCOES-EXIT.
              EXIT.

       LER-DEVOLUCAO.
              Read ARQUIVO-DEVOLUCOES
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If DV-DATA-VENDA Not < DATA-INI
                       And DV-DATA-VENDA Not > DATA-FIM
                       Add 1 To QTD-DEVOLUCOES
                       Compute TOTAL-DEVOLVIDO =
                          TOTAL-DEVOLVIDO + DV-QTD * DV-VALOR-UNIT
                    End-If
              End-Read.

      *----------------------------------------------------*
      * Report sections.
      *----------------------------------------------------*
       IMPRIMIR-PRODUTOS.
              Display " ".
              Display "Por produto:".
              Display "Cod.  Descricao             Qtd.       Receita"
                 "           CMV         Margem Marg.%".
              Perform IMPRIMIR-PRODUTO
                 Varying POS-PROD From 1 By 1
                 Until POS-PROD > QTD-PRODUTOS.

       IMPRIMIR-PRODUTO.
              Move TP-RECEITA(POS-PROD) To RECEITA-IMP.
              Move TP-CMV(POS-PROD) To CMV-IMP.
              Perform CALCULAR-MARGEM.
              Display TP-COD(POS-PROD) " " TP-DESCRICAO(POS-PROD)(1:20)
                 " " TP-QTD(POS-PROD) " " MASCARA-RECEITA " "
                 MASCARA-CMV " " MASCARA-MARGEM " "
                 MASCARA-PERCENTUAL.

       IMPRIMIR-FORNECEDORES.
              Display " ".
              Display "Por fornecedor:".
              Display "Forn Razao social                  Receita"
                 "           CMV         Margem Marg.%".
              Perform IMPRIMIR-FORNECEDOR
                 Varying POS-TAB From 1 By 1
                 Until POS-TAB > QTD-FORN-VENDA.

       IMPRIMIR-FORNECEDOR.
              Move "(fora do cadastro)" To RAZAO-IMP.
              Move "N" To SW-ACHOU.
              Perform PROCURAR-RAZAO
                 Varying POS-KIT From 1 By 1
                 Until POS-KIT > QTD-FORNECEDORES Or ACHOU.
              If ACHOU
                 Subtract 1 From POS-KIT
                 Move TF-RAZAO(POS-KIT) To RAZAO-IMP.
              Move TV-RECEITA(POS-TAB) To RECEITA-IMP.
              Move TV-CMV(POS-TAB) To CMV-IMP.
              Perform CALCULAR-MARGEM.
              Display TV-FORN(POS-TAB) " " RAZAO-IMP "  "
                 MASCARA-RECEITA " " MASCARA-CMV " " MASCARA-MARGEM
                 " " MASCARA-PERCENTUAL.

       PROCURAR-RAZAO.
              If TF-COD(POS-KIT) = TV-FORN(POS-TAB)
                 Move "S" To SW-ACHOU.

       IMPRIMIR-OPERADORES.
              Display " ".
              Display "Por operador:".
              Display "Oper.       Receita           CMV         Margem"
                 " Marg.% Alter.   Concedido".
              Perform IMPRIMIR-OPERADOR
                 Varying POS-TAB From 1 By 1
                 Until POS-TAB > QTD-OPERADORES.

       IMPRIMIR-OPERADOR.
              Move TO-RECEITA(POS-TAB) To RECEITA-IMP.
              Move TO-CMV(POS-TAB) To CMV-IMP.
              Perform CALCULAR-MARGEM.
              Move TO-CONCEDIDO(POS-TAB) To MASCARA-CONCEDIDO.
              Display TO-CODIGO(POS-TAB) "  " MASCARA-RECEITA " "
                 MASCARA-CMV " " MASCARA-MARGEM " " MASCARA-PERCENTUAL
                 " " TO-QTD-ALTERADAS(POS-TAB) " " MASCARA-CONCEDIDO.

      * The catalog price is the one in force on the sale day.
       IMPRIMIR-ALTERADAS.
              Display " ".
              Display "Vendas com preco alterado: " QTD-ALTERADAS.
              If QTD-ALTERADAS = Zeros
                 GO TO IMPRIMIR-ALTERADAS-EXIT.

              Display "Data     Cupom  Cod.  Oper Qtd  Catalogo   "
                 "Cobrado      Concedido Motivo".
              Perform IMPRIMIR-ALTERADA
                 Varying POS-TAB From 1 By 1
                 Until POS-TAB > QTD-ALTERADAS.
              Move TOTAL-CONCEDIDO To MASCARA-CONCEDIDO.
              Display "Margem concedida em alteracoes de preco: "
                 MASCARA-CONCEDIDO.

       IMPRIMIR-ALTERADAS-EXIT.
              EXIT.

       IMPRIMIR-ALTERADA.
              Move AL-PRECO-CATALOGO(POS-TAB) To MASCARA-CATALOGO.
              Move AL-PRECO-VENDA(POS-TAB) To MASCARA-PRECO.
              Move AL-CONCEDIDO(POS-TAB) To MASCARA-CONCEDIDO.
              Display AL-DATA(POS-TAB) " " AL-CUPOM(POS-TAB) " "
                 AL-COD(POS-TAB) " " AL-OPERADOR(POS-TAB) " "
                 AL-QTD(POS-TAB) " " MASCARA-CATALOGO " "
                 MASCARA-PRECO " " MASCARA-CONCEDIDO " "
                 AL-MOTIVO(POS-TAB).

       IMPRIMIR-ABAIXO-CUSTO.
              Display " ".
              Display "Produtos vendidos abaixo do custo:".
              Display "Cod.  Descricao               Unid. Menor preco"
                 "  Custo       Perda".
              Move Zeros To QTD-ABAIXO-CUSTO.
              Perform IMPRIMIR-ABAIXO
                 Varying POS-PROD From 1 By 1
                 Until POS-PROD > QTD-PRODUTOS.
              If QTD-ABAIXO-CUSTO = Zeros
                 Display "  (nenhum)".

       IMPRIMIR-ABAIXO.
              If TP-QTD-ABAIXO(POS-PROD) > Zeros
                 Add 1 To QTD-ABAIXO-CUSTO
                 Move TP-MENOR-PRECO(POS-PROD) To MASCARA-PRECO
                 Move TP-CUSTO-MENOR(POS-PROD) To MASCARA-CUSTO
                 Move TP-PERDA(POS-PROD) To MASCARA-RECEITA
                 Display TP-COD(POS-PROD) " "
                    TP-DESCRICAO(POS-PROD)(1:22) " "
                    TP-QTD-ABAIXO(POS-PROD) " " MASCARA-PRECO " "
                    MASCARA-CUSTO " " MASCARA-RECEITA.

       IMPRIMIR-TOTAIS.
              Move TOTAL-RECEITA To RECEITA-IMP.
              Move TOTAL-CMV To CMV-IMP.
              Perform CALCULAR-MARGEM.
              Display " ".
              Display "Linhas de venda.......: " QTD-LINHAS-VENDA.
              Display "Receita...............: " MASCARA-RECEITA.
              Display "CMV...................: " MASCARA-CMV.
              Display "Margem bruta..........: " MASCARA-MARGEM
                 " (" MASCARA-PERCENTUAL "%)".
              Move TOTAL-PERDA To MASCARA-RECEITA.
              Display "Perda abaixo do custo.: " MASCARA-RECEITA.
              If QTD-ESTIMADAS > Zeros
                 Display "Linhas com custo estimado pelo custo medio "
                    "atual: " QTD-ESTIMADAS.
              Move TOTAL-DEVOLVIDO To MASCARA-RECEITA.
              Display "Devolucoes dessas vendas: " QTD-DEVOLUCOES
                 ", " MASCARA-RECEITA " (nao deduzidas acima)".

      * Margin and its percentage of revenue for one printed line.
       CALCULAR-MARGEM.
              Compute MARGEM-IMP = RECEITA-IMP - CMV-IMP.
              Move Zeros To PERCENTUAL-IMP.
              If RECEITA-IMP > Zeros
                 Compute PERCENTUAL-IMP Rounded =
                    MARGEM-IMP * 100 / RECEITA-IMP
                    On Size Error
                       Move -999,9 To PERCENTUAL-IMP
                 End-Compute.
              Move RECEITA-IMP To MASCARA-RECEITA.
              Move CMV-IMP To MASCARA-CMV.
              Move MARGEM-IMP To MASCARA-MARGEM.
              Move PERCENTUAL-IMP To MASCARA-PERCENTUAL.

       END PROGRAM MARGEM-VENDAS.
