      *             instead of capping the book while posting (and
      *             averaging) the full quantity; the pedido line
      *             only advances when the receipt actually posted.
      * 2026-10-15  A delivery that posted now asks for the
      *             supplier's nota fiscal - number, value and one
      *             to 12 parcelas with their vencimentos - and files
      *             one PAGAR.DAT payable per parcela, linked to the
      *             pedido and fornecedor. The nota is conferred
      *             against the quantities received at the keyed
      *             cost; one off by more than TOLERANCIA-NF is filed
      *             retida for a supervisor to release in
      *             CONTAS-PAGAR. A nota number already on PAGAR.DAT
      *             for the same fornecedor is refused.
      * 2026-10-15  REGPROD widened to 87 with the EAN-13 barcode
      *             (EAN-ARQ). The conferencia now identifies the
      *             product in hand before its quantity - its COD or
      *             the barcode read off the package - and refuses
      *             one that is not the product of the pedido line;
      *             items outside the pedido are reported by COD or
      *             barcode as well.
      * 2026-10-15  A saldo too small to share among the parcelas
      *             still open (an even share of zero) no longer
      *             loops on the value prompt: the parcela is filed
      *             without value and the last one takes the rest.
      *----------------------------------------------------*

       Environment Division.
           Access Mode Is Sequential
           File Status Is ERRO-MOV.

           Select ARQUIVO-PAGAR Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-PAG.

       Data Division.
      *----------------------------------------------------*
       File Section.

       FD  ARQUIVO-PRODUTOS
           Label Record Is Standard
           Record Contains 87 Characters
           Data Record Is REGPROD-ARQ
           Value Of File-Id "PRODUTOS.DAT".

       01  REG-MOVIMENTO.
           COPY REGMOV.

       FD  ARQUIVO-PAGAR
           Label Record Is Standard
           Record Contains 92 Characters
           Data Record Is REG-PAGAR
           Value Of File-Id "PAGAR.DAT".

       01  REG-PAGAR.
           COPY REGPAGA.

       Working-Storage Section.
      *-----------------------*
       77  ERRO-PED                       Pic X(02) Value "00".
       77  ERRO-PEDNOVO                   Pic X(02) Value "00".
       77  ERRO-PROD                      Pic X(02) Value "00".
       77  ERRO-MOV                       Pic X(02) Value "00".
       77  ERRO-PAG                       Pic X(02) Value "00".
       77  NOME-PED-ARQUIVO               Pic X(11)
           Value "PEDIDOS.DAT".
       77  NOVO-PED-ARQUIVO               Pic X(11)
       77  QTD-ENTREGUE                   Pic 9(03) Value Zeros.
       77  QTD-PENDENTE                   Pic 9(03) Value Zeros.
       77  COD-FORA                       Pic 9(05) Value Zeros.
       77  CODIGO-LIDO                    Pic 9(13) Value Zeros.
       77  COD-CONFERIDO                  Pic 9(05) Value Zeros.
       77  SW-CONFERIDO                   Pic X(01) Value "N".
           88 PRODUTO-CONFERIDO                  Value "S".
       77  SW-FIM-EAN                     Pic X(01) Value "N".
           88 FIM-EAN                            Value "S".
       77  SW-FIM-ARQ                     Pic X(01) Value "N".
           88 FIM-ARQ                            Value "S".
       77  SW-ENCONTROU                   Pic X(01) Value "N".
       77  TRAVA-OPERADOR                 Pic 9(04) Value Zeros.
       77  TRAVA-RESULTADO                Pic X(01) Value Space.

      * Nota fiscal of the delivery.
      * A nota off the conferred value by more than this is retida.
       77  TOLERANCIA-NF                  Pic 9(03)V99 Value 0,05.
       77  FORN-PEDIDO                    Pic 9(04) Value Zeros.
       77  VALOR-CONFERIDO                Pic 9(07)V99 Value Zeros.
       77  NF-NUMERO                      Pic 9(09) Value Zeros.
       77  NF-VALOR                       Pic 9(07)V99 Value Zeros.
       77  NF-DIFERENCA                   Pic S9(07)V99 Value Zeros.
       77  NF-SITUACAO                    Pic X(01) Value Space.
       77  QTD-PARCELAS                   Pic 9(02) Value Zeros.
       77  NUM-PARCELA                    Pic 9(02) Value Zeros.
       77  PARCELAS-RESTANTES             Pic 9(02) Value Zeros.
       77  VALOR-RESTANTE                 Pic 9(07)V99 Value Zeros.
       77  VALOR-SUGERIDO                 Pic 9(07)V99 Value Zeros.
       77  SW-NF-REPETIDA                 Pic X(01) Value "N".
           88 NF-REPETIDA                        Value "S".
       77  MASCARA                        Pic ZZ.ZZZ.ZZ9,99.
       77  MASCARA-DIF                    Pic -Z.ZZZ.ZZ9,99.

      * The lines of the pedido being received, with the delivered
      * quantity conferred this run.
       01  TABELA-LINHAS Value Zeros.
              10 LN-QTD-RECEBIDA Pic 9(03).
              10 LN-QTD-ENTREGUE Pic 9(03).
              10 LN-SITUACAO     Pic X(01).
              10 LN-CUSTO        Pic 9(05)V99.

      * Parcelas of the nota fiscal as keyed.
       01  TABELA-PARCELAS Value Zeros.
           05 PARCELA-TAB Occurs 12 Times Indexed By IX-PARC.
              10 PC-VENCIMENTO   Pic 9(08).
              10 PC-VALOR        Pic 9(07)V99.

       Procedure Division.
       INICIO.
              Perform REGRAVAR-PEDIDO Thru REGRAVAR-PEDIDO-EXIT.
              Perform RESUMIR-PEDIDO.

              If VALOR-CONFERIDO > Zeros
                 Perform REGISTRAR-NOTA-FISCAL
                    Thru REGISTRAR-NOTA-FISCAL-EXIT.

       END-OF-JOB.
              Move "L" To TRAVA-OPERACAO.
              Call "TRAVAR-SUBSISTEMA" Using TRAVA-OPERACAO,
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If PD-NUMERO = NUMERO-BUSCA
                       Move PD-FORN To FORN-PEDIDO
                       If QTD-LINHAS < 50
                          Add 1 To QTD-LINHAS
                          Set IX-LIN To QTD-LINHAS
              Display "Produto " LN-COD(IX-LIN)
                 " pedido " LN-QTD-PEDIDA(IX-LIN)
                 " pendente " QTD-PENDENTE.

      * The product in hand is identified first, so a box of the
      * wrong item is never counted against the line.
              Move "N" To SW-CONFERIDO.
              Perform IDENTIFICAR-PRODUTO-LINHA
                 Until PRODUTO-CONFERIDO.
              If COD-CONFERIDO = Zeros
                 GO TO CONFERIR-LINHA-EXIT.

              Display "Quantidade entregue (zero se nada):".
              Accept QTD-ENTREGUE.

                 GO TO CONFERIR-LINHA-EXIT.

              Move QTD-ENTREGUE To LN-QTD-ENTREGUE(IX-LIN).
              Move CUSTO-ENTRADA To LN-CUSTO(IX-LIN).
              Compute VALOR-CONFERIDO = VALOR-CONFERIDO
                 + (QTD-ENTREGUE * CUSTO-ENTRADA).
              Add QTD-ENTREGUE To LN-QTD-RECEBIDA(IX-LIN).
              If LN-QTD-RECEBIDA(IX-LIN) Not <
                 LN-QTD-PEDIDA(IX-LIN)
       CONFERIR-LINHA-EXIT.
              EXIT.

       IDENTIFICAR-PRODUTO-LINHA.
              Display "Codigo ou EAN do produto em maos (zero se "
                 "nada entregue):".
              Accept CODIGO-LIDO.
              Move "S" To SW-CONFERIDO.
              Move Zeros To COD-CONFERIDO.
              If CODIGO-LIDO Not = Zeros
                 Perform RESOLVER-CODIGO Thru RESOLVER-CODIGO-EXIT
                 If COD-CONFERIDO Not = LN-COD(IX-LIN)
                    Display "Produto nao confere com a linha do "
                       "pedido (" LN-COD(IX-LIN) ") !"
                    Move "N" To SW-CONFERIDO
                 End-If
              End-If.

      * A code past the five-digit COD is an EAN-13 read off the
      * package; the barcode is no key of the file, so the catalog
      * is scanned for it. COD-CONFERIDO stays zero when no product
      * carries it.
       RESOLVER-CODIGO.
              If CODIGO-LIDO Not > 99999
                 Move CODIGO-LIDO To COD-CONFERIDO
                 GO TO RESOLVER-CODIGO-EXIT.

              Open Input ARQUIVO-PRODUTOS.
              If ERRO-PROD Not = "00"
                 Display "Erro ao abrir ARQUIVO-PRODUTOS, status "
                    ERRO-PROD
                 GO TO RESOLVER-CODIGO-EXIT.

              Move "N" To SW-FIM-EAN.
              Perform LER-EAN Until FIM-EAN.

              Close ARQUIVO-PRODUTOS.

              If COD-CONFERIDO = Zeros
                 Display "Codigo de barras " CODIGO-LIDO
                    " nao cadastrado !".

       RESOLVER-CODIGO-EXIT.
              EXIT.

       LER-EAN.
              Read ARQUIVO-PRODUTOS Next
                 At End
                    Move "S" To SW-FIM-EAN
                 Not At End
                    If EAN-ARQ = CODIGO-LIDO
                       Move COD-ARQ To COD-CONFERIDO
                       Move "S" To SW-FIM-EAN
                    End-If
              End-Read.

       ENTRAR-CUSTO.
              Display "Custo unitario da entrada:".
              Accept CUSTO-ENTRADA.
      * reported for purchasing to resolve; nothing posts for them
      * here.
       CONFERIR-FORA-DO-PEDIDO.
              Display "Itens recebidos fora do pedido - codigo ou "
                 "EAN (zero p/ encerrar):".
              Accept CODIGO-LIDO.
              If CODIGO-LIDO = Zeros
                 GO TO CONFERIR-FORA-DO-PEDIDO-EXIT.

              Move Zeros To COD-CONFERIDO.
              Perform RESOLVER-CODIGO Thru RESOLVER-CODIGO-EXIT.
              If COD-CONFERIDO = Zeros
                 GO TO CONFERIR-FORA-DO-PEDIDO.
              Move COD-CONFERIDO To COD-FORA.

              Display "ATENCAO: produto " COD-FORA
                 " recebido sem constar do pedido " NUMERO-BUSCA
                 " ! Tratar com compras.".
              If LN-SITUACAO(IX-LIN) = "A"
                 Add 1 To QTD-PENDENTES.

      * The supplier's nota fiscal for what posted this run: its
      * value is conferred against the received quantities at the
      * keyed cost, and its parcelas become the payables of the
      * pedido on PAGAR.DAT - liberada when the nota matches,
      * retida for a supervisor's release when it does not.
       REGISTRAR-NOTA-FISCAL.
              Move VALOR-CONFERIDO To MASCARA.
              Display "Valor recebido a custo: " MASCARA.

              Move Zeros To NF-NUMERO.
              Perform ENTRAR-NUMERO-NF Until NF-NUMERO > Zeros.
              Move Zeros To NF-VALOR.
              Perform ENTRAR-VALOR-NF Until NF-VALOR > Zeros.
              Move Zeros To QTD-PARCELAS.
              Perform ENTRAR-QTD-PARCELAS
                 Until QTD-PARCELAS > Zeros And QTD-PARCELAS < 13.

              Move NF-VALOR To VALOR-RESTANTE.
              Perform ENTRAR-PARCELA
                 Varying IX-PARC From 1 By 1
                 Until IX-PARC > QTD-PARCELAS.

              Compute NF-DIFERENCA = NF-VALOR - VALOR-CONFERIDO.
              If NF-DIFERENCA > TOLERANCIA-NF
                 Or NF-DIFERENCA < (0 - TOLERANCIA-NF)
                 Move "R" To NF-SITUACAO
                 Move NF-DIFERENCA To MASCARA-DIF
                 Display "ATENCAO: nota " NF-NUMERO " difere do "
                    "recebido em " MASCARA-DIF
                 Display "Nota retida para aprovacao do supervisor "
                    "(contas a pagar)."
              Else
                 Move "L" To NF-SITUACAO.

              Open Extend ARQUIVO-PAGAR.
              If ERRO-PAG = "35"
                 Open Output ARQUIVO-PAGAR.

              If ERRO-PAG Not = "00"
                 Display "Erro ao abrir ARQUIVO-PAGAR, status "
                    ERRO-PAG
                 Display "Nota " NF-NUMERO " NAO lancada em contas a "
                    "pagar: lance-a com o setor financeiro !"
                 GO TO REGISTRAR-NOTA-FISCAL-EXIT.

              Perform GRAVAR-PARCELA
                 Varying IX-PARC From 1 By 1
                 Until IX-PARC > QTD-PARCELAS.

              Close ARQUIVO-PAGAR.
              Display "Nota " NF-NUMERO " lancada em " QTD-PARCELAS
                 " parcela(s) a pagar.".

       REGISTRAR-NOTA-FISCAL-EXIT.
              EXIT.

       ENTRAR-NUMERO-NF.
              Display "Numero da nota fiscal:".
              Accept NF-NUMERO.
              If NF-NUMERO = Zeros
                 Display "Numero invalido !"
              Else
                 Perform CONFERIR-NF-REPETIDA
                    Thru CONFERIR-NF-REPETIDA-EXIT
                 If NF-REPETIDA
                    Display "Nota " NF-NUMERO " do fornecedor "
                       FORN-PEDIDO " ja lancada !"
                    Move Zeros To NF-NUMERO.

      * The same nota of the same fornecedor is never filed twice.
       CONFERIR-NF-REPETIDA.
              Move "N" To SW-NF-REPETIDA SW-FIM-ARQ.
              Open Input ARQUIVO-PAGAR.
              If ERRO-PAG Not = "00"
                 GO TO CONFERIR-NF-REPETIDA-EXIT.

              Perform LER-PAGAR Until FIM-ARQ Or NF-REPETIDA.
              Close ARQUIVO-PAGAR.

       CONFERIR-NF-REPETIDA-EXIT.
              EXIT.

       LER-PAGAR.
              Read ARQUIVO-PAGAR
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If PG-FORN = FORN-PEDIDO And PG-NF = NF-NUMERO
                       Move "S" To SW-NF-REPETIDA
                    End-If
              End-Read.

       ENTRAR-VALOR-NF.
              Display "Valor total da nota..:".
              Accept NF-VALOR.
              If NF-VALOR = Zeros
                 Display "Valor invalido !".

       ENTRAR-QTD-PARCELAS.
              Display "Quantidade de parcelas (1 a 12):".
              Accept QTD-PARCELAS.
              If QTD-PARCELAS = Zeros Or QTD-PARCELAS > 12
                 Display "Quantidade invalida !".

      * Each parcela but the last takes the keyed value (zero takes
      * an even share of what is left); the last takes the rest, so
      * the parcelas always add up to the nota.
       ENTRAR-PARCELA.
              Set NUM-PARCELA To IX-PARC.
              Move "N" To SW-DATA-VALIDA.
              Perform ENTRAR-VENCIMENTO Until DATA-VALIDA.

              If NUM-PARCELA = QTD-PARCELAS
                 Move VALOR-RESTANTE To PC-VALOR(IX-PARC)
              Else
                 Compute PARCELAS-RESTANTES = QTD-PARCELAS + 1
                    - NUM-PARCELA
                 Compute VALOR-SUGERIDO = VALOR-RESTANTE
                    / PARCELAS-RESTANTES
                 Move Zeros To PC-VALOR(IX-PARC)
                 If VALOR-SUGERIDO = Zeros
                    Display "Saldo nao se divide entre as parcelas "
                       "restantes: parcela sem valor."
                 Else
                    Perform ENTRAR-VALOR-PARCELA
                       Until PC-VALOR(IX-PARC) > Zeros
                 End-If
                 Subtract PC-VALOR(IX-PARC) From VALOR-RESTANTE.

              Move PC-VALOR(IX-PARC) To MASCARA.
              Display "Parcela " NUM-PARCELA " vence "
                 PC-VENCIMENTO(IX-PARC) " valor " MASCARA.

       ENTRAR-VENCIMENTO.
              Display "Vencimento da parcela " NUM-PARCELA
                 " (AAAAMMDD):".
              Accept PC-VENCIMENTO(IX-PARC).
              Call "VALIDAR-DATA" Using PC-VENCIMENTO(IX-PARC),
                 PERMITE-FUTURO, SW-DATA-VALIDA.
              If Not DATA-VALIDA
                 Display "Data invalida !".

       ENTRAR-VALOR-PARCELA.
              Move VALOR-SUGERIDO To MASCARA.
              Display "Valor da parcela (zero = " MASCARA "):".
              Accept PC-VALOR(IX-PARC).
              If PC-VALOR(IX-PARC) = Zeros
                 Move VALOR-SUGERIDO To PC-VALOR(IX-PARC).
              If PC-VALOR(IX-PARC) Not < VALOR-RESTANTE
                 Display "Valor invalido: deixe saldo para as "
                    "parcelas seguintes !"
                 Move Zeros To PC-VALOR(IX-PARC).

       GRAVAR-PARCELA.
              Move FORN-PEDIDO To PG-FORN.
              Move NUMERO-BUSCA To PG-PEDIDO.
              Move NF-NUMERO To PG-NF.
              Set PG-PARCELA To IX-PARC.
              Move QTD-PARCELAS To PG-QTD-PARCELAS.
              Move DATA-HOJE To PG-EMISSAO.
              Move PC-VENCIMENTO(IX-PARC) To PG-VENCIMENTO.
              Move PC-VALOR(IX-PARC) To PG-VALOR.
              Move Zeros To PG-PAGO PG-ULTIMO-PAGTO PG-REMESSA.
              Move NF-VALOR To PG-VALOR-NF.
              Move VALOR-CONFERIDO To PG-VALOR-CONFERIDO.
              Move NF-SITUACAO To PG-SITUACAO.
              Write REG-PAGAR.

              If ERRO-PAG Not = "00"
                 Display "Erro ao gravar REG-PAGAR, status " ERRO-PAG.

       END PROGRAM RECEBER-PEDIDOS.
