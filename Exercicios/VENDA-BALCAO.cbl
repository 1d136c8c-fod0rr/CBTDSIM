      *             through the shared TRAVAR-SUBSISTEMA lock and
      *             releases it at Goback; the read-only day summary
      *             runs without it.
      * 2026-10-15  Devolucao de venda (option 3): the return is
      *             tied to the sale on VENDAS.DAT by date, COD and
      *             selling operator, capped at what that sale left
      *             to return, refunded at the price it was rung at,
      *             with a keyed reason, on DEVOLUCOES.DAT. Sellable
      *             units go back to the loja (stock, MOVESTOQ.DAT
      *             entrada and, for perishables, their lote through
      *             CONTROLE-LOTES); damaged ones to quarentena, out
      *             of the sellable stock. A refund above the limit
      *             needs a supervisor's sign-on. The day summary
      *             nets each operator's returns against the sales.
      * 2026-10-15  Caixa per operator and day on CAIXA.DAT: the
      *             first sale or return of the day opens it with
      *             the fundo de troco. Items are rung into a cupom
      *             (number carried on every VENDAS.DAT line, layout
      *             now the shared REGVEND) closed by its forma de
      *             pagamento - dinheiro (with troco), debito,
      *             credito or PIX. Sangria (option 4) takes cash to
      *             the cofre; refunds leave the cash drawer and
      *             neither may exceed the cash there. Fechamento
      *             (option 5) takes the counted amounts per forma
      *             and prints expected, counted and difference; a
      *             difference above the tolerance needs a
      *             supervisor's sign-on before the caixa closes.
      *             The day summary adds the totals per forma.
      * 2026-10-15  Fiado (forma 5): the cupom is charged to a
      *             customer of CLIENTES.DAT, refused when blocked
      *             or when the open RECEBER.DAT balance plus the
      *             cupom passes the limit, and becomes a receivable
      *             due on the customer's payment day of the next
      *             month. Fiado payments taken by CONTAS-RECEBER
      *             (RECEBIMENTOS.DAT) enter the operator's caixa
      *             conference in their forma.
      * 2026-10-15  Kits: a product with a composition on KITS.DAT
      *             sells at its own catalog price, but every
      *             component leaves the loja - stock, MOVESTOQ.DAT
      *             saida at the component's cost and, for a
      *             perishable, its lotes through CONTROLE-LOTES.
      *             The sale is refused when any component is short
      *             at the loja, and the kit's CUSTO-MEDIO-ARQ is
      *             kept at the sum of its components' costs. A
      *             returned kit goes to quarentena to be taken
      *             apart.
      * 2026-10-15  Promotions: DEFINIR-PRECO offers the lowest
      *             PROMOCOES.DAT price in force for the product (its
      *             own promotional price, or its supplier's
      *             percentage off) instead of VALOR-UNIT-ARQ, which
      *             stays untouched, so the shelf price is back the
      *             day after the promotion ends. A promotional price
      *             asks no reason and is not an override; the
      *             VENDAS.DAT line carries VD-PROMOCAO "S". Overriding
      *             the promotional price is an ordinary override.
      * 2026-10-15  REGPROD widened to 87 with the EAN-13 barcode
      *             (EAN-ARQ): the sale and the devolucao take the
      *             product's COD or its barcode, LOCALIZAR-PRODUTO
      *             resolving a barcode to the COD before the keyed
      *             read.
      *----------------------------------------------------*

       Environment Division.
           Access Mode Is Sequential
           File Status Is ERRO-VENDA.

           Select ARQUIVO-DEVOLUCOES Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-DEVOL.

           Select ARQUIVO-CAIXA Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-CAIXA.

           Select ARQUIVO-CLIENTES Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-CLI.

           Select ARQUIVO-RECEBER Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-REC.

           Select ARQUIVO-RECEBIMENTOS Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-RCBM.

           Select ARQUIVO-KITS Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-KIT.

           Select ARQUIVO-PROMOCOES Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-PROM.

       Data Division.
      *----------------------------------------------------*
       File Section.
      *-----------------------*
       FD  ARQUIVO-PRODUTOS
           Label Record Is Standard
           Record Contains 87 Characters
           Data Record Is REGPROD-ARQ
           Value Of File-Id "PRODUTOS.DAT".

       01  REG-MOVIMENTO.
           COPY REGMOV.

      * One line per item rung at the counter.
       FD  ARQUIVO-VENDAS
           Label Record Is Standard
           Record Contains 55 Characters
           Data Record Is REG-VENDA
           Value Of File-Id "VENDAS.DAT".

       01  REG-VENDA.
           COPY REGVEND.

       FD  ARQUIVO-DEVOLUCOES
           Label Record Is Standard
           Record Contains 74 Characters
           Data Record Is REG-DEVOLUCAO
           Value Of File-Id "DEVOLUCOES.DAT".

       01  REG-DEVOLUCAO.
           COPY REGDEVO.

       FD  ARQUIVO-CAIXA
           Label Record Is Standard
           Record Contains 112 Characters
           Data Record Is REG-CAIXA
           Value Of File-Id "CAIXA.DAT".

       01  REG-CAIXA.
           COPY REGCAIX.

       FD  ARQUIVO-CLIENTES
           Label Record Is Standard
           Record Contains 67 Characters
           Data Record Is REG-CLIENTE
           Value Of File-Id "CLIENTES.DAT".

       01  REG-CLIENTE.
           COPY REGCLIE.

       FD  ARQUIVO-RECEBER
           Label Record Is Standard
           Record Contains 57 Characters
           Data Record Is REG-RECEBER
           Value Of File-Id "RECEBER.DAT".

       01  REG-RECEBER.
           COPY REGRECE.

       FD  ARQUIVO-RECEBIMENTOS
           Label Record Is Standard
           Record Contains 27 Characters
           Data Record Is REG-RECEBIMENTO
           Value Of File-Id "RECEBIMENTOS.DAT".

       01  REG-RECEBIMENTO.
           COPY REGRCBM.

       FD  ARQUIVO-KITS
           Label Record Is Standard
           Record Contains 13 Characters
           Data Record Is REG-KIT
           Value Of File-Id "KITS.DAT".

       01  REG-KIT.
           COPY REGKIT.

       FD  ARQUIVO-PROMOCOES
           Label Record Is Standard
           Record Contains 56 Characters
           Data Record Is REG-PROMOCAO
           Value Of File-Id "PROMOCOES.DAT".

       01  REG-PROMOCAO.
           COPY REGPROM.

       Working-Storage Section.
      *-----------------------*
           Value "VENDA-BALCAO".
       77  TRAVA-RESULTADO                Pic X(01) Value Space.
       77  COD-BUSCA                      Pic 9(05) Value Zeros.
       77  CODIGO-LIDO                    Pic 9(13) Value Zeros.
       77  SW-FIM-EAN                     Pic X(01) Value "N".
           88 FIM-EAN                            Value "S".
       77  QTD-VENDA                      Pic 9(03) Value Zeros.
       77  PRECO-VENDA                    Pic 9(05)V99 Value Zeros.
       77  MOTIVO-PRECO                   Pic X(20) Value Spaces.
       77  MASCARA                        Pic ZZ.ZZZ.ZZ9,99.
       77  CONFIRMA                       Pic X(01) Value "N".
           88 CONFIRMADO                         Value "S", "s".
       77  TIPO-MOVIMENTO                 Pic X(01) Value Space.
       77  QTD-MOVIMENTO                  Pic 9(03) Value Zeros.
       77  MOTIVO-MOVIMENTO               Pic X(20) Value Spaces.

      * Devolucao de venda.
       77  ERRO-DEVOL                     Pic X(02) Value "00".
      * Refunds above this value need a supervisor's sign-on.
       77  LIMITE-DEVOLUCAO               Pic 9(05)V99 Value 150,00.
       77  PROGRAMA-AUTORIZACAO           Pic X(15)
           Value "DEVOLUCAO".
       77  SUPERVISOR-CODIGO              Pic 9(04) Value Zeros.
       77  SUPERVISOR-PERFIL              Pic X(01) Value Space.
       77  RESULTADO-AUTORIZACAO          Pic X(01) Value Space.
       77  DATA-VENDA-DEV                 Pic 9(08) Value Zeros.
       77  OPERADOR-VENDA                 Pic 9(04) Value Zeros.
       77  QTD-DEVOLVER                   Pic 9(03) Value Zeros.
       77  QTD-VENDIDA-ORIG               Pic 9(05) Value Zeros.
       77  VALOR-VENDIDO-ORIG             Pic 9(08)V99 Value Zeros.
       77  QTD-JA-DEVOLVIDA               Pic 9(05) Value Zeros.
       77  QTD-DISPONIVEL                 Pic 9(05) Value Zeros.
       77  PRECO-DEVOLUCAO                Pic 9(05)V99 Value Zeros.
       77  VALOR-DEVOLUCAO                Pic 9(07)V99 Value Zeros.
       77  MOTIVO-DEVOLUCAO               Pic X(20) Value Spaces.
       77  DESTINO-DEVOLUCAO              Pic X(01) Value Space.
           88 DESTINO-LOJA                       Value "L", "l".
           88 DESTINO-QUARENTENA                 Value "Q", "q".
       77  QTD-DEVOLUCOES                 Pic 9(04) Value Zeros.
       77  TOTAL-DEVOLVIDO                Pic 9(08)V99 Value Zeros.
       77  QTD-QUARENTENA                 Pic 9(05) Value Zeros.
       77  OPERADOR-RESUMO                Pic 9(04) Value Zeros.
       77  TIPO-RESUMO                    Pic X(01) Value Space.
       77  LIQUIDO-RESUMO                 Pic S9(08)V99 Value Zeros.
       77  MASCARA-LIQUIDO                Pic -ZZ.ZZZ.ZZ9,99.

      * Caixa: cupom, forma de pagamento, sangria and fechamento.
       77  ERRO-CAIXA                     Pic X(02) Value "00".
       77  ULTIMO-CUPOM                   Pic 9(06) Value Zeros.
       77  CUPOM-EXIBIDO                  Pic 9(06) Value Zeros.
       77  QTD-ITENS-CUPOM                Pic 9(02) Value Zeros.
       77  TOTAL-CUPOM                    Pic 9(07)V99 Value Zeros.
       77  SW-FIM-CUPOM                   Pic X(01) Value "N".
           88 FIM-CUPOM                          Value "S".
       77  FORMA-PAGTO                    Pic 9(01) Value Zeros.
           88 FORMA-DINHEIRO                     Value 1.
           88 FORMA-FIADO                        Value 5.
           88 FORMA-VALIDA                       Values 1 Thru 5.
       77  VALOR-RECEBIDO                 Pic 9(07)V99 Value Zeros.
       77  TROCO                          Pic 9(07)V99 Value Zeros.
       77  SW-CAIXA                       Pic X(01) Value "N".
           88 CAIXA-INEXISTENTE                  Value "N".
           88 CAIXA-ABERTO                       Value "A".
           88 CAIXA-FECHADO                      Value "F".
       77  FUNDO-CAIXA                    Pic 9(07)V99 Value Zeros.
       77  SANGRIAS-CAIXA                 Pic 9(08)V99 Value Zeros.
       77  REEMBOLSOS-CAIXA               Pic 9(08)V99 Value Zeros.
       77  DINHEIRO-CAIXA                 Pic S9(08)V99 Value Zeros.
       77  VALOR-SANGRIA                  Pic 9(07)V99 Value Zeros.
      * A closing difference beyond this, either way, needs a
      * supervisor's sign-off.
       77  TOLERANCIA-CAIXA               Pic 9(03)V99 Value 5,00.
       77  DIFERENCA-CAIXA                Pic S9(08)V99 Value Zeros.
       77  SW-DIFERENCA-ALTA              Pic X(01) Value "N".
           88 DIFERENCA-ALTA                     Value "S".
       77  SW-AUTORIZADO                  Pic X(01) Value "N".
           88 AUTORIZADO                         Value "S".

      * Fiado.
       77  ERRO-CLI                       Pic X(02) Value "00".
       77  ERRO-REC                       Pic X(02) Value "00".
       77  ERRO-RCBM                      Pic X(02) Value "00".
       77  CLIENTE-FIADO                  Pic 9(05) Value Zeros.
       77  LIMITE-CLIENTE                 Pic 9(05)V99 Value Zeros.
       77  DIA-VENCIMENTO-CLIENTE         Pic 9(02) Value Zeros.
       77  SALDO-CLIENTE                  Pic 9(08)V99 Value Zeros.
       77  DISPONIVEL-CLIENTE             Pic S9(08)V99 Value Zeros.
       77  TOTAL-FIADO                    Pic 9(08)V99 Value Zeros.
       77  SW-CLIENTE                     Pic X(01) Value "N".
           88 CLIENTE-ACHADO                     Value "S".
       77  SW-CLIENTE-BLOQUEADO           Pic X(01) Value "N".
           88 CLIENTE-COM-BLOQUEIO               Value "S".

      * Kits.
       77  ERRO-KIT                       Pic X(02) Value "00".
       77  COD-KIT                        Pic 9(05) Value Zeros.
       77  QTD-COMP-KIT                   Pic 9(02) Value Zeros.
       77  POS-COMP                       Pic 9(02) Value Zeros.
       77  QTD-COMPONENTE-VENDA           Pic 9(06) Value Zeros.
       77  CUSTO-KIT                      Pic 9(05)V99 Value Zeros.
       77  SW-KIT-DISPONIVEL              Pic X(01) Value "N".
           88 KIT-DISPONIVEL                     Value "S".

      * Promocoes.
       77  ERRO-PROM                      Pic X(02) Value "00".
       77  PRECO-PROMOCAO                 Pic 9(05)V99 Value Zeros.
       77  PRECO-CANDIDATO                Pic 9(05)V99 Value Zeros.
       77  FIM-PROMOCAO                   Pic 9(08) Value Zeros.
       77  SW-FIM-PROM                    Pic X(01) Value "N".
           88 FIM-PROM                           Value "S".
       77  SW-PROMOCAO                    Pic X(01) Value "N".
           88 EM-PROMOCAO                        Value "S".
       77  PROMOCAO-ITEM                  Pic X(01) Value "N".
       77  MASCARA-CATALOGO               Pic ZZ.ZZZ.ZZ9,99.

       01  DATA-VENCIMENTO.
           05 DVC-ANO                     Pic 9(04).
           05 DVC-MES                     Pic 9(02).
           05 DVC-DIA                     Pic 9(02).

       01  HORA-SISTEMA.
           05 HS-HHMMSS                   Pic 9(06).
           05 Filler                      Pic 9(02).

      * Items of the cupom being rung; their VENDAS.DAT lines are
      * written when the cupom is paid.
       01  TABELA-CUPOM.
           05 ITEM-CUPOM Occurs 30 Times Indexed By IX-ITEM.
              10 IT-COD    Pic 9(05).
              10 IT-QTD    Pic 9(03).
              10 IT-PRECO  Pic 9(05)V99.
              10 IT-MOTIVO Pic X(20).
              10 IT-PROMOCAO Pic X(01).

      * Components of the kit being sold, with the stock each had
      * when conferred.
       01  TABELA-KIT.
           05 COMP-KIT Occurs 20 Times.
              10 KV-COD       Pic 9(05).
              10 KV-QTD       Pic 9(03).
              10 KV-DESCRICAO Pic X(30).
              10 KV-QTD-ATUAL Pic 9(03).
              10 KV-QTD-LOJA  Pic 9(03).
              10 KV-CUSTO     Pic 9(05)V99.
              10 KV-PERECIVEL Pic X(01).

      * Per forma de pagamento, in VD-FORMA-PAGTO order.
       01  TABELA-FORMAS Value Zeros.
           05 FORMA-TAB Occurs 4 Times Indexed By IX-FORMA.
              10 FC-ESPERADO Pic 9(08)V99.
              10 FC-CONTADO  Pic 9(08)V99.
              10 FC-VENDIDO  Pic 9(08)V99.

       01  NOMES-FORMAS.
           05 Filler Pic X(15) Value "DINHEIRO".
           05 Filler Pic X(15) Value "CARTAO DEBITO".
           05 Filler Pic X(15) Value "CARTAO CREDITO".
           05 Filler Pic X(15) Value "PIX".
           05 Filler Pic X(15) Value "FIADO".
       01  NOMES-FORMAS-R Redefines NOMES-FORMAS.
           05 NOME-FORMA Pic X(15) Occurs 5 Times.

      * Register-closing subtotal per operator.
       01  TABELA-OPERADORES Value Zeros.
              10 OT-CODIGO Pic 9(04).
              10 OT-QTD    Pic 9(04).
              10 OT-TOTAL  Pic 9(08)V99.
              10 OT-QTD-DEV   Pic 9(04).
              10 OT-DEVOLVIDO Pic 9(08)V99.

       Procedure Division.
       INICIO.

              Display "1 - Registrar vendas".
              Display "2 - Resumo do dia (fechamento do caixa)".
              Display "3 - Devolucao de venda".
              Display "4 - Sangria".
              Display "5 - Fechamento do caixa".
              Display "Opcao:".
              Accept VB-OPCAO.

                 Move 8 To RETURN-CODE
                 GO TO END-OF-JOB.

      * Every mode below works the operator's caixa of the day.
              Perform APURAR-CAIXA Thru APURAR-CAIXA-EXIT.

              If VB-OPCAO = 4
                 Perform REGISTRAR-SANGRIA Thru REGISTRAR-SANGRIA-EXIT
                 GO TO END-OF-JOB.

              If VB-OPCAO = 5
                 Perform FECHAR-CAIXA Thru FECHAR-CAIXA-EXIT
                 GO TO END-OF-JOB.

              If CAIXA-FECHADO
                 Display "Caixa do operador " OPERADOR-CODIGO
                    " ja fechado hoje, movimento recusado."
                 GO TO END-OF-JOB.

              If Not CAIXA-ABERTO
                 Perform ABRIR-CAIXA Thru ABRIR-CAIXA-EXIT
                 If Not CAIXA-ABERTO
                    GO TO END-OF-JOB.

      * The ESTOQUE subsystem is claimed while the register rings,
      * the same lock MOVIMENTO-ESTOQUE takes.
              Move "T" To TRAVA-OPERACAO.
                 Move 8 To RETURN-CODE
                 GO TO END-OF-JOB.

              If VB-OPCAO = 3
                 Perform REGISTRAR-DEVOLUCAO
                    Thru REGISTRAR-DEVOLUCAO-EXIT
                    Until FIM-ENTRADA
                 Display "Devolucoes registradas: " QTD-DEVOLUCOES
                 Move TOTAL-DEVOLVIDO To MASCARA
                 Display "Total reembolsado.....: " MASCARA
              Else
                 Perform APURAR-ULTIMO-CUPOM
                    Thru APURAR-ULTIMO-CUPOM-EXIT
                 Perform REGISTRAR-CUPOM Thru REGISTRAR-CUPOM-EXIT
                    Until FIM-ENTRADA
                 Display "Itens registrados....: " QTD-VENDIDAS
                 Move TOTAL-DIA To MASCARA
                 Display "Total vendido........: " MASCARA
              End-If.

              Move "L" To TRAVA-OPERACAO.
              Call "TRAVAR-SUBSISTEMA" Using TRAVA-OPERACAO,
       END-OF-JOB.
              Goback.

      * One customer's purchase per pass: items are rung until COD
      * zero, then the cupom is paid in one forma de pagamento and
      * its lines go to VENDAS.DAT under the next cupom number. COD
      * zero on an empty cupom closes the register entry.
       REGISTRAR-CUPOM.
              Move Zeros To QTD-ITENS-CUPOM TOTAL-CUPOM.
              Move "N" To SW-FIM-CUPOM.
              Compute CUPOM-EXIBIDO = ULTIMO-CUPOM + 1.
              Display "--- Cupom " CUPOM-EXIBIDO " ---".
              Perform REGISTRAR-VENDA Thru REGISTRAR-VENDA-EXIT
                 Until FIM-CUPOM Or FIM-ENTRADA.

              If QTD-ITENS-CUPOM = Zeros
                 Move "S" To SW-FIM-ENTRADA
                 GO TO REGISTRAR-CUPOM-EXIT.

              Move TOTAL-CUPOM To MASCARA.
              Display "Total do cupom.......: " MASCARA.
              Move Zeros To FORMA-PAGTO.
              Perform ENTRAR-FORMA-PAGTO Until FORMA-VALIDA.

              If FORMA-DINHEIRO
                 Move Zeros To VALOR-RECEBIDO
                 Perform ENTRAR-VALOR-RECEBIDO
                    Until VALOR-RECEBIDO Not < TOTAL-CUPOM
                 Compute TROCO = VALOR-RECEBIDO - TOTAL-CUPOM
                 Move TROCO To MASCARA
                 Display "Troco................: " MASCARA.

              Add 1 To ULTIMO-CUPOM.
              Perform GRAVAR-VENDA Thru GRAVAR-VENDA-EXIT.
              If FORMA-FIADO
                 Perform GRAVAR-RECEBER Thru GRAVAR-RECEBER-EXIT.
              Add TOTAL-CUPOM To TOTAL-DIA.
              Display "Cupom " ULTIMO-CUPOM " encerrado, "
                 NOME-FORMA(FORMA-PAGTO).

       REGISTRAR-CUPOM-EXIT.
              EXIT.

       ENTRAR-FORMA-PAGTO.
              Display "Forma de pagamento: 1-Dinheiro 2-Debito "
                 "3-Credito 4-PIX 5-Fiado:".
              Accept FORMA-PAGTO.
              If Not FORMA-VALIDA
                 Display "Forma de pagamento invalida !".
              If FORMA-FIADO
                 Perform CONFERIR-FIADO Thru CONFERIR-FIADO-EXIT.

      * A cupom goes on a customer's tab only when the customer is
      * on CLIENTES.DAT, not blocked, and the open receivables plus
      * this cupom stay within the limit; otherwise another forma
      * is asked.
       CONFERIR-FIADO.
              Display "Codigo do cliente....:".
              Accept CLIENTE-FIADO.
              Perform LOCALIZAR-CLIENTE Thru LOCALIZAR-CLIENTE-EXIT.
              If Not CLIENTE-ACHADO
                 Display "Cliente nao cadastrado, fiado recusado !"
                 Move Zeros To FORMA-PAGTO
                 GO TO CONFERIR-FIADO-EXIT.

              Display "Cliente: " CL-NOME.
              If CLIENTE-COM-BLOQUEIO
                 Display "Cliente bloqueado, fiado recusado !"
                 Move Zeros To FORMA-PAGTO
                 GO TO CONFERIR-FIADO-EXIT.

              Perform APURAR-SALDO-CLIENTE
                 Thru APURAR-SALDO-CLIENTE-EXIT.
              Compute DISPONIVEL-CLIENTE =
                 LIMITE-CLIENTE - SALDO-CLIENTE.
              If SALDO-CLIENTE + TOTAL-CUPOM > LIMITE-CLIENTE
                 Move DISPONIVEL-CLIENTE To MASCARA-LIQUIDO
                 Display "Limite excedido: credito disponivel "
                    MASCARA-LIQUIDO ", fiado recusado !"
                 Move Zeros To FORMA-PAGTO.

       CONFERIR-FIADO-EXIT.
              EXIT.

       LOCALIZAR-CLIENTE.
              Move "N" To SW-CLIENTE SW-FIM-ARQ.
              Open Input ARQUIVO-CLIENTES.
              If ERRO-CLI Not = "00"
                 GO TO LOCALIZAR-CLIENTE-EXIT.

              Perform LER-CLIENTE Until CLIENTE-ACHADO Or FIM-ARQ.
              Close ARQUIVO-CLIENTES.

       LOCALIZAR-CLIENTE-EXIT.
              EXIT.

       LER-CLIENTE.
              Read ARQUIVO-CLIENTES
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If CL-COD = CLIENTE-FIADO
                       Move "S" To SW-CLIENTE
                       Move CL-LIMITE To LIMITE-CLIENTE
                       Move CL-DIA-VENCIMENTO To DIA-VENCIMENTO-CLIENTE
                       Move "N" To SW-CLIENTE-BLOQUEADO
                       If CLIENTE-BLOQUEADO
                          Move "S" To SW-CLIENTE-BLOQUEADO
                       End-If
                    End-If
              End-Read.

       APURAR-SALDO-CLIENTE.
              Move Zeros To SALDO-CLIENTE.
              Move "N" To SW-FIM-ARQ.
              Open Input ARQUIVO-RECEBER.
              If ERRO-REC Not = "00"
                 GO TO APURAR-SALDO-CLIENTE-EXIT.

              Perform LER-RECEBER Until FIM-ARQ.
              Close ARQUIVO-RECEBER.

       APURAR-SALDO-CLIENTE-EXIT.
              EXIT.

       LER-RECEBER.
              Read ARQUIVO-RECEBER
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If RC-CLIENTE = CLIENTE-FIADO
                       And RC-PAGO < RC-VALOR
                       Compute SALDO-CLIENTE = SALDO-CLIENTE
                          + RC-VALOR - RC-PAGO
                    End-If
              End-Read.

      * The fiado cupom falls due on the customer's payment day of
      * the month after the sale (day 10 when none is on file).
       GRAVAR-RECEBER.
              Move DATA-HOJE To DATA-VENCIMENTO.
              If DVC-MES = 12
                 Move 1 To DVC-MES
                 Add 1 To DVC-ANO
              Else
                 Add 1 To DVC-MES.
              If DIA-VENCIMENTO-CLIENTE = Zeros
                 Or DIA-VENCIMENTO-CLIENTE > 28
                 Move 10 To DVC-DIA
              Else
                 Move DIA-VENCIMENTO-CLIENTE To DVC-DIA.

              Open Extend ARQUIVO-RECEBER.
              If ERRO-REC = "35"
                 Open Output ARQUIVO-RECEBER.

              If ERRO-REC Not = "00"
                 Display "Erro ao abrir ARQUIVO-RECEBER, status "
                    ERRO-REC
                 GO TO GRAVAR-RECEBER-EXIT.

              Move CLIENTE-FIADO To RC-CLIENTE.
              Move ULTIMO-CUPOM To RC-CUPOM.
              Move DATA-HOJE To RC-EMISSAO.
              Move DATA-VENCIMENTO To RC-VENCIMENTO.
              Move TOTAL-CUPOM To RC-VALOR.
              Move Zeros To RC-PAGO RC-ULTIMO-PAGTO.
              Move OPERADOR-CODIGO To RC-OPERADOR.
              Write REG-RECEBER.

              If ERRO-REC Not = "00"
                 Display "Erro ao gravar REG-RECEBER, status "
                    ERRO-REC
              Else
                 Display "Fiado do cliente " CLIENTE-FIADO
                    " vence em " DATA-VENCIMENTO.

              Close ARQUIVO-RECEBER.

       GRAVAR-RECEBER-EXIT.
              EXIT.

       ENTRAR-VALOR-RECEBIDO.
              Display "Valor recebido.......:".
              Accept VALOR-RECEBIDO.
              If VALOR-RECEBIDO < TOTAL-CUPOM
                 Display "Valor menor que o total do cupom !".

      * One item per pass: COD zero closes the cupom. The saida
      * posts to MOVESTOQ.DAT exactly as MOVIMENTO-ESTOQUE would,
      * so the kardex stays true.
       REGISTRAR-VENDA.
              If QTD-ITENS-CUPOM = 30
                 Display "Cupom completo, informe o pagamento."
                 Move "S" To SW-FIM-CUPOM
                 GO TO REGISTRAR-VENDA-EXIT.

              Display "Codigo do produto ou EAN (zero p/ fechar o "
                 "cupom):".
              Accept CODIGO-LIDO.
              If CODIGO-LIDO = Zeros
                 Move "S" To SW-FIM-CUPOM
                 GO TO REGISTRAR-VENDA-EXIT.

              Perform LOCALIZAR-PRODUTO Thru LOCALIZAR-PRODUTO-EXIT.
                 Display "Quantidade invalida !"
                 GO TO REGISTRAR-VENDA-EXIT.

      * A kit holds no stock of its own: its components are sold.
              Perform CARREGAR-KIT Thru CARREGAR-KIT-EXIT.
              If QTD-COMP-KIT > Zeros
                 Perform VENDER-KIT Thru VENDER-KIT-EXIT
                 GO TO REGISTRAR-VENDA-EXIT.

              If QTD-VENDA > QTD-ATUAL
                 Display "Venda recusada: estoque atual de "
                    QTD-ATUAL " unidades e insuficiente !"
                 End-If
              End-If.

              Add 1 To QTD-ITENS-CUPOM.
              Set IX-ITEM To QTD-ITENS-CUPOM.
              Move COD-BUSCA To IT-COD(IX-ITEM).
              Move QTD-VENDA To IT-QTD(IX-ITEM).
              Move PRECO-VENDA To IT-PRECO(IX-ITEM).
              Move MOTIVO-PRECO To IT-MOTIVO(IX-ITEM).
              Move PROMOCAO-ITEM To IT-PROMOCAO(IX-ITEM).
              Move "S" To TIPO-MOVIMENTO.
              Move QTD-VENDA To QTD-MOVIMENTO.
              Move "VENDA BALCAO" To MOTIVO-MOVIMENTO.
              Perform GRAVAR-MOVIMENTO Thru GRAVAR-MOVIMENTO-EXIT.

              Compute VALOR-VENDA = QTD-VENDA * PRECO-VENDA.
              Add 1 To QTD-VENDIDAS.
              Add VALOR-VENDA To TOTAL-CUPOM.

              Move VALOR-VENDA To MASCARA.
              Display "Item registrado: " MASCARA
                 " (saldo " QTD-NOVA " unidades).".

       REGISTRAR-VENDA-EXIT.
              EXIT.

      *----------------------------------------------------*
      * A kit sells at its own catalog price, but what leaves the
      * loja is its components: each one's stock, lotes and saida
      * at its own cost, so the CMV and the demand history see the
      * products that actually went out. Every component must be
      * active and on the loja shelf in the quantity the kits take
      * before anything moves.
      *----------------------------------------------------*
       VENDER-KIT.
              Move COD-BUSCA To COD-KIT.
              Perform CONFERIR-KIT Thru CONFERIR-KIT-EXIT.

      * The kit's own record comes back for its price.
              Move COD-KIT To COD-BUSCA.
              Perform LOCALIZAR-PRODUTO Thru LOCALIZAR-PRODUTO-EXIT.
              If Not KIT-DISPONIVEL Or Not ENCONTROU
                 GO TO VENDER-KIT-EXIT.

              Perform DEFINIR-PRECO.

              Move Zeros To CUSTO-KIT.
              Perform BAIXAR-COMPONENTE Thru BAIXAR-COMPONENTE-EXIT
                 Varying POS-COMP From 1 By 1
                 Until POS-COMP > QTD-COMP-KIT.

              Move COD-KIT To COD-BUSCA.
              Perform ATUALIZAR-CUSTO-KIT
                 Thru ATUALIZAR-CUSTO-KIT-EXIT.

              Add 1 To QTD-ITENS-CUPOM.
              Set IX-ITEM To QTD-ITENS-CUPOM.
              Move COD-KIT To IT-COD(IX-ITEM).
              Move QTD-VENDA To IT-QTD(IX-ITEM).
              Move PRECO-VENDA To IT-PRECO(IX-ITEM).
              Move MOTIVO-PRECO To IT-MOTIVO(IX-ITEM).
              Move PROMOCAO-ITEM To IT-PROMOCAO(IX-ITEM).

              Compute VALOR-VENDA = QTD-VENDA * PRECO-VENDA.
              Add 1 To QTD-VENDIDAS.
              Add VALOR-VENDA To TOTAL-CUPOM.

              Move VALOR-VENDA To MASCARA.
              Display "Kit registrado: " MASCARA " (" QTD-COMP-KIT
                 " componentes baixados da loja).".

       VENDER-KIT-EXIT.
              EXIT.

      * The kit's composition from KITS.DAT; QTD-COMP-KIT stays
      * zero for an ordinary product.
       CARREGAR-KIT.
              Move Zeros To QTD-COMP-KIT.
              Open Input ARQUIVO-KITS.
              If ERRO-KIT Not = "00"
                 GO TO CARREGAR-KIT-EXIT.

              Move "N" To SW-FIM-ARQ.
              Perform LER-KIT Until FIM-ARQ.
              Close ARQUIVO-KITS.

       CARREGAR-KIT-EXIT.
              EXIT.

       LER-KIT.
              Read ARQUIVO-KITS
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If KT-KIT = COD-BUSCA And QTD-COMP-KIT < 20
                       Add 1 To QTD-COMP-KIT
                       Move KT-COMPONENTE To KV-COD(QTD-COMP-KIT)
                       Move KT-QTD To KV-QTD(QTD-COMP-KIT)
                    End-If
              End-Read.

      * Reads every component and refuses the kit, naming the
      * component, when one is missing, inactive or short.
       CONFERIR-KIT.
              Move "S" To SW-KIT-DISPONIVEL.
              Perform CONFERIR-COMPONENTE
                 Thru CONFERIR-COMPONENTE-EXIT
                 Varying POS-COMP From 1 By 1
                 Until POS-COMP > QTD-COMP-KIT
                    Or Not KIT-DISPONIVEL.

       CONFERIR-KIT-EXIT.
              EXIT.

       CONFERIR-COMPONENTE.
              Move KV-COD(POS-COMP) To COD-BUSCA.
              Perform LOCALIZAR-PRODUTO Thru LOCALIZAR-PRODUTO-EXIT.
              If Not ENCONTROU
                 Display "Venda recusada: componente " COD-BUSCA
                    " fora do catalogo !"
                 Move "N" To SW-KIT-DISPONIVEL
                 GO TO CONFERIR-COMPONENTE-EXIT.

              If SITUACAO-ATUAL = "I"
                 Display "Venda recusada: componente " COD-BUSCA
                    " inativo !"
                 Move "N" To SW-KIT-DISPONIVEL
                 GO TO CONFERIR-COMPONENTE-EXIT.

              Compute QTD-COMPONENTE-VENDA =
                 KV-QTD(POS-COMP) * QTD-VENDA.
              If QTD-COMPONENTE-VENDA > QTD-LOJA-ATUAL
                 Display "Venda recusada: componente " COD-BUSCA " "
                    DESCRICAO-ARQ
                 Display "   precisa de " QTD-COMPONENTE-VENDA
                    " unidades e a loja tem so " QTD-LOJA-ATUAL " !"
                 Move "N" To SW-KIT-DISPONIVEL
                 GO TO CONFERIR-COMPONENTE-EXIT.

              Move DESCRICAO-ARQ To KV-DESCRICAO(POS-COMP).
              Move QTD-ATUAL To KV-QTD-ATUAL(POS-COMP).
              Move QTD-LOJA-ATUAL To KV-QTD-LOJA(POS-COMP).
              Move CUSTO-ATUAL To KV-CUSTO(POS-COMP).
              Move PERECIVEL-ATUAL To KV-PERECIVEL(POS-COMP).

       CONFERIR-COMPONENTE-EXIT.
              EXIT.

      * One component out of the loja, as REGISTRAR-VENDA does for
      * an ordinary product.
       BAIXAR-COMPONENTE.
              Move KV-COD(POS-COMP) To COD-BUSCA.
              Move KV-CUSTO(POS-COMP) To CUSTO-ATUAL.
              Compute QTD-COMPONENTE-VENDA =
                 KV-QTD(POS-COMP) * QTD-VENDA.
              Compute CUSTO-KIT =
                 CUSTO-KIT + KV-QTD(POS-COMP) * KV-CUSTO(POS-COMP).

              Compute QTD-NOVA =
                 KV-QTD-ATUAL(POS-COMP) - QTD-COMPONENTE-VENDA.
              Compute QTD-LOJA-NOVA =
                 KV-QTD-LOJA(POS-COMP) - QTD-COMPONENTE-VENDA.
              Perform ATUALIZAR-PRODUTO Thru ATUALIZAR-PRODUTO-EXIT.
              If Not ENCONTROU
                 GO TO BAIXAR-COMPONENTE-EXIT.

              If KV-PERECIVEL(POS-COMP) = "S"
                 Move "S" To LOTE-OPERACAO
                 Move QTD-COMPONENTE-VENDA To LOTE-QTD
                 Move Spaces To LOTE-NUMERO
                 Move Zeros To LOTE-VALIDADE
                 Call "CONTROLE-LOTES" Using LOTE-OPERACAO,
                    COD-BUSCA, LOTE-NUMERO, LOTE-VALIDADE,
                    LOTE-QTD, LOTE-RESULTADO
                 If LOTE-RESULTADO = "P"
                    Display "ATENCAO: componente " COD-BUSCA
                       " maior que os saldos de lote, conferir a "
                       "prateleira !"
                 End-If
              End-If.

              Move "S" To TIPO-MOVIMENTO.
              Move QTD-COMPONENTE-VENDA To QTD-MOVIMENTO.
              Move "VENDA BALCAO" To MOTIVO-MOVIMENTO.
              Perform GRAVAR-MOVIMENTO Thru GRAVAR-MOVIMENTO-EXIT.

       BAIXAR-COMPONENTE-EXIT.
              EXIT.

      * The kit's CUSTO-MEDIO-ARQ follows its components' costs.
       ATUALIZAR-CUSTO-KIT.
              Open I-O ARQUIVO-PRODUTOS.
              If ERRO-PROD Not = "00"
                 Display "Erro ao abrir ARQUIVO-PRODUTOS, status "
                    ERRO-PROD
                 GO TO ATUALIZAR-CUSTO-KIT-EXIT.

              Move COD-KIT To COD-ARQ.
              Read ARQUIVO-PRODUTOS
                 Invalid Key
                    Continue
                 Not Invalid Key
                    If CUSTO-MEDIO-ARQ Not = CUSTO-KIT
                       Move CUSTO-KIT To CUSTO-MEDIO-ARQ
                       Rewrite REGPROD-ARQ
                    End-If
              End-Read.

              Close ARQUIVO-PRODUTOS.

       ATUALIZAR-CUSTO-KIT-EXIT.
              EXIT.

      * The price comes from the catalog, or from the promotion in
      * force for the product; an override of either demands the
      * reason that goes on the sale line.
       DEFINIR-PRECO.
              Move VALOR-UNIT-ARQ To PRECO-VENDA.
              Move Spaces To MOTIVO-PRECO.
              Move "N" To PROMOCAO-ITEM.
              Perform BUSCAR-PROMOCAO Thru BUSCAR-PROMOCAO-EXIT.
              If EM-PROMOCAO
                 Move PRECO-PROMOCAO To PRECO-VENDA
                 Move "S" To PROMOCAO-ITEM
                 Move PRECO-VENDA To MASCARA
                 Move VALOR-UNIT-ARQ To MASCARA-CATALOGO
                 Display "Preco promocional: " MASCARA " (catalogo "
                    MASCARA-CATALOGO ", ate " FIM-PROMOCAO ")."
                 Display "Alterar (S/N) ?"
              Else
                 Move PRECO-VENDA To MASCARA
                 Display "Preco de catalogo: " MASCARA
                    ". Alterar (S/N) ?".
              Accept CONFIRMA.
              If CONFIRMADO
                 Move "N" To PROMOCAO-ITEM
                 Move Zeros To PRECO-VENDA
                 Perform ENTRAR-PRECO Until PRECO-VENDA > Zeros
                 Perform ENTRAR-MOTIVO-PRECO
                    Until MOTIVO-PRECO Not = Spaces.

      * The lowest promotion in force today for the product, by
      * its code or its supplier, that comes under the catalog
      * price. Read off the product buffer LOCALIZAR-PRODUTO left.
       BUSCAR-PROMOCAO.
              Move "N" To SW-PROMOCAO.
              Move VALOR-UNIT-ARQ To PRECO-PROMOCAO.
              Open Input ARQUIVO-PROMOCOES.
              If ERRO-PROM Not = "00"
                 GO TO BUSCAR-PROMOCAO-EXIT.

              Move "N" To SW-FIM-PROM.
              Perform LER-PROMOCAO Until FIM-PROM.
              Close ARQUIVO-PROMOCOES.

       BUSCAR-PROMOCAO-EXIT.
              EXIT.

       LER-PROMOCAO.
              Read ARQUIVO-PROMOCOES
                 At End
                    Move "S" To SW-FIM-PROM
                 Not At End
                    If PM-INICIO Not > DATA-HOJE
                       And PM-FIM Not < DATA-HOJE
                       Perform AVALIAR-PROMOCAO
                    End-If
              End-Read.

       AVALIAR-PROMOCAO.
              Move Zeros To PRECO-CANDIDATO.
              If PM-COD Not = Zeros
                 If PM-COD = COD-ARQ
                    Move PM-PRECO To PRECO-CANDIDATO
                 End-If
              Else
                 If PM-FORN = COD-FORN-ARQ
                    Compute PRECO-CANDIDATO Rounded =
                       VALOR-UNIT-ARQ * (100 - PM-DESCONTO) / 100
                 End-If
              End-If.

              If PRECO-CANDIDATO > Zeros
                 And PRECO-CANDIDATO < PRECO-PROMOCAO
                 Move PRECO-CANDIDATO To PRECO-PROMOCAO
                 Move PM-FIM To FIM-PROMOCAO
                 Move "S" To SW-PROMOCAO.

       ENTRAR-PRECO.
              Display "Preco praticado......:".
              Accept PRECO-VENDA.
              If MOTIVO-PRECO = Spaces
                 Display "Nao pode ficar em branco !".

      * One return per pass: COD zero closes the entry. The return
      * must point at a sale on VENDAS.DAT (date, COD and the
      * operator who rang it) and cannot exceed what that sale has
      * left after earlier returns; the refund is the price the
      * sale was rung at. Units fit to sell go back to the loja
      * with an entrada on MOVESTOQ.DAT; damaged ones go to
      * quarentena and stay off the sellable stock.
       REGISTRAR-DEVOLUCAO.
              Display "Codigo do produto devolvido ou EAN (zero p/ "
                 "encerrar):".
              Accept CODIGO-LIDO.
              If CODIGO-LIDO = Zeros
                 Move "S" To SW-FIM-ENTRADA
                 GO TO REGISTRAR-DEVOLUCAO-EXIT.

              Perform LOCALIZAR-PRODUTO Thru LOCALIZAR-PRODUTO-EXIT.
              If Not ENCONTROU
                 Display "Produto nao cadastrado !"
                 GO TO REGISTRAR-DEVOLUCAO-EXIT.

              Display "Produto: " DESCRICAO-ARQ.

              Display "Data da venda (AAAAMMDD)......:".
              Accept DATA-VENDA-DEV.
              If DATA-VENDA-DEV = Zeros Or DATA-VENDA-DEV > DATA-HOJE
                 Display "Data da venda invalida !"
                 GO TO REGISTRAR-DEVOLUCAO-EXIT.

              Display "Operador da venda (zero = o proprio):".
              Accept OPERADOR-VENDA.
              If OPERADOR-VENDA = Zeros
                 Move OPERADOR-CODIGO To OPERADOR-VENDA.

              Perform APURAR-VENDA-ORIGINAL
                 Thru APURAR-VENDA-ORIGINAL-EXIT.
              If QTD-VENDIDA-ORIG = Zeros
                 Display "Nenhuma venda deste produto na data pelo "
                    "operador " OPERADOR-VENDA ", devolucao recusada !"
                 GO TO REGISTRAR-DEVOLUCAO-EXIT.

              If QTD-JA-DEVOLVIDA Not < QTD-VENDIDA-ORIG
                 Display "Venda ja devolvida por inteiro, devolucao "
                    "recusada !"
                 GO TO REGISTRAR-DEVOLUCAO-EXIT.

              Compute QTD-DISPONIVEL =
                 QTD-VENDIDA-ORIG - QTD-JA-DEVOLVIDA.
              Compute PRECO-DEVOLUCAO Rounded =
                 VALOR-VENDIDO-ORIG / QTD-VENDIDA-ORIG.
              Move PRECO-DEVOLUCAO To MASCARA.
              Display "Vendidas " QTD-VENDIDA-ORIG ", ja devolvidas "
                 QTD-JA-DEVOLVIDA ", preco da venda " MASCARA.

              Display "Quantidade devolvida..........:".
              Accept QTD-DEVOLVER.
              If QTD-DEVOLVER = Zeros Or QTD-DEVOLVER > QTD-DISPONIVEL
                 Display "Quantidade invalida: a venda admite ate "
                    QTD-DISPONIVEL " unidades !"
                 GO TO REGISTRAR-DEVOLUCAO-EXIT.

              Compute VALOR-DEVOLUCAO = QTD-DEVOLVER * PRECO-DEVOLUCAO.

              Move Spaces To MOTIVO-DEVOLUCAO.
              Perform ENTRAR-MOTIVO-DEVOLUCAO
                 Until MOTIVO-DEVOLUCAO Not = Spaces.

              Move Space To DESTINO-DEVOLUCAO.
              Perform ENTRAR-DESTINO
                 Until DESTINO-LOJA Or DESTINO-QUARENTENA.

      * A kit has no shelf of its own to go back to: it is taken
      * apart in quarentena and its components re-entered through
      * MOVIMENTO-ESTOQUE.
              Perform CARREGAR-KIT Thru CARREGAR-KIT-EXIT.
              If QTD-COMP-KIT > Zeros And DESTINO-LOJA
                 Display "Kit devolvido segue para quarentena, para "
                    "ser desmontado."
                 Move "Q" To DESTINO-DEVOLUCAO.

      * A perishable returned to the shelf goes back into the lot
      * it came from; one already past its validade cannot be sold
      * again and is sent to quarentena instead.
              Move Spaces To LOTE-NUMERO.
              Move Zeros To LOTE-VALIDADE.
              If PERECIVEL-ATUAL = "S" And DESTINO-LOJA
                 Display "Lote da embalagem devolvida.:"
                 Accept LOTE-NUMERO
                 Display "Validade (AAAAMMDD)..........:"
                 Accept LOTE-VALIDADE
                 If LOTE-NUMERO = Spaces Or LOTE-VALIDADE = Zeros
                    Display "Lote e validade obrigatorios, "
                       "devolucao recusada !"
                    GO TO REGISTRAR-DEVOLUCAO-EXIT
                 End-If
                 If LOTE-VALIDADE < DATA-HOJE
                    Display "Lote vencido, destino alterado para "
                       "quarentena."
                    Move "Q" To DESTINO-DEVOLUCAO
                 End-If
              End-If.

              If DESTINO-LOJA
                 If QTD-ATUAL + QTD-DEVOLVER > 999
                    Or QTD-LOJA-ATUAL + QTD-DEVOLVER > 999
                    Display "Devolucao excede o limite de estoque do "
                       "produto, recusada !"
                    GO TO REGISTRAR-DEVOLUCAO-EXIT.

      * The refund is paid in cash out of the operator's drawer.
              Perform APURAR-CAIXA Thru APURAR-CAIXA-EXIT.
              If VALOR-DEVOLUCAO > FC-ESPERADO(1)
                 Move FC-ESPERADO(1) To MASCARA
                 Display "Dinheiro em caixa (" MASCARA ") insuficiente"
                    " para o reembolso, devolucao recusada !"
                 GO TO REGISTRAR-DEVOLUCAO-EXIT.

      * A refund above the limit needs a supervisor on the spot.
              Move Zeros To SUPERVISOR-CODIGO.
              If VALOR-DEVOLUCAO > LIMITE-DEVOLUCAO
                 Display "Reembolso acima do limite."
                 Perform AUTORIZAR-SUPERVISOR
                    Thru AUTORIZAR-SUPERVISOR-EXIT
                 If Not AUTORIZADO
                    Display "Autorizacao de supervisor recusada, "
                       "devolucao cancelada !"
                    GO TO REGISTRAR-DEVOLUCAO-EXIT.

              Move VALOR-DEVOLUCAO To MASCARA.
              Display "Reembolsar " MASCARA " por " QTD-DEVOLVER
                 " unidades (S/N) ?".
              Accept CONFIRMA.
              If Not CONFIRMADO
                 Display "Devolucao cancelada."
                 GO TO REGISTRAR-DEVOLUCAO-EXIT.

              If DESTINO-LOJA
                 Perform REPOR-ESTOQUE-DEVOLVIDO
                    Thru REPOR-ESTOQUE-DEVOLVIDO-EXIT
                 If Not ENCONTROU
                    GO TO REGISTRAR-DEVOLUCAO-EXIT.

              Perform GRAVAR-DEVOLUCAO Thru GRAVAR-DEVOLUCAO-EXIT.

              Add 1 To QTD-DEVOLUCOES.
              Add VALOR-DEVOLUCAO To TOTAL-DEVOLVIDO.

              Move VALOR-DEVOLUCAO To MASCARA.
              If DESTINO-LOJA
                 Display "Devolucao registrada: " MASCARA
                    " (saldo " QTD-NOVA " unidades)."
              Else
                 Display "Devolucao registrada: " MASCARA
                    " (unidades em quarentena).".

       REGISTRAR-DEVOLUCAO-EXIT.
              EXIT.

       ENTRAR-MOTIVO-DEVOLUCAO.
              Display "Motivo da devolucao...........:".
              Accept MOTIVO-DEVOLUCAO.
              If MOTIVO-DEVOLUCAO = Spaces
                 Display "Nao pode ficar em branco !".

       ENTRAR-DESTINO.
              Display "Destino: L-volta a loja  Q-quarentena "
                 "(avariado):".
              Accept DESTINO-DEVOLUCAO.
              If Not DESTINO-LOJA And Not DESTINO-QUARENTENA
                 Display "Destino invalido !".
              If DESTINO-LOJA
                 Move "L" To DESTINO-DEVOLUCAO.
              If DESTINO-QUARENTENA
                 Move "Q" To DESTINO-DEVOLUCAO.

      * Sums the VENDAS.DAT lines of the sale being returned and
      * the DEVOLUCOES.DAT units already taken back against it.
       APURAR-VENDA-ORIGINAL.
              Move Zeros To QTD-VENDIDA-ORIG VALOR-VENDIDO-ORIG
                 QTD-JA-DEVOLVIDA.

              Open Input ARQUIVO-VENDAS.
              If ERRO-VENDA Not = "00"
                 GO TO APURAR-VENDA-ORIGINAL-EXIT.

              Move "N" To SW-FIM-ARQ.
              Perform LER-VENDA-ORIGINAL Until FIM-ARQ.
              Close ARQUIVO-VENDAS.

              Open Input ARQUIVO-DEVOLUCOES.
              If ERRO-DEVOL Not = "00"
                 GO TO APURAR-VENDA-ORIGINAL-EXIT.

              Move "N" To SW-FIM-ARQ.
              Perform LER-DEVOLUCAO-ANTERIOR Until FIM-ARQ.
              Close ARQUIVO-DEVOLUCOES.

       APURAR-VENDA-ORIGINAL-EXIT.
              EXIT.

       LER-VENDA-ORIGINAL.
              Read ARQUIVO-VENDAS
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If VD-DATA = DATA-VENDA-DEV
                       And VD-COD = COD-BUSCA
                       And VD-OPERADOR = OPERADOR-VENDA
                       Add VD-QTD To QTD-VENDIDA-ORIG
                       Compute VALOR-VENDIDO-ORIG =
                          VALOR-VENDIDO-ORIG + VD-QTD * VD-VALOR-UNIT
                    End-If
              End-Read.

       LER-DEVOLUCAO-ANTERIOR.
              Read ARQUIVO-DEVOLUCOES
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If DV-DATA-VENDA = DATA-VENDA-DEV
                       And DV-COD = COD-BUSCA
                       And DV-OPERADOR-VENDA = OPERADOR-VENDA
                       Add DV-QTD To QTD-JA-DEVOLVIDA
                    End-If
              End-Read.

      * Puts the units back on the loja shelf: catalog stock, the
      * lot of a perishable (recreated if it was already used up)
      * and the entrada at cost on MOVESTOQ.DAT.
       REPOR-ESTOQUE-DEVOLVIDO.
              Compute QTD-NOVA = QTD-ATUAL + QTD-DEVOLVER.
              Compute QTD-LOJA-NOVA = QTD-LOJA-ATUAL + QTD-DEVOLVER.
              Perform ATUALIZAR-PRODUTO Thru ATUALIZAR-PRODUTO-EXIT.
              If Not ENCONTROU
                 GO TO REPOR-ESTOQUE-DEVOLVIDO-EXIT.

              If PERECIVEL-ATUAL = "S"
                 Move "D" To LOTE-OPERACAO
                 Move QTD-DEVOLVER To LOTE-QTD
                 Call "CONTROLE-LOTES" Using LOTE-OPERACAO,
                    COD-BUSCA, LOTE-NUMERO, LOTE-VALIDADE,
                    LOTE-QTD, LOTE-RESULTADO
                 If LOTE-RESULTADO Not = "S"
                    Move "E" To LOTE-OPERACAO
                    Call "CONTROLE-LOTES" Using LOTE-OPERACAO,
                       COD-BUSCA, LOTE-NUMERO, LOTE-VALIDADE,
                       LOTE-QTD, LOTE-RESULTADO
                 End-If
              End-If.

              Move "E" To TIPO-MOVIMENTO.
              Move QTD-DEVOLVER To QTD-MOVIMENTO.
              Move "DEVOLUCAO VENDA" To MOTIVO-MOVIMENTO.
              Perform GRAVAR-MOVIMENTO Thru GRAVAR-MOVIMENTO-EXIT.

       REPOR-ESTOQUE-DEVOLVIDO-EXIT.
              EXIT.

       GRAVAR-DEVOLUCAO.
              Open Extend ARQUIVO-DEVOLUCOES.
              If ERRO-DEVOL = "35"
                 Open Output ARQUIVO-DEVOLUCOES.

              If ERRO-DEVOL Not = "00"
                 Display "Erro ao abrir ARQUIVO-DEVOLUCOES, status "
                    ERRO-DEVOL
                 GO TO GRAVAR-DEVOLUCAO-EXIT.

              Move DATA-HOJE To DV-DATA.
              Move DATA-VENDA-DEV To DV-DATA-VENDA.
              Move COD-BUSCA To DV-COD.
              Move QTD-DEVOLVER To DV-QTD.
              Move PRECO-DEVOLUCAO To DV-VALOR-UNIT.
              Move OPERADOR-VENDA To DV-OPERADOR-VENDA.
              Move OPERADOR-CODIGO To DV-OPERADOR.
              Move DESTINO-DEVOLUCAO To DV-DESTINO.
              Move MOTIVO-DEVOLUCAO To DV-MOTIVO.
              Move SUPERVISOR-CODIGO To DV-SUPERVISOR.
              Move LOTE-NUMERO To DV-LOTE.
              Write REG-DEVOLUCAO.

              If ERRO-DEVOL Not = "00"
                 Display "Erro ao gravar REG-DEVOLUCAO, status "
                    ERRO-DEVOL.

              Close ARQUIVO-DEVOLUCOES.

       GRAVAR-DEVOLUCAO-EXIT.
              EXIT.

      * A supervisor at the register authorizes with their own
      * session; otherwise one signs on here through EFETUAR-LOGON.
       AUTORIZAR-SUPERVISOR.
              Move "N" To SW-AUTORIZADO.
              Move Zeros To SUPERVISOR-CODIGO.
              If OPERADOR-PERFIL = "S"
                 Move OPERADOR-CODIGO To SUPERVISOR-CODIGO
                 Move "S" To SW-AUTORIZADO
                 GO TO AUTORIZAR-SUPERVISOR-EXIT.

              Display "Identificacao do supervisor:".
              Call "EFETUAR-LOGON" Using PROGRAMA-AUTORIZACAO,
                 SUPERVISOR-CODIGO, SUPERVISOR-PERFIL,
                 RESULTADO-AUTORIZACAO.
              If RESULTADO-AUTORIZACAO = "S"
                 And SUPERVISOR-PERFIL = "S"
                 Move "S" To SW-AUTORIZADO
              Else
                 Move Zeros To SUPERVISOR-CODIGO.

       AUTORIZAR-SUPERVISOR-EXIT.
              EXIT.

      * The operator's caixa of the day from CAIXA.DAT (opened,
      * closed, fundo and sangrias) and what should be in it per
      * forma: the cupons paid in each and the fiado payments
      * received (RECEBIMENTOS.DAT), the cash drawer also
      * holding the fundo less the sangrias and the refunds paid.
       APURAR-CAIXA.
              Move "N" To SW-CAIXA.
              Move Zeros To FUNDO-CAIXA SANGRIAS-CAIXA
                 REEMBOLSOS-CAIXA.
              Perform ZERAR-FORMA
                 Varying IX-FORMA From 1 By 1 Until IX-FORMA > 4.

              Open Input ARQUIVO-CAIXA.
              If ERRO-CAIXA = "00"
                 Move "N" To SW-FIM-ARQ
                 Perform LER-CAIXA Until FIM-ARQ
                 Close ARQUIVO-CAIXA.

              Open Input ARQUIVO-VENDAS.
              If ERRO-VENDA = "00"
                 Move "N" To SW-FIM-ARQ
                 Perform LER-VENDA-CAIXA Until FIM-ARQ
                 Close ARQUIVO-VENDAS.

              Open Input ARQUIVO-DEVOLUCOES.
              If ERRO-DEVOL = "00"
                 Move "N" To SW-FIM-ARQ
                 Perform LER-DEVOLUCAO-CAIXA Until FIM-ARQ
                 Close ARQUIVO-DEVOLUCOES.

              Open Input ARQUIVO-RECEBIMENTOS.
              If ERRO-RCBM = "00"
                 Move "N" To SW-FIM-ARQ
                 Perform LER-RECEBIMENTO-CAIXA Until FIM-ARQ
                 Close ARQUIVO-RECEBIMENTOS.

              Compute DINHEIRO-CAIXA = FC-ESPERADO(1) + FUNDO-CAIXA
                 - SANGRIAS-CAIXA - REEMBOLSOS-CAIXA.
              If DINHEIRO-CAIXA < Zeros
                 Move Zeros To DINHEIRO-CAIXA.
              Move DINHEIRO-CAIXA To FC-ESPERADO(1).

       APURAR-CAIXA-EXIT.
              EXIT.

       ZERAR-FORMA.
              Move Zeros To FC-ESPERADO(IX-FORMA) FC-CONTADO(IX-FORMA).

       LER-CAIXA.
              Read ARQUIVO-CAIXA
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If CX-DATA = DATA-HOJE
                       And CX-OPERADOR = OPERADOR-CODIGO
                       Evaluate True
                          When CAIXA-ABERTURA
                             If Not CAIXA-FECHADO
                                Move "A" To SW-CAIXA
                             End-If
                             Move CX-VALOR To FUNDO-CAIXA
                          When CAIXA-SANGRIA
                             Add CX-VALOR To SANGRIAS-CAIXA
                          When CAIXA-FECHAMENTO
                             Move "F" To SW-CAIXA
                       End-Evaluate
                    End-If
              End-Read.

       LER-VENDA-CAIXA.
              Read ARQUIVO-VENDAS
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If VD-DATA = DATA-HOJE
                       And VD-OPERADOR = OPERADOR-CODIGO
                       And FORMA-PAGTO-CAIXA
                       Set IX-FORMA To VD-FORMA-PAGTO
                       Compute FC-ESPERADO(IX-FORMA) =
                          FC-ESPERADO(IX-FORMA)
                          + VD-QTD * VD-VALOR-UNIT
                    End-If
              End-Read.

       LER-DEVOLUCAO-CAIXA.
              Read ARQUIVO-DEVOLUCOES
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If DV-DATA = DATA-HOJE
                       And DV-OPERADOR = OPERADOR-CODIGO
                       Compute REEMBOLSOS-CAIXA = REEMBOLSOS-CAIXA
                          + DV-QTD * DV-VALOR-UNIT
                    End-If
              End-Read.

       LER-RECEBIMENTO-CAIXA.
              Read ARQUIVO-RECEBIMENTOS
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If RB-DATA = DATA-HOJE
                       And RB-OPERADOR = OPERADOR-CODIGO
                       And RB-FORMA-PAGTO > Zeros
                       And RB-FORMA-PAGTO < 5
                       Set IX-FORMA To RB-FORMA-PAGTO
                       Add RB-VALOR To FC-ESPERADO(IX-FORMA)
                    End-If
              End-Read.

      * The first movement of the day opens the caixa with the fundo
      * de troco the operator received.
       ABRIR-CAIXA.
              Display "Caixa do operador " OPERADOR-CODIGO
                 " ainda nao aberto hoje.".
              Display "Fundo de troco recebido:".
              Accept FUNDO-CAIXA.
              Move FUNDO-CAIXA To MASCARA.
              Display "Abrir o caixa com fundo de " MASCARA " (S/N) ?".
              Accept CONFIRMA.
              If Not CONFIRMADO
                 Display "Caixa nao aberto, encerrando."
                 GO TO ABRIR-CAIXA-EXIT.

              Move "A" To CX-TIPO.
              Move FUNDO-CAIXA To CX-VALOR.
              Move Zeros To SUPERVISOR-CODIGO.
              Perform GRAVAR-CAIXA Thru GRAVAR-CAIXA-EXIT.
              If ERRO-CAIXA = "00"
                 Move "A" To SW-CAIXA
                 Move FUNDO-CAIXA To FC-ESPERADO(1).

       ABRIR-CAIXA-EXIT.
              EXIT.

      * Cash taken from the drawer to the cofre during the day.
       REGISTRAR-SANGRIA.
              If Not CAIXA-ABERTO
                 Display "Caixa do operador " OPERADOR-CODIGO
                    " nao esta aberto, sangria recusada."
                 GO TO REGISTRAR-SANGRIA-EXIT.

              Move FC-ESPERADO(1) To MASCARA.
              Display "Dinheiro em caixa....: " MASCARA.
              Display "Valor da sangria.....:".
              Accept VALOR-SANGRIA.
              If VALOR-SANGRIA = Zeros
                 Or VALOR-SANGRIA > FC-ESPERADO(1)
                 Display "Valor invalido: a sangria nao pode passar "
                    "do dinheiro em caixa !"
                 GO TO REGISTRAR-SANGRIA-EXIT.

              Move VALOR-SANGRIA To MASCARA.
              Display "Confirma a sangria de " MASCARA " (S/N) ?".
              Accept CONFIRMA.
              If Not CONFIRMADO
                 Display "Sangria cancelada."
                 GO TO REGISTRAR-SANGRIA-EXIT.

              Move "S" To CX-TIPO.
              Move VALOR-SANGRIA To CX-VALOR.
              Move Zeros To SUPERVISOR-CODIGO.
              Perform GRAVAR-CAIXA Thru GRAVAR-CAIXA-EXIT.
              If ERRO-CAIXA = "00"
                 Display "Sangria registrada.".

       REGISTRAR-SANGRIA-EXIT.
              EXIT.

      * Closing conference: the operator keys what was counted per
      * forma; expected, counted and the difference are printed. A
      * difference beyond the tolerance leaves the caixa open
      * unless a supervisor signs it off.
       FECHAR-CAIXA.
              If CAIXA-FECHADO
                 Display "Caixa do operador " OPERADOR-CODIGO
                    " ja fechado hoje."
                 GO TO FECHAR-CAIXA-EXIT.

              If Not CAIXA-ABERTO
                 Display "Caixa do operador " OPERADOR-CODIGO
                    " nao foi aberto hoje."
                 GO TO FECHAR-CAIXA-EXIT.

              Perform CONTAR-FORMA
                 Varying IX-FORMA From 1 By 1 Until IX-FORMA > 4.

              Display "--- Fechamento do caixa " OPERADOR-CODIGO
                 " em " DATA-HOJE " ---".
              Move FUNDO-CAIXA To MASCARA.
              Display "Fundo de troco.......: " MASCARA.
              Move SANGRIAS-CAIXA To MASCARA.
              Display "Sangrias.............: " MASCARA.
              Move REEMBOLSOS-CAIXA To MASCARA.
              Display "Reembolsos pagos.....: " MASCARA.
              Display "Forma             Esperado        Contado"
                 "      Diferenca".
              Move "N" To SW-DIFERENCA-ALTA.
              Perform IMPRIMIR-FORMA-CAIXA
                 Varying IX-FORMA From 1 By 1 Until IX-FORMA > 4.

              Move Zeros To SUPERVISOR-CODIGO.
              If DIFERENCA-ALTA
                 Move TOLERANCIA-CAIXA To MASCARA
                 Display "Diferenca acima da tolerancia de " MASCARA
                    "."
                 Perform AUTORIZAR-SUPERVISOR
                    Thru AUTORIZAR-SUPERVISOR-EXIT
                 If Not AUTORIZADO
                    Display "Fechamento nao registrado: recontar ou "
                       "chamar o supervisor."
                    GO TO FECHAR-CAIXA-EXIT.

              Display "Confirma o fechamento do caixa (S/N) ?".
              Accept CONFIRMA.
              If Not CONFIRMADO
                 Display "Fechamento cancelado, caixa continua aberto."
                 GO TO FECHAR-CAIXA-EXIT.

              Move "F" To CX-TIPO.
              Move Zeros To CX-VALOR.
              Perform GRAVAR-CAIXA Thru GRAVAR-CAIXA-EXIT.
              If ERRO-CAIXA = "00"
                 Display "Caixa fechado.".

       FECHAR-CAIXA-EXIT.
              EXIT.

       CONTAR-FORMA.
              Display "Valor contado em " NOME-FORMA(IX-FORMA) ":".
              Accept FC-CONTADO(IX-FORMA).

       IMPRIMIR-FORMA-CAIXA.
              Compute DIFERENCA-CAIXA =
                 FC-CONTADO(IX-FORMA) - FC-ESPERADO(IX-FORMA).
              If DIFERENCA-CAIXA > TOLERANCIA-CAIXA
                 Or DIFERENCA-CAIXA < Zeros - TOLERANCIA-CAIXA
                 Move "S" To SW-DIFERENCA-ALTA.
              Move FC-ESPERADO(IX-FORMA) To MASCARA.
              Move DIFERENCA-CAIXA To MASCARA-LIQUIDO.
              Display NOME-FORMA(IX-FORMA) MASCARA " "
                 With No Advancing.
              Move FC-CONTADO(IX-FORMA) To MASCARA.
              Display MASCARA " " MASCARA-LIQUIDO.

      * CX-TIPO, CX-VALOR and SUPERVISOR-CODIGO set by the caller;
      * the fechamento also carries the per-forma conference.
       GRAVAR-CAIXA.
              Open Extend ARQUIVO-CAIXA.
              If ERRO-CAIXA = "35"
                 Open Output ARQUIVO-CAIXA.

              If ERRO-CAIXA Not = "00"
                 Display "Erro ao abrir ARQUIVO-CAIXA, status "
                    ERRO-CAIXA
                 GO TO GRAVAR-CAIXA-EXIT.

              Accept HORA-SISTEMA From Time.
              Move DATA-HOJE To CX-DATA.
              Move OPERADOR-CODIGO To CX-OPERADOR.
              Move HS-HHMMSS To CX-HORA.
              Move SUPERVISOR-CODIGO To CX-SUPERVISOR.
              Perform MONTAR-FORMA-CAIXA
                 Varying IX-FORMA From 1 By 1 Until IX-FORMA > 4.
              Write REG-CAIXA.

              If ERRO-CAIXA Not = "00"
                 Display "Erro ao gravar REG-CAIXA, status "
                    ERRO-CAIXA.

              Close ARQUIVO-CAIXA.

       GRAVAR-CAIXA-EXIT.
              EXIT.

       MONTAR-FORMA-CAIXA.
              If CAIXA-FECHAMENTO
                 Move FC-ESPERADO(IX-FORMA) To CX-ESPERADO(IX-FORMA)
                 Move FC-CONTADO(IX-FORMA) To CX-CONTADO(IX-FORMA)
              Else
                 Move Zeros To CX-ESPERADO(IX-FORMA)
                    CX-CONTADO(IX-FORMA).

      * Keyed READ on the indexed catalog, same as MOVIMENTO-ESTOQUE.
      * A code keyed past the five-digit COD is an EAN-13 read off
      * the package and is resolved to its COD first; the kit
      * paragraphs come in with COD-BUSCA already set.
       LOCALIZAR-PRODUTO.
              Move "N" To SW-ENCONTROU.

                 Move "S" To SW-FIM-ENTRADA
                 GO TO LOCALIZAR-PRODUTO-EXIT.

              If CODIGO-LIDO > 99999
                 Perform BUSCAR-EAN
              Else
                 If CODIGO-LIDO > Zeros
                    Move CODIGO-LIDO To COD-BUSCA.
              Move Zeros To CODIGO-LIDO.

              Move COD-BUSCA To COD-ARQ.
              Read ARQUIVO-PRODUTOS
                 Invalid Key
       LOCALIZAR-PRODUTO-EXIT.
              EXIT.

      * The barcode is no key of the file, so the catalog is read
      * from its first COD; COD-BUSCA stays zero when no product
      * carries it.
       BUSCAR-EAN.
              Move Zeros To COD-BUSCA.
              Move "N" To SW-FIM-EAN.
              Perform LER-EAN Until FIM-EAN.

       LER-EAN.
              Read ARQUIVO-PRODUTOS Next
                 At End
                    Move "S" To SW-FIM-EAN
                 Not At End
                    If EAN-ARQ = CODIGO-LIDO
                       Move COD-ARQ To COD-BUSCA
                       Move "S" To SW-FIM-EAN
                    End-If
              End-Read.

       ATUALIZAR-PRODUTO.
              Move "N" To SW-ENCONTROU.

       ATUALIZAR-PRODUTO-EXIT.
              EXIT.

      * The paid cupom's items, one VENDAS.DAT line each.
       GRAVAR-VENDA.
              Open Extend ARQUIVO-VENDAS.
              If ERRO-VENDA = "35"
                    ERRO-VENDA
                 GO TO GRAVAR-VENDA-EXIT.

              Perform GRAVAR-ITEM-VENDA
                 Varying IX-ITEM From 1 By 1
                 Until IX-ITEM > QTD-ITENS-CUPOM.

              Close ARQUIVO-VENDAS.

       GRAVAR-VENDA-EXIT.
              EXIT.

       GRAVAR-ITEM-VENDA.
              Move DATA-HOJE To VD-DATA.
              Move IT-COD(IX-ITEM) To VD-COD.
              Move IT-QTD(IX-ITEM) To VD-QTD.
              Move IT-PRECO(IX-ITEM) To VD-VALOR-UNIT.
              Move OPERADOR-CODIGO To VD-OPERADOR.
              Move IT-MOTIVO(IX-ITEM) To VD-MOTIVO-PRECO.
              Move ULTIMO-CUPOM To VD-CUPOM.
              Move FORMA-PAGTO To VD-FORMA-PAGTO.
              Move IT-PROMOCAO(IX-ITEM) To VD-PROMOCAO.
              Write REG-VENDA.

              If ERRO-VENDA Not = "00"
                 Display "Erro ao gravar REG-VENDA, status "
                    ERRO-VENDA.

      * Cupons are numbered across days; the next follows the
      * highest already on VENDAS.DAT (lines written before cupons
      * existed carry none).
       APURAR-ULTIMO-CUPOM.
              Move Zeros To ULTIMO-CUPOM.
              Open Input ARQUIVO-VENDAS.
              If ERRO-VENDA Not = "00"
                 GO TO APURAR-ULTIMO-CUPOM-EXIT.

              Move "N" To SW-FIM-ARQ.
              Perform LER-CUPOM Until FIM-ARQ.
              Close ARQUIVO-VENDAS.

       APURAR-ULTIMO-CUPOM-EXIT.
              EXIT.

       LER-CUPOM.
              Read ARQUIVO-VENDAS
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If VD-CUPOM Numeric
                       If VD-CUPOM > ULTIMO-CUPOM
                          Move VD-CUPOM To ULTIMO-CUPOM
                       End-If
                    End-If
              End-Read.

       GRAVAR-MOVIMENTO.
              Open Extend ARQUIVO-MOVIMENTO.
              If ERRO-MOV = "35"

              Move DATA-HOJE To MV-DATA.
              Move COD-BUSCA To MV-COD.
              Move TIPO-MOVIMENTO To MV-TIPO.
              Move QTD-MOVIMENTO To MV-QTD.
              Move MOTIVO-MOVIMENTO To MV-MOTIVO.
              Move CUSTO-ATUAL To MV-VALOR-UNIT.
              Move "L" To MV-LOCAL.
              Write REG-MOVIMENTO.
              EXIT.

      * Register closing: today's VENDAS.DAT lines totaled by
      * operator, less the refunds each operator paid out on
      * DEVOLUCOES.DAT, plus the day's grand totals.
       RESUMO-DO-DIA.
              Open Input ARQUIVO-VENDAS.
              If ERRO-VENDA = "00"
                 Move "N" To SW-FIM-ARQ
                 Perform LER-VENDA Until FIM-ARQ
                 Close ARQUIVO-VENDAS.

              Open Input ARQUIVO-DEVOLUCOES.
              If ERRO-DEVOL = "00"
                 Move "N" To SW-FIM-ARQ
                 Perform LER-DEVOLUCAO-DIA Until FIM-ARQ
                 Close ARQUIVO-DEVOLUCOES.

              If QTD-OPERADORES = Zeros
                 Display "Nenhuma venda na data de hoje."
                 Until IX-OPER > QTD-OPERADORES.

              Move TOTAL-DIA To MASCARA.
              Display "Total vendido no dia.: " MASCARA.
              Move TOTAL-DEVOLVIDO To MASCARA.
              Display "Total devolvido......: " MASCARA.
              Compute LIQUIDO-RESUMO = TOTAL-DIA - TOTAL-DEVOLVIDO.
              Move LIQUIDO-RESUMO To MASCARA-LIQUIDO.
              Display "Total liquido do dia.: " MASCARA-LIQUIDO.
              If QTD-QUARENTENA > Zeros
                 Display "Unidades devolvidas p/ quarentena: "
                    QTD-QUARENTENA.

              Display "Vendas por forma de pagamento:".
              Perform IMPRIMIR-FORMA-VENDIDA
                 Varying IX-FORMA From 1 By 1 Until IX-FORMA > 4.
              Move TOTAL-FIADO To MASCARA.
              Display "   FIADO          " MASCARA.

       RESUMO-DO-DIA-EXIT.
              EXIT.
                       Compute VALOR-VENDA =
                          VD-QTD * VD-VALOR-UNIT
                       Add VALOR-VENDA To TOTAL-DIA
                       If FORMA-PAGTO-CAIXA
                          Set IX-FORMA To VD-FORMA-PAGTO
                          Add VALOR-VENDA To FC-VENDIDO(IX-FORMA)
                       End-If
                       If PAGO-FIADO
                          Add VALOR-VENDA To TOTAL-FIADO
                       End-If
                       Move VD-OPERADOR To OPERADOR-RESUMO
                       Move "V" To TIPO-RESUMO
                       Perform ACUMULAR-OPERADOR
                    End-If
              End-Read.

       LER-DEVOLUCAO-DIA.
              Read ARQUIVO-DEVOLUCOES
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If DV-DATA = DATA-HOJE
                       Compute VALOR-VENDA =
                          DV-QTD * DV-VALOR-UNIT
                       Add VALOR-VENDA To TOTAL-DEVOLVIDO
                       If DEVOLVIDO-QUARENTENA
                          Add DV-QTD To QTD-QUARENTENA
                       End-If
                       Move DV-OPERADOR To OPERADOR-RESUMO
                       Move "D" To TIPO-RESUMO
                       Perform ACUMULAR-OPERADOR
                    End-If
              End-Read.

      * VALOR-VENDA of OPERADOR-RESUMO lands on the operator's
      * sales (TIPO-RESUMO V) or refunds (D).
       ACUMULAR-OPERADOR.
              Move "N" To SW-ACHOU.
              Perform PROCURAR-OPERADOR
                 If QTD-OPERADORES < 20
                    Add 1 To QTD-OPERADORES
                    Set IX-OPER To QTD-OPERADORES
                    Move OPERADOR-RESUMO To OT-CODIGO(IX-OPER)
                    Perform SOMAR-OPERADOR
                 Else
                    Display "Aviso: relacao de operadores cheia !".

       PROCURAR-OPERADOR.
              If OPERADOR-RESUMO = OT-CODIGO(IX-OPER)
                 Move "S" To SW-ACHOU
                 Perform SOMAR-OPERADOR
                 Set IX-OPER To QTD-OPERADORES.

       SOMAR-OPERADOR.
              If TIPO-RESUMO = "D"
                 Add 1 To OT-QTD-DEV(IX-OPER)
                 Add VALOR-VENDA To OT-DEVOLVIDO(IX-OPER)
              Else
                 Add 1 To OT-QTD(IX-OPER)
                 Add VALOR-VENDA To OT-TOTAL(IX-OPER).

       IMPRIMIR-FORMA-VENDIDA.
              Move FC-VENDIDO(IX-FORMA) To MASCARA.
              Display "   " NOME-FORMA(IX-FORMA) MASCARA.

       IMPRIMIR-OPERADOR.
              Move OT-TOTAL(IX-OPER) To MASCARA.
              Display "Operador " OT-CODIGO(IX-OPER) ": "
                 OT-QTD(IX-OPER) " vendas, total " MASCARA.
              If OT-QTD-DEV(IX-OPER) > Zeros
                 Move OT-DEVOLVIDO(IX-OPER) To MASCARA
                 Display "              " OT-QTD-DEV(IX-OPER)
                    " devolucoes, total " MASCARA.
              Compute LIQUIDO-RESUMO =
                 OT-TOTAL(IX-OPER) - OT-DEVOLVIDO(IX-OPER).
              Move LIQUIDO-RESUMO To MASCARA-LIQUIDO.
              Display "              liquido do operador "
                 MASCARA-LIQUIDO.

       END PROGRAM VENDA-BALCAO.
