       Identification Division.
      *----------------------------------------------------*
       Program-Id.   RECALCULAR-MINIMO.
       Author.       BERGAMASCHI, MARCELO.
       Date-Written. 2026-10-15.
       Date-Compiled.
       Installation. IFSP-Cubatao.
       Security.     RECALCULO DO PONTO DE REPOSICAO.
      *----------------------------------------------------*
      * Modification History:
      * 2026-10-15  First version: suggests each active product's
      *             QTD-MIN-ARQ from its demand over the last N
      *             weeks of MOVESTOQ.DAT - the saidas of sales and
      *             consumption, net of customer returns, leaving
      *             out transfers, inventory adjustments and expired
      *             write-offs. Average daily demand times the
      *             supplier's lead time, plus a safety stock of the
      *             keyed factor times the daily deviation over the
      *             lead time. Prints suggested against current and
      *             applies the ones a supervisor approves, each one
      *             logged to LOGPROD.DAT as MANUTENCAO-PRODUTOS logs
      *             its corrections.
      * 2026-10-15  REGPROD widened to 87 with the EAN-13 barcode
      *             (EAN-ARQ).
      * 2026-10-15  The demand weeks also read the yearly history
      *             files (MOVESTOQ-AAAA.DAT) RETENCAO-DADOS moves the
      *             closed months to, so a short retention horizon
      *             no longer leaves the older weeks empty.
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
           Select ARQUIVO-PRODUTOS Assign to DISK
           Organization Is Indexed
           Access Mode Is Dynamic
           Record Key Is COD-ARQ
           File Status Is ERRO-PROD.

           Select ARQUIVO-MOVIMENTO Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-MOV.

      * One year of moved history per file, named by the year.
           Select ARQUIVO-MOV-ANUAL Assign to Dynamic NOME-MOV-ANUAL
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-MOV-ANUAL.

           Select ARQUIVO-COTACOES Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-COT.

           Select ARQUIVO-LOG Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-LOG.

       Data Division.
      *----------------------------------------------------*
       File Section.
      *-----------------------*
       FD  ARQUIVO-PRODUTOS
           Label Record Is Standard
           Record Contains 87 Characters
           Data Record Is REGPROD-ARQ
           Value Of File-Id "PRODUTOS.DAT".

       01  REGPROD-ARQ.
           COPY REGPROD.

       FD  ARQUIVO-MOVIMENTO
           Label Record Is Standard
           Record Contains 45 Characters
           Data Record Is REG-MOVIMENTO
           Value Of File-Id "MOVESTOQ.DAT".

       01  REG-MOVIMENTO.
           COPY REGMOV.

       FD  ARQUIVO-MOV-ANUAL
           Label Record Is Standard
           Record Contains 45 Characters
           Data Record Is REG-MOV-ANUAL.

       01  REG-MOV-ANUAL                  Pic X(45).

       FD  ARQUIVO-COTACOES
           Label Record Is Standard
           Record Contains 30 Characters
           Data Record Is REG-COTACAO
           Value Of File-Id "PRODFORN.DAT".

       01  REG-COTACAO.
           COPY REGPFOR.

      * The catalog change log MANUTENCAO-PRODUTOS writes, one line
      * per changed field.
       FD  ARQUIVO-LOG
           Label Record Is Standard
           Record Contains 83 Characters
           Data Record Is REG-LOG
           Value Of File-Id "LOGPROD.DAT".

       01  REG-LOG.
           05 LG-DATA         Pic 9(08).
           05 LG-COD          Pic 9(05).
           05 LG-CAMPO        Pic X(10).
           05 LG-VALOR-ANTIGO Pic X(30).
           05 LG-VALOR-NOVO   Pic X(30).

       Working-Storage Section.
      *-----------------------*
       77  ERRO-PROD                      Pic X(02) Value "00".
       77  ERRO-MOV                       Pic X(02) Value "00".
       77  ERRO-MOV-ANUAL                 Pic X(02) Value "00".
       77  NOME-MOV-ANUAL                 Pic X(40) Value Spaces.
       77  ANO-ANUAL                      Pic 9(04) Value Zeros.
       77  ANO-INICIO-ANUAL               Pic 9(04) Value Zeros.
       77  ANO-HOJE                       Pic 9(04) Value Zeros.
       77  ERRO-COT                       Pic X(02) Value "00".
       77  ERRO-LOG                       Pic X(02) Value "00".
       77  OPERADOR-CODIGO                Pic 9(04) Value Zeros.
       77  OPERADOR-PERFIL                Pic X(01) Value Space.
           88 OPERADOR-SUPERVISOR                Value "S".
       77  PROGRAMA-LOGON                 Pic X(15)
           Value "RECALC-MINIMO".
       77  RESULTADO-LOGON                Pic X(01) Value Space.
       77  TRAVA-OPERACAO                 Pic X(01) Value Space.
       77  TRAVA-SUBSISTEMA               Pic X(10) Value "ESTOQUE".
       77  TRAVA-PROGRAMA                 Pic X(15)
           Value "RECALC-MINIMO".
       77  TRAVA-RESULTADO                Pic X(01) Value Space.
       77  DATA-HOJE                      Pic 9(08) Value Zeros.
       77  SW-FIM-ARQ                     Pic X(01) Value "N".
           88 FIM-ARQ                            Value "S".
       77  SW-ACHOU                       Pic X(01) Value "N".
           88 ACHOU                              Value "S".
       77  CONFIRMA                       Pic X(01) Value "N".
           88 CONFIRMADO                         Value "S", "s".
       77  MODO-APROVACAO                 Pic X(01) Value Space.
           88 APROVAR-TODAS                      Value "T", "t".
           88 APROVAR-UMA-A-UMA                  Value "U", "u".
           88 APROVAR-NENHUMA                    Value "N", "n".

      * Parameters of the run.
       77  QTD-SEMANAS                    Pic 9(02) Value Zeros.
       77  FATOR-SEGURANCA                Pic 9(01)V99 Value Zeros.
       77  PRAZO-PADRAO                   Pic 9(03) Value Zeros.

       77  QTD-PRODUTOS                   Pic 9(03) Value Zeros.
       77  QTD-COTACOES                   Pic 9(04) Value Zeros.
       77  QTD-DIFERENTES                 Pic 9(03) Value Zeros.
       77  QTD-SEM-SAIDA                  Pic 9(03) Value Zeros.
       77  QTD-APLICADOS                  Pic 9(03) Value Zeros.
       77  NUM-SEMANA                     Pic 9(02) Value Zeros.
       77  DIAS-PERIODO                   Pic 9(03) Value Zeros.
       77  DIAS-DECORRIDOS                Pic S9(07) Value Zeros.
       77  MEDIA-SEMANA                   Pic 9(05)V9999 Value Zeros.
       77  SOMA-QUADRADOS                 Pic 9(11)V9999 Value Zeros.
       77  DESVIO-SEMANA                  Pic 9(05)V9999 Value Zeros.
       77  PONTO-CALCULADO                Pic 9(07)V99 Value Zeros.
       77  PONTO-INTEIRO                  Pic 9(07) Value Zeros.
       77  RAIZ-SETE                      Pic 9(01)V9999 Value 2,6458.
       77  MIN-ANTIGO                     Pic 9(03) Value Zeros.
       77  MIN-NOVO                       Pic 9(03) Value Zeros.
       77  VALOR-EDITADO                  Pic X(30) Value Spaces.
       77  MARCA                          Pic X(14) Value Spaces.
       77  MASCARA-MEDIA                  Pic ZZ.ZZ9,99.
       77  MASCARA-DESVIO                 Pic ZZ.ZZ9,99.
       77  MASCARA-FATOR                  Pic 9,99.

      * Commercial-calendar day counts (30-day months), as
      * CURVA-ABC counts them.
       77  DIAS-HOJE                      Pic 9(07) Value Zeros.
       77  DIAS-MOVIMENTO                 Pic 9(07) Value Zeros.

       01  DATA-DESDOB.
           05 ANO-DD  Pic 9(04).
           05 MES-DD  Pic 9(02).
           05 DIA-DD  Pic 9(02).

      * Every active product with its weekly demand over the
      * period (week 1 the most recent) and the suggestion.
       01  TABELA-PRODUTOS Value Zeros.
           05 PRODUTO-TAB Occurs 500 Times Indexed By IX-PROD.
              10 RP-COD            Pic 9(05).
              10 RP-DESCRICAO      Pic X(20).
              10 RP-FORN           Pic 9(04).
              10 RP-MIN-ATUAL      Pic 9(03).
              10 RP-PRAZO          Pic 9(03).
              10 RP-SEMANA         Pic 9(05) Occurs 52 Times.
              10 RP-TOTAL          Pic 9(07).
              10 RP-MEDIA-DIA      Pic 9(05)V99.
              10 RP-DESVIO-DIA     Pic 9(05)V99.
              10 RP-SUGERIDO       Pic 9(03).
              10 RP-APROVADO       Pic X(01).

      * The quotations of PRODFORN.DAT, for the lead times.
       01  TABELA-COTACOES Value Zeros.
           05 COTACAO-TAB Occurs 1000 Times Indexed By IX-COT.
              10 TC-COD        Pic 9(05).
              10 TC-FORN       Pic 9(04).
              10 TC-PRECO      Pic 9(05)V99.
              10 TC-QTD-MINIMA Pic 9(03).
              10 TC-PRAZO      Pic 9(03).
              10 TC-DATA       Pic 9(08).

       Procedure Division.
       INICIO.
              Display "*--- Recalculo do ponto de reposicao ---*".
              Accept DATA-HOJE From Date Yyyymmdd.
              Move DATA-HOJE To DATA-DESDOB.
              Compute DIAS-HOJE = (ANO-DD * 360) + (MES-DD * 30)
                 + DIA-DD.

      * Anyone signed on sees the suggestions; only a supervisor
      * gets to apply them.
              Call "EFETUAR-LOGON" Using PROGRAMA-LOGON,
                 OPERADOR-CODIGO, OPERADOR-PERFIL, RESULTADO-LOGON.
              If RESULTADO-LOGON Not = "S"
                 Display "Identificacao recusada, encerrando."
                 Move 8 To RETURN-CODE
                 Goback.

              Move "T" To TRAVA-OPERACAO.
              Call "TRAVAR-SUBSISTEMA" Using TRAVA-OPERACAO,
                 TRAVA-SUBSISTEMA, TRAVA-PROGRAMA, OPERADOR-CODIGO,
                 TRAVA-RESULTADO.
              If TRAVA-RESULTADO Not = "S"
                 Display "Subsistema ESTOQUE ocupado, execucao "
                    "cancelada."
                 Move 8 To RETURN-CODE
                 Goback.

              Perform ENTRAR-SEMANAS
                 Until QTD-SEMANAS > Zeros And QTD-SEMANAS Not > 52.
              Display "Fator de seguranca (ex. 1,65 - zero = 1,65):".
              Accept FATOR-SEGURANCA.
              If FATOR-SEGURANCA = Zeros
                 Move 1,65 To FATOR-SEGURANCA.
              Display "Prazo de entrega p/ produto sem cotacao "
                 "(dias, zero = 7):".
              Accept PRAZO-PADRAO.
              If PRAZO-PADRAO = Zeros
                 Move 7 To PRAZO-PADRAO.
              Compute DIAS-PERIODO = QTD-SEMANAS * 7.

              Perform CARREGAR-COTACOES Thru CARREGAR-COTACOES-EXIT.
              Perform CARREGAR-PRODUTOS Thru CARREGAR-PRODUTOS-EXIT.

              If QTD-PRODUTOS = Zeros
                 Display "Nenhum produto ativo no catalogo."
                 GO TO END-OF-JOB.

              Perform CARREGAR-SAIDAS Thru CARREGAR-SAIDAS-EXIT.

              Perform CALCULAR-SUGESTAO
                 Varying IX-PROD From 1 By 1
                 Until IX-PROD > QTD-PRODUTOS.
              Perform IMPRIMIR-SUGESTOES.

              If QTD-DIFERENTES = Zeros
                 Display "Nenhuma alteracao sugerida."
                 GO TO END-OF-JOB.

              If Not OPERADOR-SUPERVISOR
                 Display "Aplicacao das sugestoes restrita a "
                    "supervisor; nada alterado."
                 GO TO END-OF-JOB.

              Perform APROVAR-SUGESTOES Thru APROVAR-SUGESTOES-EXIT.

       END-OF-JOB.
              Move "L" To TRAVA-OPERACAO.
              Call "TRAVAR-SUBSISTEMA" Using TRAVA-OPERACAO,
                 TRAVA-SUBSISTEMA, TRAVA-PROGRAMA, OPERADOR-CODIGO,
                 TRAVA-RESULTADO.
              Goback.

       ENTRAR-SEMANAS.
              Display "Semanas de historico (1 a 52):".
              Accept QTD-SEMANAS.
              If QTD-SEMANAS = Zeros Or QTD-SEMANAS > 52
                 Display "Quantidade de semanas invalida !".

       CARREGAR-COTACOES.
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
                    End-If
              End-Read.

       CARREGAR-PRODUTOS.
              Open Input ARQUIVO-PRODUTOS.
              If ERRO-PROD Not = "00"
                 Display "Erro ao abrir ARQUIVO-PRODUTOS, status "
                    ERRO-PROD
                 GO TO CARREGAR-PRODUTOS-EXIT.

              Move "N" To SW-FIM-ARQ.
              Perform LER-PRODUTO Until FIM-ARQ.

              Close ARQUIVO-PRODUTOS.

       CARREGAR-PRODUTOS-EXIT.
              EXIT.

       LER-PRODUTO.
              Read ARQUIVO-PRODUTOS Next
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If Not PRODUTO-INATIVO-ARQ
                       Perform GUARDAR-PRODUTO
                    End-If
              End-Read.

       GUARDAR-PRODUTO.
              If QTD-PRODUTOS = 500
                 Display "Aviso: relacao de produtos cheia, produto "
                    COD-ARQ " fora do recalculo !"
              Else
                 Add 1 To QTD-PRODUTOS
                 Set IX-PROD To QTD-PRODUTOS
                 Move COD-ARQ To RP-COD(IX-PROD)
                 Move DESCRICAO-ARQ To RP-DESCRICAO(IX-PROD)
                 Move COD-FORN-ARQ To RP-FORN(IX-PROD)
                 Move QTD-MIN-ARQ To RP-MIN-ATUAL(IX-PROD)
                 Move "N" To RP-APROVADO(IX-PROD)
                 Perform DEFINIR-PRAZO.

      * The lead time is the catalog supplier's quotation; with
      * none, the longest among the product's other quotations,
      * since GERAR-PEDIDOS may order from any of them; with no
      * quotation at all, the keyed default.
       DEFINIR-PRAZO.
              Move Zeros To RP-PRAZO(IX-PROD).
              Move "N" To SW-ACHOU.
              Perform PROCURAR-PRAZO
                 Varying IX-COT From 1 By 1
                 Until IX-COT > QTD-COTACOES Or ACHOU.
              If RP-PRAZO(IX-PROD) = Zeros
                 Move PRAZO-PADRAO To RP-PRAZO(IX-PROD).

       PROCURAR-PRAZO.
              If TC-COD(IX-COT) = RP-COD(IX-PROD)
                 If TC-FORN(IX-COT) = RP-FORN(IX-PROD)
                    Move TC-PRAZO(IX-COT) To RP-PRAZO(IX-PROD)
                    Move "S" To SW-ACHOU
                 Else
                    If TC-PRAZO(IX-COT) > RP-PRAZO(IX-PROD)
                       Move TC-PRAZO(IX-COT) To RP-PRAZO(IX-PROD)
                    End-If
                 End-If
              End-If.

      * Demand is what left the shelf for a customer or for use:
      * every saida except the inventory adjustments and expired
      * write-offs; a returned sale gives its units back to the
      * week it came in. Transfers are type T and never counted.
       CARREGAR-SAIDAS.
              Open Input ARQUIVO-MOVIMENTO.
              If ERRO-MOV Not = "00"
                 Display "Aviso: MOVESTOQ.DAT indisponivel, status "
                    ERRO-MOV
                 GO TO CARREGAR-SAIDAS-EXIT.

      * The moved history first, oldest year on, so a return still
      * finds its week's saidas: every year from the one the window
      * starts in, read while MOVESTOQ.DAT is open.
              Compute ANO-INICIO-ANUAL = (DIAS-HOJE - DIAS-PERIODO)
                 / 360.
              Divide DATA-HOJE By 10000 Giving ANO-HOJE.
              Perform LER-ANO Thru LER-ANO-EXIT
                 Varying ANO-ANUAL From ANO-INICIO-ANUAL By 1
                 Until ANO-ANUAL > ANO-HOJE.

              Move "N" To SW-FIM-ARQ.
              Perform LER-MOVIMENTO Until FIM-ARQ.

              Close ARQUIVO-MOVIMENTO.

       CARREGAR-SAIDAS-EXIT.
              EXIT.

       LER-MOVIMENTO.
              Read ARQUIVO-MOVIMENTO
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    Perform SELECIONAR-DEMANDA
              End-Read.

       SELECIONAR-DEMANDA.
              If (MOV-SAIDA
                  And MV-MOTIVO Not = "AJUSTE INVENTARIO"
                  And MV-MOTIVO Not = "VENCIDO")
                 Or (MOV-ENTRADA
                  And MV-MOTIVO = "DEVOLUCAO VENDA")
                 Perform ACUMULAR-DEMANDA
                    Thru ACUMULAR-DEMANDA-EXIT.

      * A year with no history file means nothing was moved.
       LER-ANO.
              Move Spaces To NOME-MOV-ANUAL.
              String "MOVESTOQ-" ANO-ANUAL ".DAT"
                 Delimited By Size Into NOME-MOV-ANUAL.
              Open Input ARQUIVO-MOV-ANUAL.
              If ERRO-MOV-ANUAL Not = "00"
                 GO TO LER-ANO-EXIT.

              Move "N" To SW-FIM-ARQ.
              Perform LER-MOV-ANUAL Until FIM-ARQ.
              Close ARQUIVO-MOV-ANUAL.

       LER-ANO-EXIT.
              EXIT.

       LER-MOV-ANUAL.
              Read ARQUIVO-MOV-ANUAL Into REG-MOVIMENTO
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    Perform SELECIONAR-DEMANDA
              End-Read.

       ACUMULAR-DEMANDA.
              Move MV-DATA To DATA-DESDOB.
              Compute DIAS-MOVIMENTO = (ANO-DD * 360) + (MES-DD * 30)
                 + DIA-DD.
              Compute DIAS-DECORRIDOS = DIAS-HOJE - DIAS-MOVIMENTO.
              If DIAS-DECORRIDOS < Zeros
                 Or DIAS-DECORRIDOS Not < DIAS-PERIODO
                 GO TO ACUMULAR-DEMANDA-EXIT.

              Move "N" To SW-ACHOU.
              Perform PROCURAR-PRODUTO
                 Varying IX-PROD From 1 By 1
                 Until IX-PROD > QTD-PRODUTOS Or ACHOU.
              If Not ACHOU
                 GO TO ACUMULAR-DEMANDA-EXIT.
              Set IX-PROD Down By 1.

              Compute NUM-SEMANA = (DIAS-DECORRIDOS / 7) + 1.
              If MOV-SAIDA
                 Add MV-QTD To RP-SEMANA(IX-PROD, NUM-SEMANA)
              Else
                 If MV-QTD > RP-SEMANA(IX-PROD, NUM-SEMANA)
                    Move Zeros To RP-SEMANA(IX-PROD, NUM-SEMANA)
                 Else
                    Subtract MV-QTD
                       From RP-SEMANA(IX-PROD, NUM-SEMANA).

       ACUMULAR-DEMANDA-EXIT.
              EXIT.

       PROCURAR-PRODUTO.
              If RP-COD(IX-PROD) = MV-COD
                 Move "S" To SW-ACHOU.

      *----------------------------------------------------*
      * Reorder point = daily demand x lead time + safety stock.
      * The deviation is taken over the weekly totals and brought
      * to a day dividing by the square root of 7; the safety
      * stock is the factor x daily deviation x square root of the
      * lead time. Rounded up, capped at the field's 999. A product
      * with no demand in the period keeps its typed minimum.
      *----------------------------------------------------*
       CALCULAR-SUGESTAO.
              Move Zeros To RP-TOTAL(IX-PROD) SOMA-QUADRADOS.
              Perform SOMAR-SEMANA
                 Varying NUM-SEMANA From 1 By 1
                 Until NUM-SEMANA > QTD-SEMANAS.

              If RP-TOTAL(IX-PROD) = Zeros
                 Add 1 To QTD-SEM-SAIDA
                 Move RP-MIN-ATUAL(IX-PROD) To RP-SUGERIDO(IX-PROD)
              Else
                 Compute MEDIA-SEMANA Rounded =
                    RP-TOTAL(IX-PROD) / QTD-SEMANAS
                 Perform SOMAR-QUADRADO
                    Varying NUM-SEMANA From 1 By 1
                    Until NUM-SEMANA > QTD-SEMANAS
                 Compute DESVIO-SEMANA Rounded =
                    (SOMA-QUADRADOS / QTD-SEMANAS) ** 0,5
                 Compute RP-MEDIA-DIA(IX-PROD) Rounded =
                    RP-TOTAL(IX-PROD) / DIAS-PERIODO
                 Compute RP-DESVIO-DIA(IX-PROD) Rounded =
                    DESVIO-SEMANA / RAIZ-SETE
                 Compute PONTO-CALCULADO Rounded =
                    (RP-TOTAL(IX-PROD) * RP-PRAZO(IX-PROD)
                       / DIAS-PERIODO)
                    + (FATOR-SEGURANCA * DESVIO-SEMANA / RAIZ-SETE
                       * (RP-PRAZO(IX-PROD) ** 0,5))
                    On Size Error
                       Move 999 To PONTO-CALCULADO
                 End-Compute
                 Move PONTO-CALCULADO To PONTO-INTEIRO
                 If PONTO-CALCULADO > PONTO-INTEIRO
                    Add 1 To PONTO-INTEIRO
                 End-If
                 If PONTO-INTEIRO > 999
                    Move 999 To PONTO-INTEIRO
                 End-If
                 Move PONTO-INTEIRO To RP-SUGERIDO(IX-PROD).

              If RP-SUGERIDO(IX-PROD) Not = RP-MIN-ATUAL(IX-PROD)
                 Add 1 To QTD-DIFERENTES.

       SOMAR-SEMANA.
              Add RP-SEMANA(IX-PROD, NUM-SEMANA) To RP-TOTAL(IX-PROD).

       SOMAR-QUADRADO.
              Compute SOMA-QUADRADOS = SOMA-QUADRADOS
                 + ((RP-SEMANA(IX-PROD, NUM-SEMANA) - MEDIA-SEMANA)
                    ** 2).

       IMPRIMIR-SUGESTOES.
              Display "--- Ponto de reposicao sugerido em " DATA-HOJE
                 " ---".
              Move FATOR-SEGURANCA To MASCARA-FATOR.
              Display "Historico de " QTD-SEMANAS " semanas, fator "
                 "de seguranca " MASCARA-FATOR.
              Display "Cod   Descricao            Media/dia  Desvio/dia"
                 " Prazo Atual Sugerido".
              Perform IMPRIMIR-PRODUTO
                 Varying IX-PROD From 1 By 1
                 Until IX-PROD > QTD-PRODUTOS.
              Display "Produtos analisados....: " QTD-PRODUTOS.
              Display "Sem saida no periodo...: " QTD-SEM-SAIDA.
              Display "Sugestoes diferentes...: " QTD-DIFERENTES.

       IMPRIMIR-PRODUTO.
              Move RP-MEDIA-DIA(IX-PROD) To MASCARA-MEDIA.
              Move RP-DESVIO-DIA(IX-PROD) To MASCARA-DESVIO.
              If RP-TOTAL(IX-PROD) = Zeros
                 Move "SEM SAIDA" To MARCA
              Else
                 If RP-SUGERIDO(IX-PROD) Not = RP-MIN-ATUAL(IX-PROD)
                    Move "* ALTERAR" To MARCA
                 Else
                    Move Spaces To MARCA.
              Display RP-COD(IX-PROD) " " RP-DESCRICAO(IX-PROD) " "
                 MASCARA-MEDIA "  " MASCARA-DESVIO "   "
                 RP-PRAZO(IX-PROD) "   " RP-MIN-ATUAL(IX-PROD)
                 "      " RP-SUGERIDO(IX-PROD) " " MARCA.

      * The supervisor takes all the suggestions or goes through
      * them one by one; each approved one is rewritten and logged.
       APROVAR-SUGESTOES.
              Move Space To MODO-APROVACAO.
              Perform ENTRAR-MODO-APROVACAO
                 Until APROVAR-TODAS Or APROVAR-UMA-A-UMA
                    Or APROVAR-NENHUMA.
              If APROVAR-NENHUMA
                 Display "Nenhuma sugestao aplicada."
                 GO TO APROVAR-SUGESTOES-EXIT.

              Perform APROVAR-PRODUTO
                 Varying IX-PROD From 1 By 1
                 Until IX-PROD > QTD-PRODUTOS.

              Perform APLICAR-SUGESTAO Thru APLICAR-SUGESTAO-EXIT
                 Varying IX-PROD From 1 By 1
                 Until IX-PROD > QTD-PRODUTOS.

              Display "Pontos de reposicao alterados: " QTD-APLICADOS.

       APROVAR-SUGESTOES-EXIT.
              EXIT.

       ENTRAR-MODO-APROVACAO.
              Display "Aplicar: T - todas, U - uma a uma, N - nenhuma:".
              Accept MODO-APROVACAO.
              If Not APROVAR-TODAS And Not APROVAR-UMA-A-UMA
                 And Not APROVAR-NENHUMA
                 Display "Opcao invalida !".

       APROVAR-PRODUTO.
              If RP-SUGERIDO(IX-PROD) Not = RP-MIN-ATUAL(IX-PROD)
                 If APROVAR-TODAS
                    Move "S" To RP-APROVADO(IX-PROD)
                 Else
                    Display "Produto " RP-COD(IX-PROD) " "
                       RP-DESCRICAO(IX-PROD) " de "
                       RP-MIN-ATUAL(IX-PROD) " para "
                       RP-SUGERIDO(IX-PROD) " (S/N) ?"
                    Accept CONFIRMA
                    If CONFIRMADO
                       Move "S" To RP-APROVADO(IX-PROD)
                    End-If
                 End-If
              End-If.

      * Keyed READ plus REWRITE, the way MANUTENCAO-PRODUTOS
      * corrects a product, and the same QTD-MIN line on the log.
       APLICAR-SUGESTAO.
              If RP-APROVADO(IX-PROD) Not = "S"
                 GO TO APLICAR-SUGESTAO-EXIT.

              Open I-O ARQUIVO-PRODUTOS.
              If ERRO-PROD Not = "00"
                 Display "Erro ao abrir ARQUIVO-PRODUTOS, status "
                    ERRO-PROD
                 GO TO APLICAR-SUGESTAO-EXIT.

              Move "N" To SW-ACHOU.
              Move RP-COD(IX-PROD) To COD-ARQ.
              Read ARQUIVO-PRODUTOS
                 Invalid Key
                    Display "Produto " RP-COD(IX-PROD)
                       " sumiu do arquivo !"
                 Not Invalid Key
                    Move QTD-MIN-ARQ To MIN-ANTIGO
                    Move RP-SUGERIDO(IX-PROD) To MIN-NOVO
                    Move MIN-NOVO To QTD-MIN-ARQ
                    Rewrite REGPROD-ARQ
                    If ERRO-PROD = "00"
                       Move "S" To SW-ACHOU
                       Add 1 To QTD-APLICADOS
                    Else
                       Display "Erro ao regravar REGPROD-ARQ, "
                          "status " ERRO-PROD
                    End-If
              End-Read.

              Close ARQUIVO-PRODUTOS.

              If ACHOU
                 Perform GRAVAR-LOG Thru GRAVAR-LOG-EXIT.

       APLICAR-SUGESTAO-EXIT.
              EXIT.

       GRAVAR-LOG.
              Open Extend ARQUIVO-LOG.
              If ERRO-LOG = "35"
                 Open Output ARQUIVO-LOG.

              If ERRO-LOG Not = "00"
                 Display "Erro ao abrir ARQUIVO-LOG, status " ERRO-LOG
                 GO TO GRAVAR-LOG-EXIT.

              Move DATA-HOJE To LG-DATA.
              Move RP-COD(IX-PROD) To LG-COD.
              Move "QTD-MIN" To LG-CAMPO.
              Move MIN-ANTIGO To VALOR-EDITADO.
              Move VALOR-EDITADO To LG-VALOR-ANTIGO.
              Move MIN-NOVO To VALOR-EDITADO.
              Move VALOR-EDITADO To LG-VALOR-NOVO.
              Write REG-LOG.

              If ERRO-LOG Not = "00"
                 Display "Erro ao gravar REG-LOG, status " ERRO-LOG.

              Close ARQUIVO-LOG.

       GRAVAR-LOG-EXIT.
              EXIT.

       END PROGRAM RECALCULAR-MINIMO.
