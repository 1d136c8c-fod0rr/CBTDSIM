       Identification Division.
      *----------------------------------------------------*
       Program-Id.   AVALIAR-FORNECEDORES.
       Author.       BERGAMASCHI, MARCELO.
       Date-Written. 2026-10-15.
       Date-Compiled.
       Installation. IFSP-Cubatao.
       Security.     DESEMPENHO DE FORNECEDORES.
      *----------------------------------------------------*
      * Modification History:
      * 2026-10-15  First version: the supplier scorecard for the
      *             quarterly review. Over the pedidos issued in an
      *             operator-given period, per FR-COD: average and
      *             worst lead time from the pedido to each receipt
      *             RECEBER-PEDIDOS posted on MOVESTOQ.DAT, fill
      *             rate of received against ordered, pedidos still
      *             open past N days, over-delivered lines, and the
      *             variance of the received cost against the
      *             products' CUSTO-MEDIO-ARQ - ranked by a 100-point
      *             score.
      * 2026-10-15  REGPROD widened to 87 with the EAN-13 barcode
      *             (EAN-ARQ).
      * 2026-10-15  The receipts also come from the yearly history
      *             files (MOVESTOQ-AAAA.DAT) RETENCAO-DADOS moves the
      *             closed months to, from the year of the period's
      *             start through the current year.
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
           Select ARQUIVO-PEDIDOS Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-PED.

           Select ARQUIVO-MOVIMENTO Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-MOV.

      * One year of moved history per file, named by the year.
           Select ARQUIVO-MOV-ANUAL Assign to Dynamic NOME-MOV-ANUAL
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-MOV-ANUAL.

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
       FD  ARQUIVO-PEDIDOS
           Label Record Is Standard
           Record Contains 30 Characters
           Data Record Is REG-PEDIDO
           Value Of File-Id "PEDIDOS.DAT".

       01  REG-PEDIDO.
           05 PD-NUMERO       Pic 9(06).
           05 PD-DATA         Pic 9(08).
           05 PD-FORN         Pic 9(04).
           05 PD-COD          Pic 9(05).
           05 PD-QTD          Pic 9(03).
           05 PD-QTD-RECEBIDA Pic 9(03).
           05 PD-SITUACAO     Pic X(01).
              88 PEDIDO-ABERTO    Value "A".
              88 PEDIDO-ENCERRADO Value "E".

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
       77  ERRO-PED                       Pic X(02) Value "00".
       77  ERRO-MOV                       Pic X(02) Value "00".
       77  ERRO-PROD                      Pic X(02) Value "00".
       77  ERRO-FORN                      Pic X(02) Value "00".
       77  ERRO-MOV-ANUAL                 Pic X(02) Value "00".
       77  NOME-MOV-ANUAL                 Pic X(40) Value Spaces.
       77  ANO-ANUAL                      Pic 9(04) Value Zeros.
       77  ANO-INICIO-ANUAL               Pic 9(04) Value Zeros.
       77  ANO-HOJE                       Pic 9(04) Value Zeros.
       77  DATA-INI                       Pic 9(08) Value Zeros.
       77  DATA-FIM                       Pic 9(08) Value Zeros.
       77  DIAS-ABERTO                    Pic 9(03) Value Zeros.
       77  PERMITE-FUTURO                 Pic X(01) Value "N".
       77  SW-DATA-VALIDA                 Pic X(01) Value "N".
           88 DATA-VALIDA                        Value "S".
       77  SW-FIM-ARQ                     Pic X(01) Value "N".
           88 FIM-ARQ                            Value "S".
       77  SW-ACHOU                       Pic X(01) Value "N".
           88 ACHOU                              Value "S".
       77  SW-TROCOU                      Pic X(01) Value "N".
           88 TROCOU                             Value "S".
       77  SW-PRODUTOS                    Pic X(01) Value "N".
           88 PRODUTOS-ABERTOS                   Value "S".
       77  QTD-FORNECEDORES               Pic 9(03) Value Zeros.
       77  QTD-LINHAS                     Pic 9(04) Value Zeros.
       77  QTD-AVALIADOS                  Pic 9(03) Value Zeros.
       77  QTD-SEM-PEDIDO                 Pic 9(03) Value Zeros.
       77  FORN-BUSCA                     Pic 9(04) Value Zeros.
       77  POS-FORN                       Pic 9(03) Value Zeros.
       77  NUMERO-RECEBIDO                Pic 9(06) Value Zeros.
       77  ULTIMO-ATRASADO                Pic 9(06) Value Zeros.
       77  QTD-ATENDIDA                   Pic 9(03) Value Zeros.
       77  PRAZO-ENTREGA                  Pic S9(05) Value Zeros.
       77  MENOR-PRAZO-MEDIO              Pic 9(05)V9 Value Zeros.
       77  PONTOS-AUX                     Pic S9(05)V99 Value Zeros.
       77  PONTOS-CONFORMIDADE            Pic S9(05) Value Zeros.
       77  SW-MENOR-PRAZO                 Pic X(01) Value "N".
           88 TEM-MENOR-PRAZO                    Value "S".
       77  IX-AUX                         Pic 9(03) Value Zeros.
       77  NUM-RANK                       Pic 9(03) Value Zeros.
       77  MASCARA-PCT                    Pic ZZ9,99.
       77  MASCARA-VAR                    Pic -ZZ9,99.
       77  MASCARA-PRAZO                  Pic ZZZ9,9.
       77  MASCARA-PONTOS                 Pic ZZ9,99.

      * Commercial-calendar day counts (30-day months), as
      * CURVA-ABC counts them.
       77  DIAS-HOJE                      Pic 9(07) Value Zeros.
       77  DIAS-PEDIDO                    Pic 9(07) Value Zeros.
       77  DIAS-RECEBIMENTO               Pic 9(07) Value Zeros.

       01  DATA-HOJE                      Pic 9(08) Value Zeros.
       01  DATA-DESDOB.
           05 ANO-DD  Pic 9(04).
           05 MES-DD  Pic 9(02).
           05 DIA-DD  Pic 9(02).

      * Receipts carry their pedido in the movement's motivo, as
      * RECEBER-PEDIDOS writes it.
       01  MOTIVO-RECEBIMENTO.
           05 MR-PREFIXO    Pic X(13).
           05 MR-NUMERO     Pic X(06).
           05 Filler        Pic X(01).

      * One entry per supplier of the cadastro (plus any supplier
      * on the pedidos that is no longer on it), with the period's
      * counters and the indicators worked out from them.
       01  TABELA-FORNECEDORES Value Zeros.
           05 FORN-TAB Occurs 200 Times Indexed By IX-FORN.
              10 TF-COD              Pic 9(04).
              10 TF-RAZAO            Pic X(30).
              10 TF-LINHAS           Pic 9(05).
              10 TF-QTD-PEDIDA       Pic 9(07).
              10 TF-QTD-ATENDIDA     Pic 9(07).
              10 TF-ENTREGAS         Pic 9(05).
              10 TF-SOMA-PRAZO       Pic 9(07).
              10 TF-PIOR-PRAZO       Pic 9(05).
              10 TF-ATRASADOS        Pic 9(05).
              10 TF-EXCESSOS         Pic 9(05).
              10 TF-QTD-EXCESSO      Pic 9(07).
              10 TF-VALOR-RECEBIDO   Pic 9(09)V99.
              10 TF-VALOR-MEDIO      Pic 9(09)V99.
              10 TF-PRAZO-MEDIO      Pic 9(05)V9.
              10 TF-ATENDIMENTO      Pic 9(03)V99.
              10 TF-VARIACAO         Pic S9(05)V99.
              10 TF-PONTOS           Pic 9(03)V99.

      * The period's pedido lines, to date each receipt against
      * its pedido.
       01  TABELA-LINHAS Value Zeros.
           05 LINHA-TAB Occurs 2000 Times Indexed By IX-LIN.
              10 TL-NUMERO           Pic 9(06).
              10 TL-DATA             Pic 9(08).
              10 TL-COD              Pic 9(05).
              10 TL-POS-FORN         Pic 9(03).

      * Positions in TABELA-FORNECEDORES of the suppliers with
      * pedidos in the period, best score first.
       01  TABELA-RANKING Value Zeros.
           05 RANK-TAB Occurs 200 Times Indexed By IX-RANK.
              10 RK-POS-FORN         Pic 9(03).

       01  RANK-TROCA                     Pic 9(03) Value Zeros.

       Procedure Division.
       INICIO.
              Display "*--- Desempenho de fornecedores ---*".
              Accept DATA-HOJE From Date Yyyymmdd.
              Move DATA-HOJE To DATA-DESDOB.
              Compute DIAS-HOJE = (ANO-DD * 360) + (MES-DD * 30)
                 + DIA-DD.

              Move "N" To SW-DATA-VALIDA.
              Perform ENTRAR-DATA-INI Until DATA-VALIDA.
              Move "N" To SW-DATA-VALIDA.
              Perform ENTRAR-DATA-FIM Until DATA-VALIDA
                 And DATA-FIM Not < DATA-INI.
              Perform ENTRAR-DIAS-ABERTO Until DIAS-ABERTO > Zeros.

              Perform CARREGAR-FORNECEDORES
                 Thru CARREGAR-FORNECEDORES-EXIT.
              Perform CARREGAR-PEDIDOS Thru CARREGAR-PEDIDOS-EXIT.

              If QTD-LINHAS = Zeros
                 Display "Nenhum pedido emitido no periodo."
                 Goback.

              Perform CARREGAR-RECEBIMENTOS
                 Thru CARREGAR-RECEBIMENTOS-EXIT.

              Perform CALCULAR-INDICADORES
                 Varying IX-FORN From 1 By 1
                 Until IX-FORN > QTD-FORNECEDORES.
              Perform CALCULAR-PONTOS
                 Varying IX-RANK From 1 By 1
                 Until IX-RANK > QTD-AVALIADOS.
              Perform ORDENAR-RANKING.
              Perform IMPRIMIR-RANKING.

              Goback.

       ENTRAR-DATA-INI.
              Display "Pedidos emitidos de (AAAAMMDD):".
              Accept DATA-INI.
              Call "VALIDAR-DATA" Using DATA-INI,
                 PERMITE-FUTURO, SW-DATA-VALIDA.
              If Not DATA-VALIDA
                 Display "Data invalida !".

       ENTRAR-DATA-FIM.
              Display "Ate (AAAAMMDD)..................:".
              Accept DATA-FIM.
              Call "VALIDAR-DATA" Using DATA-FIM,
                 PERMITE-FUTURO, SW-DATA-VALIDA.
              If Not DATA-VALIDA Or DATA-FIM < DATA-INI
                 Display "Data invalida (minimo o inicio) !".

       ENTRAR-DIAS-ABERTO.
              Display "Pedido em aberto ha mais de quantos dias "
                 "(ex. 030):".
              Accept DIAS-ABERTO.
              If DIAS-ABERTO = Zeros
                 Display "Quantidade de dias invalida !".

       CARREGAR-FORNECEDORES.
              Open Input ARQUIVO-FORNECEDORES.
              If ERRO-FORN Not = "00"
                 Display "Aviso: FORNECEDORES.DAT indisponivel, status "
                    ERRO-FORN
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
                    Move FR-COD To FORN-BUSCA
                    Perform INCLUIR-FORNECEDOR
                    If POS-FORN > Zeros
                       Move FR-RAZAO To TF-RAZAO(POS-FORN)
                    End-If
              End-Read.

      * Leaves POS-FORN on FORN-BUSCA's entry, adding it when new;
      * zero when the table is full.
       INCLUIR-FORNECEDOR.
              Move "N" To SW-ACHOU.
              Perform PROCURAR-FORNECEDOR
                 Varying IX-FORN From 1 By 1
                 Until IX-FORN > QTD-FORNECEDORES Or ACHOU.

              If ACHOU
                 Set IX-FORN Down By 1
                 Set POS-FORN To IX-FORN
              Else
                 If QTD-FORNECEDORES < 200
                    Add 1 To QTD-FORNECEDORES
                    Move QTD-FORNECEDORES To POS-FORN
                    Move FORN-BUSCA To TF-COD(POS-FORN)
                    Move "FORNECEDOR NAO CADASTRADO"
                       To TF-RAZAO(POS-FORN)
                 Else
                    Display "Aviso: relacao de fornecedores cheia !"
                    Move Zeros To POS-FORN.

       PROCURAR-FORNECEDOR.
              If TF-COD(IX-FORN) = FORN-BUSCA
                 Move "S" To SW-ACHOU.

      * Every pedido line issued in the period counts for its
      * supplier: ordered, received up to the ordered quantity
      * (the excess is counted apart as an over-delivery), and
      * still open past DIAS-ABERTO. The lines of one pedido are
      * written together, so a late pedido counts once.
       CARREGAR-PEDIDOS.
              Open Input ARQUIVO-PEDIDOS.
              If ERRO-PED Not = "00"
                 Display "Erro ao abrir PEDIDOS.DAT, status " ERRO-PED
                 GO TO CARREGAR-PEDIDOS-EXIT.

              Move "N" To SW-FIM-ARQ.
              Perform LER-PEDIDO Until FIM-ARQ.

              Close ARQUIVO-PEDIDOS.

       CARREGAR-PEDIDOS-EXIT.
              EXIT.

       LER-PEDIDO.
              Read ARQUIVO-PEDIDOS
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If PD-DATA Not < DATA-INI
                       And PD-DATA Not > DATA-FIM
                       Perform ACUMULAR-PEDIDO
                          Thru ACUMULAR-PEDIDO-EXIT
                    End-If
              End-Read.

       ACUMULAR-PEDIDO.
              Move PD-FORN To FORN-BUSCA.
              Perform INCLUIR-FORNECEDOR.
              If POS-FORN = Zeros
                 GO TO ACUMULAR-PEDIDO-EXIT.

              Add 1 To TF-LINHAS(POS-FORN).
              Add PD-QTD To TF-QTD-PEDIDA(POS-FORN).
              If PD-QTD-RECEBIDA > PD-QTD
                 Move PD-QTD To QTD-ATENDIDA
                 Add 1 To TF-EXCESSOS(POS-FORN)
                 Compute TF-QTD-EXCESSO(POS-FORN) =
                    TF-QTD-EXCESSO(POS-FORN)
                    + PD-QTD-RECEBIDA - PD-QTD
              Else
                 Move PD-QTD-RECEBIDA To QTD-ATENDIDA.
              Add QTD-ATENDIDA To TF-QTD-ATENDIDA(POS-FORN).

              If PEDIDO-ABERTO And PD-NUMERO Not = ULTIMO-ATRASADO
                 Move PD-DATA To DATA-DESDOB
                 Compute DIAS-PEDIDO = (ANO-DD * 360) + (MES-DD * 30)
                    + DIA-DD
                 If DIAS-HOJE - DIAS-PEDIDO > DIAS-ABERTO
                    Add 1 To TF-ATRASADOS(POS-FORN)
                    Move PD-NUMERO To ULTIMO-ATRASADO.

              If QTD-LINHAS < 2000
                 Add 1 To QTD-LINHAS
                 Set IX-LIN To QTD-LINHAS
                 Move PD-NUMERO To TL-NUMERO(IX-LIN)
                 Move PD-DATA To TL-DATA(IX-LIN)
                 Move PD-COD To TL-COD(IX-LIN)
                 Move POS-FORN To TL-POS-FORN(IX-LIN)
              Else
                 Display "Aviso: relacao de linhas cheia, pedido "
                    PD-NUMERO " sem prazo de entrega !".

       ACUMULAR-PEDIDO-EXIT.
              EXIT.

      * Each receipt of a period's pedido line gives one lead time
      * and its cost against the product's current average cost.
       CARREGAR-RECEBIMENTOS.
              Open Input ARQUIVO-MOVIMENTO.
              If ERRO-MOV Not = "00"
                 Display "Aviso: MOVESTOQ.DAT indisponivel, status "
                    ERRO-MOV
                 GO TO CARREGAR-RECEBIMENTOS-EXIT.

              Move "N" To SW-PRODUTOS.
              Open Input ARQUIVO-PRODUTOS.
              If ERRO-PROD = "00"
                 Move "S" To SW-PRODUTOS
              Else
                 Display "Aviso: PRODUTOS.DAT indisponivel, variacao "
                    "de custo nao apurada !".

      * The moved history first, read while MOVESTOQ.DAT is open.
              Divide DATA-INI By 10000 Giving ANO-INICIO-ANUAL.
              Divide DATA-HOJE By 10000 Giving ANO-HOJE.
              Perform LER-ANO Thru LER-ANO-EXIT
                 Varying ANO-ANUAL From ANO-INICIO-ANUAL By 1
                 Until ANO-ANUAL > ANO-HOJE.

              Move "N" To SW-FIM-ARQ.
              Perform LER-MOVIMENTO Until FIM-ARQ.

              Close ARQUIVO-MOVIMENTO.
              If PRODUTOS-ABERTOS
                 Close ARQUIVO-PRODUTOS.

       CARREGAR-RECEBIMENTOS-EXIT.
              EXIT.

       LER-MOVIMENTO.
              Read ARQUIVO-MOVIMENTO
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    Perform SELECIONAR-RECEBIMENTO
              End-Read.

       SELECIONAR-RECEBIMENTO.
              Move MV-MOTIVO To MOTIVO-RECEBIMENTO.
              If MOV-ENTRADA
                 And MR-PREFIXO = "RECEB PEDIDO "
                 And MR-NUMERO Is Numeric
                 Perform ACUMULAR-RECEBIMENTO.

      * A year with no history file is simply skipped.
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
                    Perform SELECIONAR-RECEBIMENTO
              End-Read.

       ACUMULAR-RECEBIMENTO.
              Move MR-NUMERO To NUMERO-RECEBIDO.
              Move "N" To SW-ACHOU.
              Perform PROCURAR-LINHA
                 Varying IX-LIN From 1 By 1
                 Until IX-LIN > QTD-LINHAS Or ACHOU.

              If ACHOU
                 Set IX-LIN Down By 1
                 Move TL-POS-FORN(IX-LIN) To POS-FORN
                 Move TL-DATA(IX-LIN) To DATA-DESDOB
                 Compute DIAS-PEDIDO = (ANO-DD * 360) + (MES-DD * 30)
                    + DIA-DD
                 Move MV-DATA To DATA-DESDOB
                 Compute DIAS-RECEBIMENTO = (ANO-DD * 360)
                    + (MES-DD * 30) + DIA-DD
                 Compute PRAZO-ENTREGA =
                    DIAS-RECEBIMENTO - DIAS-PEDIDO
                 If PRAZO-ENTREGA < Zeros
                    Move Zeros To PRAZO-ENTREGA
                 End-If
                 Add 1 To TF-ENTREGAS(POS-FORN)
                 Add PRAZO-ENTREGA To TF-SOMA-PRAZO(POS-FORN)
                 If PRAZO-ENTREGA > TF-PIOR-PRAZO(POS-FORN)
                    Move PRAZO-ENTREGA To TF-PIOR-PRAZO(POS-FORN)
                 End-If
                 Perform COMPARAR-CUSTO.

       PROCURAR-LINHA.
              If TL-NUMERO(IX-LIN) = NUMERO-RECEBIDO
                 And TL-COD(IX-LIN) = MV-COD
                 Move "S" To SW-ACHOU.

       COMPARAR-CUSTO.
              If PRODUTOS-ABERTOS
                 Move MV-COD To COD-ARQ
                 Read ARQUIVO-PRODUTOS
                    Invalid Key
                       Continue
                    Not Invalid Key
                       If CUSTO-MEDIO-ARQ > Zeros
                          Compute TF-VALOR-RECEBIDO(POS-FORN) =
                             TF-VALOR-RECEBIDO(POS-FORN)
                             + (MV-QTD * MV-VALOR-UNIT)
                          Compute TF-VALOR-MEDIO(POS-FORN) =
                             TF-VALOR-MEDIO(POS-FORN)
                             + (MV-QTD * CUSTO-MEDIO-ARQ)
                       End-If
                 End-Read.

      * Fill rate, average lead time and cost variance of each
      * supplier with pedidos in the period, which enters the
      * ranking; the shortest average lead time is the yardstick of
      * the lead-time points.
       CALCULAR-INDICADORES.
              If TF-LINHAS(IX-FORN) = Zeros
                 Add 1 To QTD-SEM-PEDIDO
              Else
                 If TF-QTD-PEDIDA(IX-FORN) > Zeros
                    Compute TF-ATENDIMENTO(IX-FORN) Rounded =
                       (TF-QTD-ATENDIDA(IX-FORN) * 100)
                       / TF-QTD-PEDIDA(IX-FORN)
                 End-If
                 If TF-ENTREGAS(IX-FORN) > Zeros
                    Compute TF-PRAZO-MEDIO(IX-FORN) Rounded =
                       TF-SOMA-PRAZO(IX-FORN) / TF-ENTREGAS(IX-FORN)
                    If Not TEM-MENOR-PRAZO
                       Or TF-PRAZO-MEDIO(IX-FORN) < MENOR-PRAZO-MEDIO
                       Move TF-PRAZO-MEDIO(IX-FORN)
                          To MENOR-PRAZO-MEDIO
                       Move "S" To SW-MENOR-PRAZO
                    End-If
                 End-If
                 If TF-VALOR-MEDIO(IX-FORN) > Zeros
                    Compute TF-VARIACAO(IX-FORN) Rounded =
                       ((TF-VALOR-RECEBIDO(IX-FORN)
                         - TF-VALOR-MEDIO(IX-FORN)) * 100)
                       / TF-VALOR-MEDIO(IX-FORN)
                       On Size Error
                          Move 999,99 To TF-VARIACAO(IX-FORN)
                    End-Compute
                 End-If
                 Add 1 To QTD-AVALIADOS
                 Set RK-POS-FORN(QTD-AVALIADOS) To IX-FORN.

      *----------------------------------------------------*
      * The 100-point score:
      *   40 fill rate (percent received of ordered x 0,40);
      *   30 lead time (shortest average / own average x 30),
      *      nothing when nothing was delivered;
      *   20 cost, less 2 per percent received above the
      *      average cost, full when received at or below it;
      *   10 conformity, less 2 per pedido open too long and
      *      1 per over-delivered line.
      *----------------------------------------------------*
       CALCULAR-PONTOS.
              Move RK-POS-FORN(IX-RANK) To POS-FORN.

              Compute PONTOS-AUX = TF-ATENDIMENTO(POS-FORN) * 0,40.

              If TF-ENTREGAS(POS-FORN) > Zeros
                 If TF-PRAZO-MEDIO(POS-FORN) = Zeros
                    Add 30 To PONTOS-AUX
                 Else
                    Compute PONTOS-AUX Rounded = PONTOS-AUX
                       + ((MENOR-PRAZO-MEDIO * 30)
                          / TF-PRAZO-MEDIO(POS-FORN))
                 End-If
                 If TF-VARIACAO(POS-FORN) Not > Zeros
                    Add 20 To PONTOS-AUX
                 Else
                    If TF-VARIACAO(POS-FORN) < 10
                       Compute PONTOS-AUX = PONTOS-AUX + 20
                          - (TF-VARIACAO(POS-FORN) * 2)
                    End-If
                 End-If
              End-If.

              Compute PONTOS-CONFORMIDADE = 10
                 - (TF-ATRASADOS(POS-FORN) * 2)
                 - TF-EXCESSOS(POS-FORN).
              If PONTOS-CONFORMIDADE > Zeros
                 Add PONTOS-CONFORMIDADE To PONTOS-AUX.

              If PONTOS-AUX < Zeros
                 Move Zeros To PONTOS-AUX.
              Move PONTOS-AUX To TF-PONTOS(POS-FORN).

      * Plain exchange sort, as CURVA-ABC ranks its products.
       ORDENAR-RANKING.
              Move "S" To SW-TROCOU.
              Perform PASSO-ORDENACAO Until Not TROCOU.

       PASSO-ORDENACAO.
              Move "N" To SW-TROCOU.
              Perform COMPARAR-VIZINHOS
                 Varying IX-AUX From 1 By 1
                 Until IX-AUX >= QTD-AVALIADOS.

       COMPARAR-VIZINHOS.
              Set IX-RANK To IX-AUX.
              If TF-PONTOS(RK-POS-FORN(IX-RANK))
                 < TF-PONTOS(RK-POS-FORN(IX-RANK + 1))
                 Move RK-POS-FORN(IX-RANK) To RANK-TROCA
                 Move RK-POS-FORN(IX-RANK + 1) To RK-POS-FORN(IX-RANK)
                 Move RANK-TROCA To RK-POS-FORN(IX-RANK + 1)
                 Move "S" To SW-TROCOU.

       IMPRIMIR-RANKING.
              Display "--- Desempenho de fornecedores - pedidos de "
                 DATA-INI " a " DATA-FIM " ---".
              Display "Posicao em " DATA-HOJE ", em aberto ha mais de "
                 DIAS-ABERTO " dias = atrasado".
              Perform IMPRIMIR-FORNECEDOR
                 Varying IX-RANK From 1 By 1
                 Until IX-RANK > QTD-AVALIADOS.

              Display " ".
              Display "Fornecedores avaliados.........: " QTD-AVALIADOS.
              If QTD-SEM-PEDIDO > Zeros
                 Display "Fornecedores sem pedido no periodo:"
                 Perform IMPRIMIR-SEM-PEDIDO
                    Varying IX-FORN From 1 By 1
                    Until IX-FORN > QTD-FORNECEDORES.

       IMPRIMIR-FORNECEDOR.
              Move RK-POS-FORN(IX-RANK) To POS-FORN.
              Set NUM-RANK To IX-RANK.
              Move TF-PONTOS(POS-FORN) To MASCARA-PONTOS.

              Display " ".
              Display NUM-RANK "o  " TF-COD(POS-FORN) " "
                 TF-RAZAO(POS-FORN) "  pontos " MASCARA-PONTOS.

              Move TF-ATENDIMENTO(POS-FORN) To MASCARA-PCT.
              Display "     Linhas " TF-LINHAS(POS-FORN)
                 "  pedido " TF-QTD-PEDIDA(POS-FORN)
                 "  atendido " TF-QTD-ATENDIDA(POS-FORN)
                 "  atendimento " MASCARA-PCT "%".

              If TF-ENTREGAS(POS-FORN) = Zeros
                 Display "     Nenhuma entrega recebida no periodo"
              Else
                 Move TF-PRAZO-MEDIO(POS-FORN) To MASCARA-PRAZO
                 Display "     Entregas " TF-ENTREGAS(POS-FORN)
                    "  prazo medio " MASCARA-PRAZO
                    " dias  pior " TF-PIOR-PRAZO(POS-FORN) " dias".

              Move TF-VARIACAO(POS-FORN) To MASCARA-VAR.
              Display "     Atrasados " TF-ATRASADOS(POS-FORN)
                 "  entregas a maior " TF-EXCESSOS(POS-FORN)
                 " (" TF-QTD-EXCESSO(POS-FORN) " un.)"
                 "  custo x medio " MASCARA-VAR "%".

       IMPRIMIR-SEM-PEDIDO.
              If TF-LINHAS(IX-FORN) = Zeros
                 Display "  " TF-COD(IX-FORN) " " TF-RAZAO(IX-FORN).

       END PROGRAM AVALIAR-FORNECEDORES.
