      *             MV-LOCAL ("D", like the count adjustments)
      *             instead of leaving the location byte to whatever
      *             sat in the buffer.
      * 2026-10-15  Every conferred count is appended to
      *             CONTAGENS.DAT (the count history CONTAGEM-CICLICA
      *             reads for the last count and the accuracy per
      *             band). New option 3 confers the day's cycle count
      *             out of PLANOCIC.DAT shelf by shelf: the deposito
      *             and the loja are each counted blind against their
      *             own slice of the book, and an adjustment moves
      *             QTD-ARQ and QTD-LOJA-ARQ together, the movement
      *             stamped with the shelf's location. Lines already
      *             counted today are skipped.
      * 2026-10-15  REGPROD widened to 87 with the EAN-13 barcode
      *             (EAN-ARQ).
      *----------------------------------------------------*

       Environment Division.
           Access Mode Is Sequential
           File Status Is ERRO-LOTE.

           Select ARQUIVO-CONTAGENS Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-CONT.

           Select ARQUIVO-PLANO Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-PLANO.

       Data Division.
      *----------------------------------------------------*
       File Section.
      *-----------------------*
       FD  ARQUIVO-PRODUTOS
           Label Record Is Standard
           Record Contains 87 Characters
           Data Record Is REGPROD-ARQ
           Value Of File-Id "PRODUTOS.DAT".

       01  REG-LOTE.
           COPY REGLOTE.

      * One history line per conferred count, divergent or not.
       FD  ARQUIVO-CONTAGENS
           Label Record Is Standard
           Record Contains 22 Characters
           Data Record Is REG-CONTAGEM
           Value Of File-Id "CONTAGENS.DAT".

       01  REG-CONTAGEM.
           COPY REGCONT.

       FD  ARQUIVO-PLANO
           Label Record Is Standard
           Record Contains 24 Characters
           Data Record Is REG-PLANO
           Value Of File-Id "PLANOCIC.DAT".

       01  REG-PLANO.
           COPY REGPLCI.

       Working-Storage Section.
      *-----------------------*
       77  ERRO-PROD                      Pic X(02) Value "00".
           Value "INVENTARIO".
       77  TRAVA-OPERADOR                 Pic 9(04) Value Zeros.
       77  TRAVA-RESULTADO                Pic X(01) Value Space.
       77  ERRO-CONT                      Pic X(02) Value "00".
       77  ERRO-PLANO                     Pic X(02) Value "00".
       77  QTD-CICLICA                    Pic 9(03) Value Zeros.
       77  QTD-JA-CONTADAS                Pic 9(03) Value Zeros.
       77  QTD-CONTADAS-HOJE              Pic 9(03) Value Zeros.
       77  LIVRO-ANTES                    Pic 9(03) Value Zeros.
       77  LIVRO-DEPOIS                   Pic 9(04) Value Zeros.
       77  NOME-LOCAL                     Pic X(08) Value Spaces.

      * The sheet of counted quantities keyed this run, matched
      * against the book in a single pass over PRODUTOS.DAT.
              10 CT-ACHADO     Pic X(01).
              10 CT-DIVERGE    Pic X(01).

      * The day's cycle-count lines out of PLANOCIC.DAT, one per
      * product and shelf, each conferred against its own slice of
      * the book: QTD-LOJA-ARQ for the loja, the rest of QTD-ARQ
      * for the deposito.
       01  TABELA-CICLICA Value Zeros.
           05 CICLICA-TAB Occurs 300 Times Indexed By IX-CIC.
              10 CI-COD        Pic 9(05).
              10 CI-LOCAL      Pic X(01).
              10 CI-CLASSE     Pic X(01).
              10 CI-QTD-FISICA Pic 9(03).
              10 CI-QTD-LIVRO  Pic 9(03).
              10 CI-CUSTO      Pic 9(05)V99.
              10 CI-FEITA      Pic X(01).
              10 CI-ACHADO     Pic X(01).
              10 CI-DIVERGE    Pic X(01).

       Procedure Division.
       INICIO.
              Display "*--- Inventario fisico ---*".

              Display "1 - Contagem fisica".
              Display "2 - Baixa de lote vencido".
              Display "3 - Contagem ciclica do dia".
              Display "Opcao:".
              Accept IV-OPCAO.

                    Thru BAIXAR-LOTE-VENCIDO-EXIT
                 GO TO END-OF-JOB.

              If IV-OPCAO = 3
                 Perform CONTAGEM-CICLICA-DIA
                    Thru CONTAGEM-CICLICA-DIA-EXIT
                 GO TO END-OF-JOB.

              Perform ENTRAR-CONTAGEM Thru ENTRAR-CONTAGEM-EXIT
                 Until FIM-ENTRADA.


              Perform CONFERIR-LIVRO Thru CONFERIR-LIVRO-EXIT.
              Perform IMPRIMIR-DIVERGENCIAS.
              Perform REGISTRAR-CONTAGENS Thru REGISTRAR-CONTAGENS-EXIT.

              If QTD-DIVERGENTES = Zeros
                 Display "Nenhuma divergencia, saldos conferem."
       GRAVAR-UM-MOVIMENTO-EXIT.
              EXIT.

      * A general count enters the history with no shelf and no
      * band; codes without a cadastro stay out of it.
       REGISTRAR-CONTAGENS.
              Open Extend ARQUIVO-CONTAGENS.
              If ERRO-CONT = "35"
                 Open Output ARQUIVO-CONTAGENS.

              If ERRO-CONT Not = "00"
                 Display "Erro ao abrir ARQUIVO-CONTAGENS, status "
                    ERRO-CONT
                 GO TO REGISTRAR-CONTAGENS-EXIT.

              Perform GRAVAR-UMA-CONTAGEM
                 Varying IX-CONT From 1 By 1
                 Until IX-CONT > QTD-CONTAGENS.

              Close ARQUIVO-CONTAGENS.

       REGISTRAR-CONTAGENS-EXIT.
              EXIT.

       GRAVAR-UMA-CONTAGEM.
              If CT-ACHADO(IX-CONT) = "S"
                 Move DATA-HOJE To CG-DATA
                 Move CT-COD(IX-CONT) To CG-COD
                 Move Space To CG-LOCAL CG-CLASSE
                 Move CT-QTD-LIVRO(IX-CONT) To CG-QTD-LIVRO
                 Move CT-QTD-FISICA(IX-CONT) To CG-QTD-FISICA
                 Move CT-DIVERGE(IX-CONT) To CG-DIVERGENCIA
                 Write REG-CONTAGEM
                 If ERRO-CONT Not = "00"
                    Display "Erro ao gravar REG-CONTAGEM, status "
                       ERRO-CONT
                 End-If
              End-If.

      *----------------------------------------------------*
      * The day's cycle count planned by CONTAGEM-CICLICA: each
      * pending line of PLANOCIC.DAT is counted blind at its shelf
      * and conferred against that shelf's slice of the book. The
      * counts enter CONTAGENS.DAT with the plan's band, and the
      * divergent shelves are adjusted on confirmation.
      *----------------------------------------------------*
       CONTAGEM-CICLICA-DIA.
              Move Zeros To QTD-CICLICA QTD-JA-CONTADAS
                 QTD-CONTADAS-HOJE QTD-DIVERGENTES VALOR-TOTAL-DIF.

              Open Input ARQUIVO-PLANO.
              If ERRO-PLANO Not = "00"
                 Display "Nenhum plano de contagem gerado."
                 GO TO CONTAGEM-CICLICA-DIA-EXIT.

              Move "N" To SW-FIM-ARQ.
              Perform LER-PLANO Until FIM-ARQ.

              Close ARQUIVO-PLANO.

              If QTD-CICLICA = Zeros
                 Display "Nenhuma contagem ciclica planejada para "
                    "hoje."
                 GO TO CONTAGEM-CICLICA-DIA-EXIT.

              Open Input ARQUIVO-CONTAGENS.
              If ERRO-CONT = "00"
                 Move "N" To SW-FIM-ARQ
                 Perform LER-CONTAGEM-HOJE Until FIM-ARQ
                 Close ARQUIVO-CONTAGENS.

              If QTD-JA-CONTADAS = QTD-CICLICA
                 Display "Contagem ciclica de hoje ja concluida."
                 GO TO CONTAGEM-CICLICA-DIA-EXIT.

              If QTD-JA-CONTADAS > Zeros
                 Display QTD-JA-CONTADAS " linha(s) do plano ja "
                    "contada(s) hoje."

              Open Input ARQUIVO-PRODUTOS.
              If ERRO-PROD Not = "00"
                 Display "Erro ao abrir ARQUIVO-PRODUTOS, status "
                    ERRO-PROD
                 GO TO CONTAGEM-CICLICA-DIA-EXIT.

              Perform ENTRAR-CONTAGEM-CICLICA
                 Varying IX-CIC From 1 By 1
                 Until IX-CIC > QTD-CICLICA.

              Close ARQUIVO-PRODUTOS.

              Display "--- Resumo da contagem ciclica ---".
              Display "Linhas contadas......: " QTD-CONTADAS-HOJE.
              Display "Linhas divergentes...: " QTD-DIVERGENTES.
              Move VALOR-TOTAL-DIF To MASCARA-VALOR.
              Display "Valor da divergencia.: " MASCARA-VALOR.

              Perform REGISTRAR-CICLICA Thru REGISTRAR-CICLICA-EXIT.

              If QTD-DIVERGENTES = Zeros
                 Display "Nenhuma divergencia, saldos conferem."
                 GO TO CONTAGEM-CICLICA-DIA-EXIT.

              Display "Ajustar os saldos do livro (S/N) ?".
              Accept CONFIRMA.
              If Not CONFIRMADO
                 Display "Saldos mantidos."
                 GO TO CONTAGEM-CICLICA-DIA-EXIT.

              Open I-O ARQUIVO-PRODUTOS.
              If ERRO-PROD Not = "00"
                 Display "Erro ao abrir ARQUIVO-PRODUTOS, status "
                    ERRO-PROD
                 GO TO CONTAGEM-CICLICA-DIA-EXIT.

              Perform AJUSTAR-CICLICA Thru AJUSTAR-CICLICA-EXIT
                 Varying IX-CIC From 1 By 1
                 Until IX-CIC > QTD-CICLICA.

              Close ARQUIVO-PRODUTOS.

              Display "Saldos ajustados.".

       CONTAGEM-CICLICA-DIA-EXIT.
              EXIT.

       LER-PLANO.
              Read ARQUIVO-PLANO
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If PC-DATA = DATA-HOJE
                       Perform GUARDAR-LINHA-PLANO
                    End-If
              End-Read.

       GUARDAR-LINHA-PLANO.
              If QTD-CICLICA < 300
                 Add 1 To QTD-CICLICA
                 Set IX-CIC To QTD-CICLICA
                 Move PC-COD To CI-COD(IX-CIC)
                 Move PC-LOCAL To CI-LOCAL(IX-CIC)
                 Move PC-CLASSE To CI-CLASSE(IX-CIC)
                 Move "N" To CI-FEITA(IX-CIC) CI-ACHADO(IX-CIC)
                    CI-DIVERGE(IX-CIC)
              Else
                 Display "Aviso: plano do dia acima de 300 linhas, "
                    "produto " PC-COD " fica para outro dia !".

       LER-CONTAGEM-HOJE.
              Read ARQUIVO-CONTAGENS
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If CG-DATA = DATA-HOJE
                       Perform MARCAR-FEITA
                          Varying IX-CIC From 1 By 1
                          Until IX-CIC > QTD-CICLICA
                    End-If
              End-Read.

       MARCAR-FEITA.
              If CG-COD = CI-COD(IX-CIC) And CG-LOCAL = CI-LOCAL(IX-CIC)
                 And CI-FEITA(IX-CIC) = "N"
                 Move "S" To CI-FEITA(IX-CIC)
                 Add 1 To QTD-JA-CONTADAS.

      * The shelf's book slice is read but never shown before the
      * quantity is keyed, so the count stays blind.
       ENTRAR-CONTAGEM-CICLICA.
              If CI-FEITA(IX-CIC) = "N"
                 Move CI-COD(IX-CIC) To COD-ARQ
                 Read ARQUIVO-PRODUTOS
                    Invalid Key
                       Display "Produto " CI-COD(IX-CIC)
                          " sem cadastro, linha ignorada !"
                    Not Invalid Key
                       Perform CONFERIR-CICLICA
                 End-Read
              End-If.

       CONFERIR-CICLICA.
              If CI-LOCAL(IX-CIC) = "L"
                 Move "LOJA" To NOME-LOCAL
                 Move QTD-LOJA-ARQ To CI-QTD-LIVRO(IX-CIC)
              Else
                 Move "DEPOSITO" To NOME-LOCAL
                 Compute CI-QTD-LIVRO(IX-CIC) = QTD-ARQ - QTD-LOJA-ARQ.

              Display NOME-LOCAL " " COD-ARQ " " DESCRICAO-ARQ.
              Display "Quantidade contada...:".
              Accept QTD-CONTADA.

              Add 1 To QTD-CONTADAS-HOJE.
              Move "S" To CI-ACHADO(IX-CIC).
              Move QTD-CONTADA To CI-QTD-FISICA(IX-CIC).
              Move CUSTO-MEDIO-ARQ To CI-CUSTO(IX-CIC).
              If CI-QTD-FISICA(IX-CIC) Not = CI-QTD-LIVRO(IX-CIC)
                 Move "S" To CI-DIVERGE(IX-CIC)
                 Add 1 To QTD-DIVERGENTES
                 Compute DIFERENCA =
                    CI-QTD-FISICA(IX-CIC) - CI-QTD-LIVRO(IX-CIC)
                 Compute VALOR-DIFERENCA = DIFERENCA * CUSTO-MEDIO-ARQ
                 Add VALOR-DIFERENCA To VALOR-TOTAL-DIF
                 Move DIFERENCA To MASCARA-DIF
                 Move VALOR-DIFERENCA To MASCARA-VALOR
                 Display "   livro: " CI-QTD-LIVRO(IX-CIC)
                    " contado: " CI-QTD-FISICA(IX-CIC)
                    " dif: " MASCARA-DIF " valor: " MASCARA-VALOR.

       REGISTRAR-CICLICA.
              Open Extend ARQUIVO-CONTAGENS.
              If ERRO-CONT = "35"
                 Open Output ARQUIVO-CONTAGENS.

              If ERRO-CONT Not = "00"
                 Display "Erro ao abrir ARQUIVO-CONTAGENS, status "
                    ERRO-CONT
                 GO TO REGISTRAR-CICLICA-EXIT.

              Perform GRAVAR-CONTAGEM-CICLICA
                 Varying IX-CIC From 1 By 1
                 Until IX-CIC > QTD-CICLICA.

              Close ARQUIVO-CONTAGENS.

       REGISTRAR-CICLICA-EXIT.
              EXIT.

       GRAVAR-CONTAGEM-CICLICA.
              If CI-ACHADO(IX-CIC) = "S"
                 Move DATA-HOJE To CG-DATA
                 Move CI-COD(IX-CIC) To CG-COD
                 Move CI-LOCAL(IX-CIC) To CG-LOCAL
                 Move CI-CLASSE(IX-CIC) To CG-CLASSE
                 Move CI-QTD-LIVRO(IX-CIC) To CG-QTD-LIVRO
                 Move CI-QTD-FISICA(IX-CIC) To CG-QTD-FISICA
                 Move CI-DIVERGE(IX-CIC) To CG-DIVERGENCIA
                 Write REG-CONTAGEM
                 If ERRO-CONT Not = "00"
                    Display "Erro ao gravar REG-CONTAGEM, status "
                       ERRO-CONT
                 End-If
              End-If.

      * The shelf takes the counted quantity and the total moves by
      * the same difference, the slice recomputed off the record
      * as it stands now, so a product counted at both shelves
      * comes out right in either order.
       AJUSTAR-CICLICA.
              If CI-DIVERGE(IX-CIC) Not = "S"
                 GO TO AJUSTAR-CICLICA-EXIT.

              Move CI-COD(IX-CIC) To COD-ARQ.
              Read ARQUIVO-PRODUTOS
                 Invalid Key
                    Display "Produto " CI-COD(IX-CIC)
                       " sumiu do arquivo !"
                    GO TO AJUSTAR-CICLICA-EXIT
              End-Read.

              Move QTD-ARQ To LIVRO-ANTES.
              If CI-LOCAL(IX-CIC) = "L"
                 Compute LIVRO-DEPOIS = QTD-ARQ - QTD-LOJA-ARQ
                    + CI-QTD-FISICA(IX-CIC)
              Else
                 Compute LIVRO-DEPOIS = QTD-LOJA-ARQ
                    + CI-QTD-FISICA(IX-CIC).

              If LIVRO-DEPOIS > 999
                 Display "Produto " CI-COD(IX-CIC) " passaria de 999 "
                    "unidades, ajuste recusado !"
                 GO TO AJUSTAR-CICLICA-EXIT.

              If CI-LOCAL(IX-CIC) = "L"
                 Move CI-QTD-FISICA(IX-CIC) To QTD-LOJA-ARQ.
              Move LIVRO-DEPOIS To QTD-ARQ.

              Rewrite REGPROD-ARQ.
              If ERRO-PROD Not = "00"
                 Display "Erro ao regravar REGPROD-ARQ, status "
                    ERRO-PROD
                 GO TO AJUSTAR-CICLICA-EXIT.

              If LIVRO-DEPOIS Not = LIVRO-ANTES
                 Perform GRAVAR-AJUSTE-CICLICO
                    Thru GRAVAR-AJUSTE-CICLICO-EXIT
                 Perform GRAVAR-MOVIMENTO-CICLICO
                    Thru GRAVAR-MOVIMENTO-CICLICO-EXIT.

       AJUSTAR-CICLICA-EXIT.
              EXIT.

       GRAVAR-AJUSTE-CICLICO.
              Open Extend ARQUIVO-AJUSTES.
              If ERRO-AJU = "35"
                 Open Output ARQUIVO-AJUSTES.

              If ERRO-AJU Not = "00"
                 Display "Erro ao abrir ARQUIVO-AJUSTES, status "
                    ERRO-AJU
                 GO TO GRAVAR-AJUSTE-CICLICO-EXIT.

              Move DATA-HOJE To AJ-DATA.
              Move CI-COD(IX-CIC) To AJ-COD.
              Move LIVRO-ANTES To AJ-QTD-LIVRO.
              Move LIVRO-DEPOIS To AJ-QTD-FISICA.
              Write REG-AJUSTE.

              If ERRO-AJU Not = "00"
                 Display "Erro ao gravar REG-AJUSTE, status " ERRO-AJU.

              Close ARQUIVO-AJUSTES.

       GRAVAR-AJUSTE-CICLICO-EXIT.
              EXIT.

      * The cycle-count adjustment settles against the shelf that
      * was counted.
       GRAVAR-MOVIMENTO-CICLICO.
              Open Extend ARQUIVO-MOVIMENTO.
              If ERRO-MOV = "35"
                 Open Output ARQUIVO-MOVIMENTO.

              If ERRO-MOV Not = "00"
                 Display "Erro ao abrir ARQUIVO-MOVIMENTO, status "
                    ERRO-MOV
                 GO TO GRAVAR-MOVIMENTO-CICLICO-EXIT.

              Move DATA-HOJE To MV-DATA.
              Move CI-COD(IX-CIC) To MV-COD.
              If LIVRO-DEPOIS > LIVRO-ANTES
                 Move "E" To MV-TIPO
                 Compute MV-QTD = LIVRO-DEPOIS - LIVRO-ANTES
              Else
                 Move "S" To MV-TIPO
                 Compute MV-QTD = LIVRO-ANTES - LIVRO-DEPOIS
              End-If.
              Move "AJUSTE INVENTARIO" To MV-MOTIVO.
              Move CI-CUSTO(IX-CIC) To MV-VALOR-UNIT.
              Move CI-LOCAL(IX-CIC) To MV-LOCAL.
              Write REG-MOVIMENTO.

              If ERRO-MOV Not = "00"
                 Display "Erro ao gravar REG-MOVIMENTO, status "
                    ERRO-MOV.

              Close ARQUIVO-MOVIMENTO.

       GRAVAR-MOVIMENTO-CICLICO-EXIT.
              EXIT.

      * Writes an expired lote off the shelf: the lot balance is
      * conferred on LOTES.DAT first (a lote still inside its
      * validade is refused), dropped through CONTROLE-LOTES, and
