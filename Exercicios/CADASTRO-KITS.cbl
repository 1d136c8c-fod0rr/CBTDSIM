       Identification Division.
      *----------------------------------------------------*
       Program-Id.   CADASTRO-KITS.
       Author.       BERGAMASCHI, MARCELO.
       Date-Written. 2026-10-15.
       Date-Compiled.
       Installation. IFSP-Cubatao.
       Security.     COMPOSICAO DE KITS E CESTAS.
      *----------------------------------------------------*
      * Modification History:
      * 2026-10-15  First version: kits and cestas sold as one item
      *             of the catalog, their composition on KITS.DAT.
      *             Option 1 keys (or replaces) the components of a
      *             kit and their quantities, option 2 shows a kit
      *             with its cost and margin, option 3 drops the
      *             composition, and option 4 lists how many of each
      *             kit the current stock could assemble, at the loja
      *             and overall. The kit's CUSTO-MEDIO-ARQ is kept at
      *             the sum of its components' average costs, so the
      *             margin and valuation reports price it right.
      * 2026-10-15  REGPROD widened to 87 with the EAN-13 barcode
      *             (EAN-ARQ).
      * 2026-10-15  The rewrite copies the other kits from KITS.DAT
      *             itself instead of the 500-line table, which
      *             dropped every line past the table on a save.
      * 2026-10-15  Sign-on through EFETUAR-LOGON; each component
      *             line added, requantified or dropped goes to the
      *             common change log ALTERACOES.DAT through
      *             GRAVAR-ALTERACAO.
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
           Select ARQUIVO-KITS Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-KIT.

           Select ARQUIVO-KIT-NOVO Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-KIT-NOVO.

           Select ARQUIVO-PRODUTOS Assign to DISK
           Organization Is Indexed
           Access Mode Is Dynamic
           Record Key Is COD-ARQ
           File Status Is ERRO-PROD.

       Data Division.
      *----------------------------------------------------*
       File Section.
      *-----------------------*
       FD  ARQUIVO-KITS
           Label Record Is Standard
           Record Contains 13 Characters
           Data Record Is REG-KIT
           Value Of File-Id "KITS.DAT".

       01  REG-KIT.
           COPY REGKIT.

      * Work file used to rewrite the compositions with one kit
      * replaced or dropped, copy-and-replace style.
       FD  ARQUIVO-KIT-NOVO
           Label Record Is Standard
           Record Contains 13 Characters
           Data Record Is REG-KIT-NOVO
           Value Of File-Id "KITSNOVO.DAT".

       01  REG-KIT-NOVO Pic X(13).

       FD  ARQUIVO-PRODUTOS
           Label Record Is Standard
           Record Contains 87 Characters
           Data Record Is REGPROD-ARQ
           Value Of File-Id "PRODUTOS.DAT".

       01  REGPROD-ARQ.
           COPY REGPROD.

       Working-Storage Section.
      *-----------------------*
       77  ERRO-KIT                       Pic X(02) Value "00".
       77  ERRO-KIT-NOVO                  Pic X(02) Value "00".
       77  ERRO-PROD                      Pic X(02) Value "00".
       77  NOME-KIT-ARQUIVO               Pic X(08)
           Value "KITS.DAT".
       77  NOVO-KIT-ARQUIVO               Pic X(12)
           Value "KITSNOVO.DAT".
       77  TRAVA-OPERACAO                 Pic X(01) Value Space.
       77  TRAVA-SUBSISTEMA               Pic X(10) Value "ESTOQUE".
       77  TRAVA-PROGRAMA                 Pic X(15)
           Value "CADASTRO-KITS".
       77  TRAVA-OPERADOR                 Pic 9(04) Value Zeros.
       77  TRAVA-RESULTADO                Pic X(01) Value Space.
       77  OPERADOR-CODIGO                Pic 9(04) Value Zeros.
       77  OPERADOR-PERFIL                Pic X(01) Value Space.
       77  PROGRAMA-LOGON                 Pic X(15)
           Value "CADASTRO-KITS".
       77  RESULTADO-LOGON                Pic X(01) Value Space.
       77  COMPONENTE-LOG                 Pic 9(05) Value Zeros.
       77  MASCARA-QTD                    Pic ZZ9.
       77  CK-OPCAO                       Pic 9(01) Value Zeros.
       77  DATA-HOJE                      Pic 9(08) Value Zeros.
       77  COD-BUSCA                      Pic 9(05) Value Zeros.
       77  COMPONENTE-BUSCA               Pic 9(05) Value Zeros.
       77  QTD-COMPONENTE                 Pic 9(03) Value Zeros.
       77  DESCRICAO-KIT                  Pic X(30) Value Spaces.
       77  PRECO-KIT                      Pic 9(05)V99 Value Zeros.
       77  SW-FIM-ARQ                     Pic X(01) Value "N".
           88 FIM-ARQ                            Value "S".
       77  SW-ACHOU                       Pic X(01) Value "N".
           88 ACHOU                              Value "S".
       77  SW-PRODUTO                     Pic X(01) Value "N".
           88 PRODUTO-OK                         Value "S".
       77  SW-FIM-ENTRADA                 Pic X(01) Value "N".
           88 FIM-ENTRADA                        Value "S".
       77  SW-INCOMPLETO                  Pic X(01) Value "N".
           88 COMPOSICAO-INCOMPLETA              Value "S".
       77  CONFIRMA                       Pic X(01) Value "N".
           88 CONFIRMADO                         Value "S", "s".
       77  MASCARA-PRECO                  Pic ZZ.ZZ9,99.
       77  MASCARA-CUSTO                  Pic ZZ.ZZ9,99.
       77  MASCARA-MARGEM                 Pic -ZZ9,9.

      * Kit table and the composition being worked on.
       77  QTD-LINHAS                     Pic 9(04) Value Zeros.
       77  QTD-COMPONENTES                Pic 9(02) Value Zeros.
       77  POS-TAB                        Pic 9(04) Value Zeros.
       77  INICIO-GRUPO                   Pic 9(04) Value Zeros.
       77  FIM-GRUPO                      Pic 9(04) Value Zeros.
       77  POS-COMP                       Pic 9(02) Value Zeros.
       77  CUSTO-KIT                      Pic 9(05)V99 Value Zeros.
       77  CUSTO-COMPONENTE               Pic 9(07)V99 Value Zeros.
       77  MARGEM-KIT                     Pic S9(03)V9 Value Zeros.
       77  MONTAVEIS-LOJA                 Pic 9(03) Value Zeros.
       77  MONTAVEIS-TOTAL                Pic 9(03) Value Zeros.
       77  QUOCIENTE                      Pic 9(03) Value Zeros.
       77  QTD-KITS                       Pic 9(04) Value Zeros.
       77  QTD-SEM-MONTAGEM               Pic 9(04) Value Zeros.
       77  QTD-CUSTOS-ATUALIZADOS         Pic 9(04) Value Zeros.

       01  TABELA-KITS.
           05 KIT-TAB Occurs 500 Times Indexed By IX-KIT.
              10 TK-KIT                  Pic 9(05).
              10 TK-COMPONENTE           Pic 9(05).
              10 TK-QTD                  Pic 9(03).

       01  TABELA-COMPOSICAO.
           05 COMP-TAB Occurs 20 Times.
              10 CP-COD                  Pic 9(05).
              10 CP-QTD                  Pic 9(03).
              10 CP-DESCRICAO            Pic X(30).
              10 CP-CUSTO                Pic 9(05)V99.
              10 CP-QTD-LOJA             Pic 9(03).
              10 CP-QTD-TOTAL            Pic 9(03).
              10 CP-SITUACAO             Pic X(01).
              10 CP-NO-ARQUIVO           Pic X(01).

       01  ALTERACAO-CADASTRO.
           COPY REGALTE.

       Procedure Division.
       INICIO.
              Display "*--- Kits e cestas ---*".
              Accept DATA-HOJE From Date Yyyymmdd.

      * The kit's cost is rewritten on the catalog, so the ESTOQUE
      * subsystem is claimed as MOVIMENTO-ESTOQUE does.
              Move "T" To TRAVA-OPERACAO.
              Call "TRAVAR-SUBSISTEMA" Using TRAVA-OPERACAO,
                 TRAVA-SUBSISTEMA, TRAVA-PROGRAMA, TRAVA-OPERADOR,
                 TRAVA-RESULTADO.
              If TRAVA-RESULTADO Not = "S"
                 Display "Subsistema ESTOQUE ocupado, execucao "
                    "cancelada."
                 Move 8 To RETURN-CODE
                 Goback.

      * Sign-on through the shared EFETUAR-LOGON: the operator's
      * codigo signs every line this run leaves on the change log.
              Call "EFETUAR-LOGON" Using PROGRAMA-LOGON,
                 OPERADOR-CODIGO, OPERADOR-PERFIL, RESULTADO-LOGON.
              If RESULTADO-LOGON Not = "S"
                 Display "Identificacao recusada, encerrando."
                 Move 8 To RETURN-CODE
                 GO TO END-OF-JOB.

              Display "1 - Montar ou alterar composicao de kit".
              Display "2 - Consultar kit".
              Display "3 - Excluir composicao de kit".
              Display "4 - Kits montaveis com o estoque atual".
              Display "Opcao:".
              Accept CK-OPCAO.

              Evaluate CK-OPCAO
                 When 2
                    Perform CONSULTAR-KIT Thru CONSULTAR-KIT-EXIT
                 When 3
                    Perform EXCLUIR-KIT Thru EXCLUIR-KIT-EXIT
                 When 4
                    Perform RELATORIO-MONTAVEIS
                       Thru RELATORIO-MONTAVEIS-EXIT
                 When Other
                    Perform DEFINIR-KIT Thru DEFINIR-KIT-EXIT
              End-Evaluate.

       END-OF-JOB.
              Move "L" To TRAVA-OPERACAO.
              Call "TRAVAR-SUBSISTEMA" Using TRAVA-OPERACAO,
                 TRAVA-SUBSISTEMA, TRAVA-PROGRAMA, TRAVA-OPERADOR,
                 TRAVA-RESULTADO.
              Goback.

      *----------------------------------------------------*
      * Keys the components of a kit, replacing any composition it
      * had. The kit is a product of the catalog with no stock of
      * its own; a component is any other product that is not a kit
      * itself, and a kit cannot be a component of another kit.
      *----------------------------------------------------*
       DEFINIR-KIT.
              Display "Codigo do kit........:".
              Accept COD-BUSCA.

              Open I-O ARQUIVO-PRODUTOS.
              If ERRO-PROD Not = "00"
                 Display "Erro ao abrir ARQUIVO-PRODUTOS, status "
                    ERRO-PROD
                 GO TO DEFINIR-KIT-EXIT.

              Perform LER-KIT Thru LER-KIT-EXIT.
              If Not PRODUTO-OK
                 GO TO DEFINIR-KIT-FECHAR.

              If QTD-ARQ > Zeros
                 Display "Produto com estoque proprio (" QTD-ARQ
                    " unidades) nao pode ser kit !"
                 GO TO DEFINIR-KIT-FECHAR.

              Perform CARREGAR-KITS Thru CARREGAR-KITS-EXIT.

              Move "N" To SW-ACHOU.
              Perform PROCURAR-COMO-COMPONENTE
                 Varying IX-KIT From 1 By 1
                 Until IX-KIT > QTD-LINHAS Or ACHOU.
              If ACHOU
                 Set IX-KIT Down By 1
                 Display "Produto e componente do kit "
                    TK-KIT(IX-KIT) " e nao pode ser kit !"
                 GO TO DEFINIR-KIT-FECHAR.

              Perform DELIMITAR-KIT.
              If INICIO-GRUPO > Zeros
                 Perform MONTAR-COMPOSICAO
                    Thru MONTAR-COMPOSICAO-EXIT
                 Display "Composicao atual:"
                 Perform EXIBIR-COMPOSICAO
                 Display "A composicao sera substituida pela que "
                    "for digitada agora.".

              Move Zeros To QTD-COMPONENTES.
              Move "N" To SW-FIM-ENTRADA.
              Perform ENTRAR-COMPONENTE Thru ENTRAR-COMPONENTE-EXIT
                 Until FIM-ENTRADA.

              If QTD-COMPONENTES = Zeros
                 Display "Nenhum componente digitado, composicao "
                    "mantida."
                 GO TO DEFINIR-KIT-FECHAR.

              Perform AVALIAR-COMPOSICAO.
              Display " ".
              Display "Nova composicao do kit " COD-BUSCA " - "
                 DESCRICAO-KIT.
              Perform EXIBIR-COMPOSICAO.

              Display "Confirma a composicao (S/N) ?".
              Accept CONFIRMA.
              If Not CONFIRMADO
                 Display "Composicao cancelada."
                 GO TO DEFINIR-KIT-FECHAR.

              Perform REGRAVAR-KITS Thru REGRAVAR-KITS-EXIT.

              Move COD-BUSCA To COD-ARQ.
              Read ARQUIVO-PRODUTOS
                 Invalid Key
                    Display "Kit nao encontrado ao gravar o custo !"
                 Not Invalid Key
                    Move CUSTO-KIT To CUSTO-MEDIO-ARQ
                    Rewrite REGPROD-ARQ
                    If ERRO-PROD Not = "00"
                       Display "Erro ao regravar o kit, status "
                          ERRO-PROD
                    End-If
              End-Read.
              Display "Composicao gravada.".

       DEFINIR-KIT-FECHAR.
              Close ARQUIVO-PRODUTOS.

       DEFINIR-KIT-EXIT.
              EXIT.

       PROCURAR-COMO-COMPONENTE.
              If TK-COMPONENTE(IX-KIT) = COD-BUSCA
                 Move "S" To SW-ACHOU.

      * One component: zero ends the composition, which holds up
      * to 20 components.
       ENTRAR-COMPONENTE.
              Compute POS-COMP = QTD-COMPONENTES + 1.
              Display "Componente " POS-COMP
                 " - codigo do produto (zero encerra):".
              Accept COMPONENTE-BUSCA.
              If COMPONENTE-BUSCA = Zeros
                 Move "S" To SW-FIM-ENTRADA
                 GO TO ENTRAR-COMPONENTE-EXIT.

              If COMPONENTE-BUSCA = COD-BUSCA
                 Display "O kit nao pode ser componente de si mesmo !"
                 GO TO ENTRAR-COMPONENTE-EXIT.

              Move "N" To SW-ACHOU.
              Perform PROCURAR-COMO-KIT
                 Varying IX-KIT From 1 By 1
                 Until IX-KIT > QTD-LINHAS Or ACHOU.
              If ACHOU
                 Display "Produto " COMPONENTE-BUSCA " e um kit e nao "
                    "pode ser componente !"
                 GO TO ENTRAR-COMPONENTE-EXIT.

              Move "N" To SW-ACHOU.
              Perform PROCURAR-NA-COMPOSICAO
                 Varying POS-COMP From 1 By 1
                 Until POS-COMP > QTD-COMPONENTES Or ACHOU.
              If ACHOU
                 Display "Componente ja digitado !"
                 GO TO ENTRAR-COMPONENTE-EXIT.

              Move COMPONENTE-BUSCA To COD-ARQ.
              Read ARQUIVO-PRODUTOS
                 Invalid Key
                    Move "N" To SW-PRODUTO
                 Not Invalid Key
                    Move "S" To SW-PRODUTO
              End-Read.
              If Not PRODUTO-OK
                 Display "Produto nao cadastrado !"
                 GO TO ENTRAR-COMPONENTE-EXIT.

              Display "Produto: " DESCRICAO-ARQ.
              Move Zeros To QTD-COMPONENTE.
              Perform ENTRAR-QTD-COMPONENTE
                 Until QTD-COMPONENTE > Zeros.

              Add 1 To QTD-COMPONENTES.
              Move QTD-COMPONENTES To POS-COMP.
              Perform GUARDAR-COMPONENTE.
              Move QTD-COMPONENTE To CP-QTD(POS-COMP).

              If QTD-COMPONENTES = 20
                 Display "Limite de 20 componentes atingido."
                 Move "S" To SW-FIM-ENTRADA.

       ENTRAR-COMPONENTE-EXIT.
              EXIT.

       PROCURAR-COMO-KIT.
              If TK-KIT(IX-KIT) = COMPONENTE-BUSCA
                 Move "S" To SW-ACHOU.

       PROCURAR-NA-COMPOSICAO.
              If CP-COD(POS-COMP) = COMPONENTE-BUSCA
                 Move "S" To SW-ACHOU.

       ENTRAR-QTD-COMPONENTE.
              Display "Quantidade no kit:".
              Accept QTD-COMPONENTE.
              If QTD-COMPONENTE = Zeros
                 Display "Quantidade invalida !".

      * Copies the product just read into the composition at
      * POS-COMP.
       GUARDAR-COMPONENTE.
              Move COD-ARQ To CP-COD(POS-COMP).
              Move DESCRICAO-ARQ To CP-DESCRICAO(POS-COMP).
              Move CUSTO-MEDIO-ARQ To CP-CUSTO(POS-COMP).
              Move QTD-LOJA-ARQ To CP-QTD-LOJA(POS-COMP).
              Move QTD-ARQ To CP-QTD-TOTAL(POS-COMP).
              Move SITUACAO-ARQ To CP-SITUACAO(POS-COMP).
              Move "N" To CP-NO-ARQUIVO(POS-COMP).

      *----------------------------------------------------*
      * Shows one kit: its components with their stock, the kit's
      * cost, price and margin, and how many could be assembled.
      *----------------------------------------------------*
       CONSULTAR-KIT.
              Display "Codigo do kit........:".
              Accept COD-BUSCA.

              Open Input ARQUIVO-PRODUTOS.
              If ERRO-PROD Not = "00"
                 Display "Erro ao abrir ARQUIVO-PRODUTOS, status "
                    ERRO-PROD
                 GO TO CONSULTAR-KIT-EXIT.

              Perform LER-KIT Thru LER-KIT-EXIT.
              If Not PRODUTO-OK
                 GO TO CONSULTAR-KIT-FECHAR.

              Perform CARREGAR-KITS Thru CARREGAR-KITS-EXIT.
              Perform DELIMITAR-KIT.
              If INICIO-GRUPO = Zeros
                 Display "Produto sem composicao, nao e um kit."
                 GO TO CONSULTAR-KIT-FECHAR.

              Perform MONTAR-COMPOSICAO Thru MONTAR-COMPOSICAO-EXIT.
              Perform EXIBIR-COMPOSICAO.
              Display "Kits montaveis - loja: " MONTAVEIS-LOJA
                 "  total (loja + deposito): " MONTAVEIS-TOTAL.

       CONSULTAR-KIT-FECHAR.
              Close ARQUIVO-PRODUTOS.

       CONSULTAR-KIT-EXIT.
              EXIT.

      *----------------------------------------------------*
      * Drops the composition of a kit; the product stays on the
      * catalog.
      *----------------------------------------------------*
       EXCLUIR-KIT.
              Display "Codigo do kit........:".
              Accept COD-BUSCA.

              Perform CARREGAR-KITS Thru CARREGAR-KITS-EXIT.
              Perform DELIMITAR-KIT.
              If INICIO-GRUPO = Zeros
                 Display "Produto sem composicao, nao e um kit."
                 GO TO EXCLUIR-KIT-EXIT.

              Display "Confirma a exclusao da composicao do kit "
                 COD-BUSCA " (S/N) ?".
              Accept CONFIRMA.
              If Not CONFIRMADO
                 Display "Exclusao cancelada."
                 GO TO EXCLUIR-KIT-EXIT.

              Move Zeros To QTD-COMPONENTES.
              Perform REGRAVAR-KITS Thru REGRAVAR-KITS-EXIT.
              Display "Composicao excluida.".

       EXCLUIR-KIT-EXIT.
              EXIT.

      *----------------------------------------------------*
      * Every kit with the number the current stock could assemble,
      * at the loja (what VENDA-BALCAO can sell) and overall, with
      * its cost, price and margin. A kit whose CUSTO-MEDIO-ARQ has
      * drifted from its components' costs is brought up to date.
      *----------------------------------------------------*
       RELATORIO-MONTAVEIS.
              Perform CARREGAR-KITS Thru CARREGAR-KITS-EXIT.
              If QTD-LINHAS = Zeros
                 Display "Nenhum kit cadastrado."
                 GO TO RELATORIO-MONTAVEIS-EXIT.

              Open I-O ARQUIVO-PRODUTOS.
              If ERRO-PROD Not = "00"
                 Display "Erro ao abrir ARQUIVO-PRODUTOS, status "
                    ERRO-PROD
                 GO TO RELATORIO-MONTAVEIS-EXIT.

              Move Zeros To QTD-KITS QTD-SEM-MONTAGEM
                 QTD-CUSTOS-ATUALIZADOS.
              Display "--- Kits montaveis com o estoque de " DATA-HOJE
                 " ---".
              Display "Kit   Descricao                      Loja "
                 "Total     Custo     Preco Margem%".

              Move 1 To INICIO-GRUPO.
              Perform IMPRIMIR-KIT Thru IMPRIMIR-KIT-EXIT
                 Until INICIO-GRUPO > QTD-LINHAS.

              Close ARQUIVO-PRODUTOS.
              Display " ".
              Display "Kits relacionados.........: " QTD-KITS.
              Display "Sem montagem na loja......: " QTD-SEM-MONTAGEM.
              Display "Custos de kit atualizados.: "
                 QTD-CUSTOS-ATUALIZADOS.

       RELATORIO-MONTAVEIS-EXIT.
              EXIT.

       IMPRIMIR-KIT.
              Move TK-KIT(INICIO-GRUPO) To COD-BUSCA.
              Move INICIO-GRUPO To FIM-GRUPO.
              Perform AVANCAR-GRUPO Until FIM-GRUPO = QTD-LINHAS
                 Or TK-KIT(FIM-GRUPO + 1) Not = COD-BUSCA.

              Perform MONTAR-COMPOSICAO Thru MONTAR-COMPOSICAO-EXIT.
              Add 1 To QTD-KITS.
              If MONTAVEIS-LOJA = Zeros
                 Add 1 To QTD-SEM-MONTAGEM.

              Move COD-BUSCA To COD-ARQ.
              Read ARQUIVO-PRODUTOS
                 Invalid Key
                    Move "KIT FORA DO CATALOGO" To DESCRICAO-KIT
                    Move Zeros To PRECO-KIT
                 Not Invalid Key
                    Move DESCRICAO-ARQ To DESCRICAO-KIT
                    Move VALOR-UNIT-ARQ To PRECO-KIT
                    If CUSTO-MEDIO-ARQ Not = CUSTO-KIT
                       And Not COMPOSICAO-INCOMPLETA
                       Move CUSTO-KIT To CUSTO-MEDIO-ARQ
                       Rewrite REGPROD-ARQ
                       If ERRO-PROD = "00"
                          Add 1 To QTD-CUSTOS-ATUALIZADOS
                       End-If
                    End-If
              End-Read.
              Perform CALCULAR-MARGEM.

              Move CUSTO-KIT To MASCARA-CUSTO.
              Move PRECO-KIT To MASCARA-PRECO.
              Move MARGEM-KIT To MASCARA-MARGEM.
              Display COD-BUSCA " " DESCRICAO-KIT " " MONTAVEIS-LOJA
                 "  " MONTAVEIS-TOTAL "  " MASCARA-CUSTO " "
                 MASCARA-PRECO " " MASCARA-MARGEM.
              If COMPOSICAO-INCOMPLETA
                 Display "      * componente fora do catalogo, kit "
                    "nao montavel".

              Compute INICIO-GRUPO = FIM-GRUPO + 1.

       IMPRIMIR-KIT-EXIT.
              EXIT.

      *----------------------------------------------------*
      * Shared routines.
      *----------------------------------------------------*
      * Reads COD-BUSCA as the kit; ARQUIVO-PRODUTOS must be open.
       LER-KIT.
              Move "N" To SW-PRODUTO.
              Move COD-BUSCA To COD-ARQ.
              Read ARQUIVO-PRODUTOS
                 Invalid Key
                    Display "Produto nao cadastrado !"
                 Not Invalid Key
                    Move "S" To SW-PRODUTO
                    Move DESCRICAO-ARQ To DESCRICAO-KIT
                    Move VALOR-UNIT-ARQ To PRECO-KIT
                    Display "Kit: " DESCRICAO-ARQ
              End-Read.

       LER-KIT-EXIT.
              EXIT.

      * Every composition on KITS.DAT, in file order.
       CARREGAR-KITS.
              Move Zeros To QTD-LINHAS.
              Move "N" To SW-FIM-ARQ.
              Open Input ARQUIVO-KITS.
              If ERRO-KIT Not = "00"
                 GO TO CARREGAR-KITS-EXIT.

              Perform LER-LINHA-KIT Until FIM-ARQ.
              Close ARQUIVO-KITS.

       CARREGAR-KITS-EXIT.
              EXIT.

       LER-LINHA-KIT.
              Read ARQUIVO-KITS
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If QTD-LINHAS < 500
                       Add 1 To QTD-LINHAS
                       Move REG-KIT To KIT-TAB(QTD-LINHAS)
                    Else
                       Display "Aviso: relacao de kits cheia, kit "
                          KT-KIT " fora da relacao !"
                    End-If
              End-Read.

      * Finds the lines of kit COD-BUSCA in the table: they run from
      * INICIO-GRUPO to FIM-GRUPO (INICIO-GRUPO zero when the
      * product has no composition).
       DELIMITAR-KIT.
              Move Zeros To INICIO-GRUPO FIM-GRUPO.
              Move "N" To SW-ACHOU.
              Perform PROCURAR-KIT
                 Varying IX-KIT From 1 By 1
                 Until IX-KIT > QTD-LINHAS Or ACHOU.
              If ACHOU
                 Set IX-KIT Down By 1
                 Set INICIO-GRUPO To IX-KIT
                 Move INICIO-GRUPO To FIM-GRUPO
                 Perform AVANCAR-GRUPO Until FIM-GRUPO = QTD-LINHAS
                    Or TK-KIT(FIM-GRUPO + 1) Not = COD-BUSCA.

       PROCURAR-KIT.
              If TK-KIT(IX-KIT) = COD-BUSCA
                 Move "S" To SW-ACHOU.

       AVANCAR-GRUPO.
              Add 1 To FIM-GRUPO.

      * Reads the components of the lines INICIO-GRUPO..FIM-GRUPO
      * into the composition and prices it. ARQUIVO-PRODUTOS must
      * be open.
       MONTAR-COMPOSICAO.
              Move Zeros To QTD-COMPONENTES.
              Perform MONTAR-COMPONENTE
                 Varying POS-TAB From INICIO-GRUPO By 1
                 Until POS-TAB > FIM-GRUPO Or QTD-COMPONENTES = 20.
              Perform AVALIAR-COMPOSICAO.

       MONTAR-COMPOSICAO-EXIT.
              EXIT.

       MONTAR-COMPONENTE.
              Add 1 To QTD-COMPONENTES.
              Move QTD-COMPONENTES To POS-COMP.
              Move TK-COMPONENTE(POS-TAB) To COD-ARQ.
              Read ARQUIVO-PRODUTOS
                 Invalid Key
                    Move TK-COMPONENTE(POS-TAB) To CP-COD(POS-COMP)
                    Move "FORA DO CATALOGO" To CP-DESCRICAO(POS-COMP)
                    Move Zeros To CP-CUSTO(POS-COMP)
                       CP-QTD-LOJA(POS-COMP) CP-QTD-TOTAL(POS-COMP)
                    Move "X" To CP-SITUACAO(POS-COMP)
                 Not Invalid Key
                    Perform GUARDAR-COMPONENTE
              End-Read.
              Move TK-QTD(POS-TAB) To CP-QTD(POS-COMP).

      * Kit cost is the sum of quantity times average cost of the
      * components; the kits that can be assembled are the fewest
      * any one component allows.
       AVALIAR-COMPOSICAO.
              Move Zeros To CUSTO-KIT.
              Move 999 To MONTAVEIS-LOJA MONTAVEIS-TOTAL.
              Move "N" To SW-INCOMPLETO.
              Perform AVALIAR-COMPONENTE
                 Varying POS-COMP From 1 By 1
                 Until POS-COMP > QTD-COMPONENTES.
              If COMPOSICAO-INCOMPLETA
                 Move Zeros To MONTAVEIS-LOJA MONTAVEIS-TOTAL.
              Perform CALCULAR-MARGEM.

       AVALIAR-COMPONENTE.
              If CP-SITUACAO(POS-COMP) = "X"
                 Move "S" To SW-INCOMPLETO.
              Compute CUSTO-COMPONENTE =
                 CP-QTD(POS-COMP) * CP-CUSTO(POS-COMP).
              Add CUSTO-COMPONENTE To CUSTO-KIT.
              Divide CP-QTD-LOJA(POS-COMP) By CP-QTD(POS-COMP)
                 Giving QUOCIENTE.
              If QUOCIENTE < MONTAVEIS-LOJA
                 Move QUOCIENTE To MONTAVEIS-LOJA.
              Divide CP-QTD-TOTAL(POS-COMP) By CP-QTD(POS-COMP)
                 Giving QUOCIENTE.
              If QUOCIENTE < MONTAVEIS-TOTAL
                 Move QUOCIENTE To MONTAVEIS-TOTAL.

       CALCULAR-MARGEM.
              Move Zeros To MARGEM-KIT.
              If PRECO-KIT > Zeros
                 Compute MARGEM-KIT Rounded =
                    (PRECO-KIT - CUSTO-KIT) * 100 / PRECO-KIT
                    On Size Error
                       Move -999 To MARGEM-KIT
                 End-Compute.

       EXIBIR-COMPOSICAO.
              Display "  Comp. Descricao                      Qtd "
                 "    Custo Loja Total".
              Perform EXIBIR-COMPONENTE
                 Varying POS-COMP From 1 By 1
                 Until POS-COMP > QTD-COMPONENTES.
              Move CUSTO-KIT To MASCARA-CUSTO.
              Move PRECO-KIT To MASCARA-PRECO.
              Move MARGEM-KIT To MASCARA-MARGEM.
              Display "  Custo do kit: " MASCARA-CUSTO
                 "  Preco: " MASCARA-PRECO
                 "  Margem: " MASCARA-MARGEM "%".

       EXIBIR-COMPONENTE.
              Move CP-CUSTO(POS-COMP) To MASCARA-CUSTO.
              Display "  " CP-COD(POS-COMP) " "
                 CP-DESCRICAO(POS-COMP) " " CP-QTD(POS-COMP) " "
                 MASCARA-CUSTO "  " CP-QTD-LOJA(POS-COMP) "   "
                 CP-QTD-TOTAL(POS-COMP) With No Advancing.
              If CP-SITUACAO(POS-COMP) = "I"
                 Display " INATIVO"
              Else
                 Display " ".

      * Rewrites KITS.DAT without the lines of COD-BUSCA, adding
      * the composition just keyed (none when it is being dropped)
      * at the end, by the same copy-and-replace pass
      * CADASTRO-COTACOES uses. The other kits are copied line by
      * line from the file itself, not from the table, so none is
      * lost when the table could not hold them all.
       REGRAVAR-KITS.
              Open Input ARQUIVO-KITS.
              If ERRO-KIT Not = "00" And ERRO-KIT Not = "35"
                 Display "Erro ao abrir KITS.DAT, status " ERRO-KIT
                 GO TO REGRAVAR-KITS-EXIT.

              Open Output ARQUIVO-KIT-NOVO.
              If ERRO-KIT-NOVO Not = "00"
                 Display "Erro ao abrir arquivo temporario, status "
                    ERRO-KIT-NOVO
                 If ERRO-KIT = "00"
                    Close ARQUIVO-KITS
                 End-If
                 GO TO REGRAVAR-KITS-EXIT.

              If ERRO-KIT = "00"
                 Move "N" To SW-FIM-ARQ
                 Perform COPIAR-LINHA-KIT Until FIM-ARQ
                 Close ARQUIVO-KITS
              End-If.
              Perform GRAVAR-COMPONENTE
                 Varying POS-COMP From 1 By 1
                 Until POS-COMP > QTD-COMPONENTES.

              Close ARQUIVO-KIT-NOVO.

              Call "CBL_DELETE_FILE" Using NOME-KIT-ARQUIVO.
              Call "CBL_RENAME_FILE" Using NOVO-KIT-ARQUIVO
                 NOME-KIT-ARQUIVO.

       REGRAVAR-KITS-EXIT.
              EXIT.

       COPIAR-LINHA-KIT.
              Read ARQUIVO-KITS
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If KT-KIT Not = COD-BUSCA
                       Move REG-KIT To REG-KIT-NOVO
                       Write REG-KIT-NOVO
                    Else
                       Perform REGISTRAR-LINHA-ANTIGA
                    End-If
              End-Read.

       GRAVAR-COMPONENTE.
              Move COD-BUSCA To KT-KIT.
              Move CP-COD(POS-COMP) To KT-COMPONENTE.
              Move CP-QTD(POS-COMP) To KT-QTD.
              Move REG-KIT To REG-KIT-NOVO.
              Write REG-KIT-NOVO.
              If CP-NO-ARQUIVO(POS-COMP) Not = "S"
                 Move "I" To LA-OPERACAO
                 Move Spaces To LA-VALOR-ANTIGO
                 Move CP-QTD(POS-COMP) To MASCARA-QTD
                 Move MASCARA-QTD To LA-VALOR-NOVO
                 Move CP-COD(POS-COMP) To COMPONENTE-LOG
                 Perform GRAVAR-LOG-ALTERACAO.

      *----------------------------------------------------*
      * Change log: a line of the kit's old composition is an
      * alteration of its quantity when the component stays in the
      * new one, an exclusion otherwise; the components the old
      * composition did not have are inclusions.
      *----------------------------------------------------*
       REGISTRAR-LINHA-ANTIGA.
              Move KT-COMPONENTE To COMPONENTE-BUSCA COMPONENTE-LOG.
              Move "N" To SW-ACHOU.
              Perform PROCURAR-NA-COMPOSICAO
                 Varying POS-COMP From 1 By 1
                 Until POS-COMP > QTD-COMPONENTES Or ACHOU.
              Move KT-QTD To MASCARA-QTD.
              Move MASCARA-QTD To LA-VALOR-ANTIGO.
              If ACHOU
                 Subtract 1 From POS-COMP
                 Move "S" To CP-NO-ARQUIVO(POS-COMP)
                 Move "A" To LA-OPERACAO
                 Move CP-QTD(POS-COMP) To MASCARA-QTD
                 Move MASCARA-QTD To LA-VALOR-NOVO
              Else
                 Move "E" To LA-OPERACAO
                 Move Spaces To LA-VALOR-NOVO.
              Perform GRAVAR-LOG-ALTERACAO.

       GRAVAR-LOG-ALTERACAO.
              Move OPERADOR-CODIGO To LA-OPERADOR.
              Move "N" To LA-SENSIVEL.
              Move "QTD" To LA-CAMPO.
              Move "KITS" To LA-ARQUIVO.
              Move Spaces To LA-CHAVE.
              String COD-BUSCA "/" COMPONENTE-LOG Delimited By Size
                 Into LA-CHAVE.
              Call "GRAVAR-ALTERACAO" Using ALTERACAO-CADASTRO.

       END PROGRAM CADASTRO-KITS.
