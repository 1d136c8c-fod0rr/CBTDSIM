       Identification Division.
      *----------------------------------------------------*
       Program-Id.   EMITIR-ETIQUETAS.
       Author.       BERGAMASCHI, MARCELO.
       Date-Written. 2026-10-15.
       Date-Compiled.
       Installation. IFSP-Cubatao.
       Security.     ETIQUETAS DE GONDOLA.
      *----------------------------------------------------*
      * Modification History:
      * 2026-10-15  First version: writes the shelf-label print file
      *             ETIQUETAS.DAT, one line per label with the COD,
      *             descricao, catalog price and EAN-13 barcode, for
      *             the active products of one supplier or for every
      *             active product whose price changed on
      *             PRECOHIST.DAT since a given date - the labels to
      *             replace on the shelf after a readjustment.
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

           Select ARQUIVO-FORNECEDORES Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-FORN.

           Select ARQUIVO-PRECOS Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-PRECO.

           Select ARQUIVO-ETIQUETAS Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-ETQ.

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

       FD  ARQUIVO-FORNECEDORES
           Label Record Is Standard
           Record Contains 109 Characters
           Data Record Is REG-FORN
           Value Of File-Id "FORNECEDORES.DAT".

       01  REG-FORN.
           COPY REGFORN.

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

       FD  ARQUIVO-ETIQUETAS
           Label Record Is Standard
           Record Contains 72 Characters
           Data Record Is LINHA-ETIQUETA
           Value Of File-Id "ETIQUETAS.DAT".

       01  LINHA-ETIQUETA                 Pic X(72).

       Working-Storage Section.
      *-----------------------*
       77  ERRO-PROD                      Pic X(02) Value "00".
       77  ERRO-FORN                      Pic X(02) Value "00".
       77  ERRO-PRECO                     Pic X(02) Value "00".
       77  ERRO-ETQ                       Pic X(02) Value "00".
       77  EE-OPCAO                       Pic 9(01) Value Zeros.
       77  FORN-FILTRO                    Pic 9(04) Value Zeros.
       77  DATA-INICIAL                   Pic 9(08) Value Zeros.
       77  PERMITE-FUTURO                 Pic X(01) Value "N".
       77  SW-DATA-VALIDA                 Pic X(01) Value "N".
           88 DATA-VALIDA                        Value "S".
       77  SW-FIM-ARQ                     Pic X(01) Value "N".
           88 FIM-ARQ                            Value "S".
       77  SW-ACHOU                       Pic X(01) Value "N".
           88 ACHOU                              Value "S".
       77  QTD-ALTERADOS                  Pic 9(03) Value Zeros.
       77  QTD-ETIQUETAS                  Pic 9(04) Value Zeros.
       77  QTD-SEM-EAN                    Pic 9(04) Value Zeros.

      * The products whose price changed since the given date, each
      * once however many times it changed.
       01  TABELA-ALTERADOS Value Zeros.
           05 ALTERADO-TAB Occurs 500 Times Indexed By IX-ALT.
              10 AL-COD          Pic 9(05).

       01  LINHA-DETALHE.
           05 LD-COD       Pic 9(05).
           05 Filler       Pic X(02) Value Spaces.
           05 LD-DESCRICAO Pic X(30).
           05 Filler       Pic X(05) Value "  R$ ".
           05 LD-PRECO     Pic ZZ.ZZ9,99.
           05 Filler       Pic X(02) Value Spaces.
           05 LD-EAN       Pic X(13).
           05 Filler       Pic X(06) Value Spaces.

       Procedure Division.
       INICIO.
              Display "*--- Etiquetas de gondola ---*".
              Display "1 - Produtos de um fornecedor".
              Display "2 - Precos alterados desde uma data".
              Display "Opcao:".
              Accept EE-OPCAO.

              If EE-OPCAO = 2
                 Move "N" To SW-DATA-VALIDA
                 Perform ENTRAR-DATA-INICIAL Until DATA-VALIDA
                 Perform CARREGAR-ALTERADOS
                    Thru CARREGAR-ALTERADOS-EXIT
                 If QTD-ALTERADOS = Zeros
                    Display "Nenhum preco alterado desde "
                       DATA-INICIAL "."
                    GO TO END-OF-JOB
                 End-If
              Else
                 Display "Codigo do fornecedor.:"
                 Accept FORN-FILTRO
                 Perform BUSCAR-FORNECEDOR Thru BUSCAR-FORNECEDOR-EXIT
                 If Not ACHOU
                    Display "Fornecedor nao cadastrado !"
                    GO TO END-OF-JOB.

              Open Input ARQUIVO-PRODUTOS.
              If ERRO-PROD Not = "00"
                 Display "Erro ao abrir ARQUIVO-PRODUTOS, status "
                    ERRO-PROD
                 Move 8 To RETURN-CODE
                 GO TO END-OF-JOB.

              Open Output ARQUIVO-ETIQUETAS.
              If ERRO-ETQ Not = "00"
                 Display "Erro ao abrir ARQUIVO-ETIQUETAS, status "
                    ERRO-ETQ
                 Close ARQUIVO-PRODUTOS
                 Move 8 To RETURN-CODE
                 GO TO END-OF-JOB.

              If EE-OPCAO = 2
                 Perform ETIQUETAR-ALTERADO
                    Varying IX-ALT From 1 By 1
                    Until IX-ALT > QTD-ALTERADOS
              Else
                 Move "N" To SW-FIM-ARQ
                 Perform LER-PRODUTO-FORNECEDOR Until FIM-ARQ.

              Close ARQUIVO-ETIQUETAS.
              Close ARQUIVO-PRODUTOS.

              Display "Etiquetas em ETIQUETAS.DAT: " QTD-ETIQUETAS.
              If QTD-SEM-EAN > Zeros
                 Display "Sem codigo de barras.......: " QTD-SEM-EAN
                    " (completar em MANUTENCAO-PRODUTOS)".

       END-OF-JOB.
              Goback.

       ENTRAR-DATA-INICIAL.
              Display "Alterados desde (AAAAMMDD):".
              Accept DATA-INICIAL.
              Call "VALIDAR-DATA" Using DATA-INICIAL,
                 PERMITE-FUTURO, SW-DATA-VALIDA.
              If Not DATA-VALIDA
                 Display "Data invalida !".

       BUSCAR-FORNECEDOR.
              Move "N" To SW-ACHOU.
              Open Input ARQUIVO-FORNECEDORES.
              If ERRO-FORN Not = "00"
                 Display "Erro ao abrir FORNECEDORES.DAT, status "
                    ERRO-FORN
                 GO TO BUSCAR-FORNECEDOR-EXIT.

              Move "N" To SW-FIM-ARQ.
              Perform LER-FORNECEDOR Until FIM-ARQ Or ACHOU.

              Close ARQUIVO-FORNECEDORES.

       BUSCAR-FORNECEDOR-EXIT.
              EXIT.

       LER-FORNECEDOR.
              Read ARQUIVO-FORNECEDORES
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If FR-COD = FORN-FILTRO
                       Move "S" To SW-ACHOU
                       Display "Fornecedor: " FR-RAZAO
                    End-If
              End-Read.

      * Every product with a price change dated on or after the
      * given date, taken once.
       CARREGAR-ALTERADOS.
              Move Zeros To QTD-ALTERADOS.
              Open Input ARQUIVO-PRECOS.
              If ERRO-PRECO Not = "00"
                 GO TO CARREGAR-ALTERADOS-EXIT.

              Move "N" To SW-FIM-ARQ.
              Perform LER-PRECO Until FIM-ARQ.

              Close ARQUIVO-PRECOS.

       CARREGAR-ALTERADOS-EXIT.
              EXIT.

       LER-PRECO.
              Read ARQUIVO-PRECOS
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If PH-DATA Not < DATA-INICIAL
                       Perform GUARDAR-ALTERADO
                    End-If
              End-Read.

       GUARDAR-ALTERADO.
              Move "N" To SW-ACHOU.
              Perform COMPARAR-ALTERADO
                 Varying IX-ALT From 1 By 1
                 Until IX-ALT > QTD-ALTERADOS Or ACHOU.

              If Not ACHOU
                 If QTD-ALTERADOS < 500
                    Add 1 To QTD-ALTERADOS
                    Move PH-COD To AL-COD(QTD-ALTERADOS)
                 Else
                    Display "Aviso: mais de 500 produtos alterados, "
                       "produto " PH-COD " sem etiqueta !".

       COMPARAR-ALTERADO.
              If AL-COD(IX-ALT) = PH-COD
                 Move "S" To SW-ACHOU.

       LER-PRODUTO-FORNECEDOR.
              Read ARQUIVO-PRODUTOS Next
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If COD-FORN-ARQ = FORN-FILTRO
                       And Not PRODUTO-INATIVO-ARQ
                       Perform GRAVAR-ETIQUETA
                    End-If
              End-Read.

      * The label carries today's catalog price, however many times
      * it changed since the date.
       ETIQUETAR-ALTERADO.
              Move AL-COD(IX-ALT) To COD-ARQ.
              Read ARQUIVO-PRODUTOS
                 Invalid Key
                    Display "Produto " AL-COD(IX-ALT)
                       " fora do catalogo, sem etiqueta."
                 Not Invalid Key
                    If Not PRODUTO-INATIVO-ARQ
                       Perform GRAVAR-ETIQUETA
                    End-If
              End-Read.

       GRAVAR-ETIQUETA.
              Move COD-ARQ To LD-COD.
              Move DESCRICAO-ARQ To LD-DESCRICAO.
              Move VALOR-UNIT-ARQ To LD-PRECO.
              If EAN-ARQ = Zeros
                 Move "SEM EAN" To LD-EAN
                 Add 1 To QTD-SEM-EAN
              Else
                 Move EAN-ARQ To LD-EAN.

              Move LINHA-DETALHE To LINHA-ETIQUETA.
              Write LINHA-ETIQUETA.
              If ERRO-ETQ = "00"
                 Add 1 To QTD-ETIQUETAS
              Else
                 Display "Erro ao gravar etiqueta, status " ERRO-ETQ.

       END PROGRAM EMITIR-ETIQUETAS.
