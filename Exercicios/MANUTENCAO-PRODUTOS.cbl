      *             runs before the lock is claimed, and END-OF-JOB's
      *             release would have deleted a live lock held by
      *             another run.
      * 2026-10-15  REGPROD widened to 87 with the EAN-13 barcode
      *             (EAN-ARQ). The product is found by its COD or by
      *             its barcode; the correction keys the barcode too
      *             (zero for none), conferred through VALIDAR-EAN
      *             and refused when another product already carries
      *             it, and a change is logged as field EAN.
      *----------------------------------------------------*

       Environment Division.
      *-----------------------*
       FD  ARQUIVO-PRODUTOS
           Label Record Is Standard
           Record Contains 87 Characters
           Data Record Is REGPROD-ARQ
           Value Of File-Id "PRODUTOS.DAT".

       77  TRAVA-RESULTADO                Pic X(01) Value Space.
       77  MP-OPCAO                       Pic 9(01) Value Zeros.
       77  COD-BUSCA                      Pic 9(05) Value Zeros.
       77  CODIGO-LIDO                    Pic 9(13) Value Zeros.
       77  SW-FIM-EAN                     Pic X(01) Value "N".
           88 FIM-EAN                            Value "S".
       77  SW-EAN-OK                      Pic X(01) Value "N".
           88 EAN-OK                             Value "S".
       77  SW-EAN-VALIDO                  Pic X(01) Value "N".
           88 EAN-VALIDO                         Value "S".
       77  DATA-HOJE                      Pic 9(08) Value Zeros.
       77  SW-ENCONTROU                   Pic X(01) Value "N".
           88 ENCONTROU                          Value "S".
              PERECIVEL-ARQ BY PERECIVEL-ATUAL,
              PRODUTO-PERECIVEL BY PRODUTO-PERECIVEL-ATUAL,
              PRODUTO-NAO-PERECIVEL BY PRODUTO-NAO-PER-ATUAL,
              QTD-LOJA-ARQ BY QTD-LOJA-ATUAL,
              EAN-ARQ BY EAN-ATUAL.

       01  PROD-CORRIGIDO.
           COPY REGPROD REPLACING
              PERECIVEL-ARQ BY PERECIVEL-CORR,
              PRODUTO-PERECIVEL BY PRODUTO-PERECIVEL-CORR,
              PRODUTO-NAO-PERECIVEL BY PRODUTO-NAO-PER-CORR,
              QTD-LOJA-ARQ BY QTD-LOJA-CORR,
              EAN-ARQ BY EAN-CORR.

       Procedure Division.
       INICIO.
                    Thru REAJUSTE-EM-MASSA-EXIT
                 GO TO END-OF-JOB.

              Display "Codigo do produto ou EAN:".
              Accept CODIGO-LIDO.
              If CODIGO-LIDO = Zeros
                 Display "Codigo invalido !"
                 GO TO END-OF-JOB.

              Display "Qtd minima...........: " QTD-MIN-ATUAL.
              Display "Fornecedor...........: " COD-FORN-ATUAL.
              Display "Situacao.............: " SITUACAO-ATUAL.
              Display "Codigo de barras.....: " EAN-ATUAL.

       CORRIGIR-DADOS.
              Move Spaces To DESCRICAO-CORR.
                 Until VALOR-UNIT-CORR > Zeros.
              Display "Nova qtd minima......:".
              Accept QTD-MIN-CORR.
              Move "N" To SW-EAN-OK.
              Perform ENTRAR-EAN Until EAN-OK.

       ENTRAR-DESCRICAO.
              Display "Nova descricao.......:".
              If VALOR-UNIT-CORR = Zeros
                 Display "Valor unitario invalido !".

       ENTRAR-EAN.
              Display "Codigo de barras EAN-13 (zero se nao houver):".
              Accept EAN-CORR.
              Perform CONFERIR-EAN Thru CONFERIR-EAN-EXIT.

      * A keyed barcode must carry its own check digit and belong to
      * no other product; zero leaves the product without one.
       CONFERIR-EAN.
              Move "S" To SW-EAN-OK.
              If EAN-CORR = Zeros Or EAN-CORR = EAN-ATUAL
                 GO TO CONFERIR-EAN-EXIT.

              Call "VALIDAR-EAN" Using EAN-CORR, SW-EAN-VALIDO.
              If Not EAN-VALIDO
                 Display "Codigo de barras invalido (digito "
                    "verificador) !"
                 Move "N" To SW-EAN-OK
                 GO TO CONFERIR-EAN-EXIT.

              Open Input ARQUIVO-PRODUTOS.
              If ERRO-PROD Not = "00"
                 Display "Erro ao abrir ARQUIVO-PRODUTOS, status "
                    ERRO-PROD
                 Move "N" To SW-EAN-OK
                 GO TO CONFERIR-EAN-EXIT.

              Move "N" To SW-FIM-EAN.
              Perform LER-EAN-DUPLICADO Until FIM-EAN.

              Close ARQUIVO-PRODUTOS.

       CONFERIR-EAN-EXIT.
              EXIT.

       LER-EAN-DUPLICADO.
              Read ARQUIVO-PRODUTOS Next
                 At End
                    Move "S" To SW-FIM-EAN
                 Not At End
                    If EAN-ARQ = EAN-CORR And COD-ARQ Not = COD-ATUAL
                       Display "Codigo de barras ja usado pelo "
                          "produto " COD-ARQ " !"
                       Move "N" To SW-EAN-OK
                       Move "S" To SW-FIM-EAN
                    End-If
              End-Read.

      * Keyed READ on the indexed catalog; the whole record is left
      * in PROD-ATUAL. A code keyed past the five-digit COD is an
      * EAN-13 read off the package and is resolved to its COD
      * first.
       LOCALIZAR-PRODUTO.
              Move "N" To SW-ENCONTROU.

                    ERRO-PROD
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

      * Replaces the record in place with a keyed READ plus REWRITE
      * on the indexed file.
       REGRAVAR-PRODUTO.
                 Move SITUACAO-CORR To LG-VALOR-NOVO
                 Perform GRAVAR-LOG Thru GRAVAR-LOG-EXIT.

              If EAN-CORR Not = EAN-ATUAL
                 Move "EAN" To LG-CAMPO
                 Move EAN-ATUAL To VALOR-EDITADO
                 Move VALOR-EDITADO To LG-VALOR-ANTIGO
                 Move EAN-CORR To VALOR-EDITADO
                 Move VALOR-EDITADO To LG-VALOR-NOVO
                 Perform GRAVAR-LOG Thru GRAVAR-LOG-EXIT.

       GRAVAR-LOG.
              Open Extend ARQUIVO-LOG.
              If ERRO-LOG = "35"
