      *             PRODUTOS.DAT writers take - so a catalog entry
      *             (or the nightly estoque step) can no longer run
      *             under another writer.
      * 2026-10-15  REG-FORN widened to 109 with the supplier's bank
      *             account (FR-BANCO, FR-AGENCIA, FR-CONTA).
      * 2026-10-15  REGPROD widened to 87 with the EAN-13 barcode
      *             (EAN-ARQ), asked at entry (zero when the product
      *             carries none): its check digit is conferred
      *             through the shared VALIDAR-EAN and a barcode
      *             already on another product is refused, so the
      *             counter and receiving can look products up by
      *             it. PRODENT.DAT entries come in without one and
      *             get it later through MANUTENCAO-PRODUTOS.
      * 2026-10-15  The Return-Code of the run survives the release of
      *             the subsystem lock, whose Call used to hand
      *             back zero and hide a failed run from the caller.
      *----------------------------------------------------*

       Environment Division.
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

       77  TRAVA-PROGRAMA                 Pic X(15) Value "PRODUTOS".
       77  TRAVA-OPERADOR                 Pic 9(04) Value Zeros.
       77  TRAVA-RESULTADO                Pic X(01) Value Space.
       77  SW-EAN-OK                      Pic X(01) Value "N".
           88 EAN-OK                             Value "S".
       77  SW-EAN-VALIDO                  Pic X(01) Value "N".
           88 EAN-VALIDO                         Value "S".
       77  SW-EAN-DUPLICADO               Pic X(01) Value "N".
           88 EAN-DUPLICADO                      Value "S".
       77  SW-FIM-EAN                     Pic X(01) Value "N".
           88 FIM-EAN                            Value "S".

       01  TABELA-BAIXO-ESTOQUE Value Zeros.
              05 BAIXO-TAB Occurs 500 Times Indexed By IX-BAIXO.
                     10 QTD-BAIXO-TAB     Pic 9(03).

       77  QTD-FORNECEDORES               Pic 9(02) Value Zeros.
       77  CODIGO-SAIDA                   Pic S9(04) Value Zeros.

       01  TABELA-FORNECEDORES Value Zeros.
              05 FORN-TAB Occurs 50 Times Indexed By IX-FORN.
                     10 FONE-FORN.
                            15 DDD        Pic 9(02) Value Zeros.
                            15 NUMERO     Pic 9(08) Value Zeros.
              05 EAN                      Pic 9(13) Value Zeros.

       Procedure Division.
       INICIO.
              Move ENT-VALOR-UNIT To VALOR-UNIT.
              Move ENT-QTD To QTD.
              Move ENT-QTD-MIN To QTD-MIN.
              Move Zeros To EAN.

              Perform VERIFICAR-ESTOQUE.

              EXIT.

       ENTRAR-DADOS.
              Move Zeros To VALOR-UNIT, QTD, QTD-MIN, DDD, NUMERO,
                 EAN.
              Display "Descricao............:".
	      Accept DESCRICAO.
              Perform ENTRAR-VALOR-UNIT Until VALOR-UNIT > Zeros.
              Move Space To SW-PERECIVEL.
              Perform ENTRAR-PERECIVEL Until ENTRADA-PERECIVEL
                 Or ENTRADA-NAO-PERECIVEL.
              Move "N" To SW-EAN-OK.
              Perform ENTRAR-EAN Until EAN-OK.
              Perform VERIFICAR-ESTOQUE.

              Move "N" To SW-FORN-OK.
      * New stock opens in the deposito; transfers move it to the
      * loja later.
              Move Zeros       To QTD-LOJA-ARQ.
              Move EAN         To EAN-ARQ.
              Write REGPROD-ARQ
                 Invalid Key
                    Display "Codigo " COD " ja existente no arquivo !"
              If Not ENTRADA-PERECIVEL And Not ENTRADA-NAO-PERECIVEL
                 Display "Informe S ou N !".

       ENTRAR-EAN.
              Display "Codigo de barras EAN-13 (zero se nao houver):".
              Accept EAN.
              Perform CONFERIR-EAN Thru CONFERIR-EAN-EXIT.

      * A keyed barcode must carry its own check digit and belong to
      * no other product; zero leaves the product without one.
       CONFERIR-EAN.
              Move "S" To SW-EAN-OK.
              If EAN = Zeros
                 GO TO CONFERIR-EAN-EXIT.

              Call "VALIDAR-EAN" Using EAN, SW-EAN-VALIDO.
              If Not EAN-VALIDO
                 Display "Codigo de barras invalido (digito "
                    "verificador) !"
                 Move "N" To SW-EAN-OK
                 GO TO CONFERIR-EAN-EXIT.

              Perform VERIFICAR-EAN-DUPLICADO.
              If EAN-DUPLICADO
                 Display "Codigo de barras ja usado pelo produto "
                    COD-ARQ " !"
                 Move "N" To SW-EAN-OK.

       CONFERIR-EAN-EXIT.
              EXIT.

      * The barcode is no key of the file, so the whole catalog is
      * read from its first COD.
       VERIFICAR-EAN-DUPLICADO.
              Move "N" To SW-EAN-DUPLICADO SW-FIM-EAN.
              Move Zeros To COD-ARQ.
              Start ARQUIVO-PRODUTOS Key Not < COD-ARQ
                 Invalid Key
                    Move "S" To SW-FIM-EAN
              End-Start.
              Perform LER-EAN Until FIM-EAN.

       LER-EAN.
              Read ARQUIVO-PRODUTOS Next
                 At End
                    Move "S" To SW-FIM-EAN
                 Not At End
                    If EAN-ARQ = EAN And COD-ARQ Not = COD
                       Move "S" To SW-EAN-DUPLICADO SW-FIM-EAN
                    End-If
              End-Read.

      * Flags a product that arrived at or below the reorder point
      * so it is not lost among everything else entered this run.
       VERIFICAR-ESTOQUE.
       GRAVAR-RELATORIO-EXIT.
              EXIT.

      * The release Call returns its own zero Return-Code; the run's
      * is kept aside and put back for the caller.
       END-OF-JOB.
              Move RETURN-CODE To CODIGO-SAIDA.
              Move "L" To TRAVA-OPERACAO.
              Call "TRAVAR-SUBSISTEMA" Using TRAVA-OPERACAO,
                 TRAVA-SUBSISTEMA, TRAVA-PROGRAMA, TRAVA-OPERADOR,
                 TRAVA-RESULTADO.
              Move CODIGO-SAIDA To RETURN-CODE.
              Goback.
