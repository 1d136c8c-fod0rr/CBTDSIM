      *             whole lote off (baixa de vencido). RESULTADO
      *             returns S (ok), P (saida only partly covered by
      *             the lot balances) or N (lote not found on a V).
      * 2026-10-15  Operation D puts a customer return back on its
      *             lote: the quantity is added to the balance of
      *             that lote number, whose validade is returned;
      *             N when the lote is no longer on file, for the
      *             caller to book it again with an E.
      *----------------------------------------------------*

       Environment Division.
                    Perform CONSUMIR-FEFO Thru CONSUMIR-FEFO-EXIT
                 When "V"
                    Perform BAIXAR-VENCIDO Thru BAIXAR-VENCIDO-EXIT
                 When "D"
                    Perform REINTEGRAR-LOTE Thru REINTEGRAR-LOTE-EXIT
                 When Other
                    Move "N" To LOTE-RESULTADO
              End-Evaluate.
                 Move Zeros To TB-QTD(IX-LOTE)
                 Move TB-VALIDADE(IX-LOTE) To LOTE-VALIDADE.

      * A customer return goes back onto the lote it left from: the
      * first balance of that lote number takes the quantity. A lote
      * already eaten to zero was dropped from the file and returns
      * N.
       REINTEGRAR-LOTE.
              Perform CARREGAR-LOTES Thru CARREGAR-LOTES-EXIT.

              Move "N" To LOTE-RESULTADO.
              Perform SOMAR-AO-LOTE
                 Varying IX-LOTE From 1 By 1
                 Until IX-LOTE > QTD-LOTES-PROD
                    Or LOTE-RESULTADO = "S".

              If LOTE-RESULTADO Not = "S"
                 GO TO REINTEGRAR-LOTE-EXIT.

              Perform REGRAVAR-LOTES Thru REGRAVAR-LOTES-EXIT.

       REINTEGRAR-LOTE-EXIT.
              EXIT.

       SOMAR-AO-LOTE.
              If TB-LOTE(IX-LOTE) = LOTE-NUMERO
                 Add LOTE-QTD To TB-QTD(IX-LOTE)
                 Move TB-VALIDADE(IX-LOTE) To LOTE-VALIDADE
                 Move "S" To LOTE-RESULTADO.

       CARREGAR-LOTES.
              Move Zeros To QTD-LOTES-PROD.

