      *             up on the shelf. The movement history finally
      *             gets looked at before GERAR-PEDIDOS reorders
      *             something that stopped selling in March.
      * 2026-10-15  REGPROD widened to 87 with the EAN-13 barcode
      *             (EAN-ARQ).
      * 2026-10-15  The saidas also come from the yearly history
      *             files (MOVESTOQ-AAAA.DAT) RETENCAO-DADOS moves the
      *             closed months to, from the year of the period
      *             start or of the dead-stock cut, whichever is
      *             earlier, as the kardex in MOVIMENTO-ESTOQUE does.
      *----------------------------------------------------*

       Environment Division.
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

      *-----------------------*
       77  ERRO-MOV                       Pic X(02) Value "00".
       77  ERRO-PROD                      Pic X(02) Value "00".
       77  ERRO-MOV-ANUAL                 Pic X(02) Value "00".
       77  NOME-MOV-ANUAL                 Pic X(40) Value Spaces.
       77  ANO-ANUAL                      Pic 9(04) Value Zeros.
       77  ANO-INICIO-ANUAL               Pic 9(04) Value Zeros.
       77  ANO-CORTE                      Pic 9(04) Value Zeros.
       77  ANO-HOJE                       Pic 9(04) Value Zeros.
       77  DATA-INI                       Pic 9(08) Value Zeros.
       77  DATA-FIM                       Pic 9(08) Value Zeros.
       77  DIAS-PARADO                    Pic 9(03) Value Zeros.
      * One pass over the whole history: saidas inside the period
      * enter the ranking; every saida (any date) refreshes the
      * product's last-saida date for the dead-stock section.
      * The moved history comes first, from the year of the period
      * start or of the dead-stock cut, whichever is earlier; on
      * the 30-day calendar the cut's year is its day count less
      * 31, over 360.
       CARREGAR-SAIDAS.
              Move DATA-HOJE To DATA-DESDOB.
              Move ANO-DD To ANO-HOJE.
              Compute ANO-CORTE = ((ANO-DD * 360) + (MES-DD * 30)
                 + DIA-DD - DIAS-PARADO - 31) / 360.
              Divide DATA-INI By 10000 Giving ANO-INICIO-ANUAL.
              If ANO-CORTE < ANO-INICIO-ANUAL
                 Move ANO-CORTE To ANO-INICIO-ANUAL.

              Open Input ARQUIVO-MOVIMENTO.
              If ERRO-MOV Not = "00"
                 Display "Erro ao abrir ARQUIVO-MOVIMENTO, status "
                    ERRO-MOV
                 GO TO CARREGAR-SAIDAS-EXIT.

              Perform LER-ANO Thru LER-ANO-EXIT
                 Varying ANO-ANUAL From ANO-INICIO-ANUAL By 1
                 Until ANO-ANUAL > ANO-HOJE.

              Move "N" To SW-FIM-ARQ.
              Perform LER-MOVIMENTO Until FIM-ARQ.

                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If MOV-SAIDA
                       Perform ACUMULAR-SAIDA Thru ACUMULAR-SAIDA-FIM
                    End-If
              End-Read.

      * The yearly history files are read into the movement record
      * while MOVESTOQ.DAT is open; a year with no file is simply
      * skipped.
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
                    If MOV-SAIDA
                       Perform ACUMULAR-SAIDA Thru ACUMULAR-SAIDA-FIM
                    End-If
              End-Read.

