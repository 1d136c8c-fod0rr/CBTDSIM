      *             the movimento.
      * 2026-09-02  ARQUIVO-POSICAO's Record Contains corrected to
      *             24, REGPOS' real length.
      * 2026-10-15  REGPROD widened to 87 with the EAN-13 barcode
      *             (EAN-ARQ): the movement and the Kardex take the
      *             product's COD or its barcode, LOCALIZAR-PRODUTO
      *             resolving a barcode to the COD before the keyed
      *             read.
      * 2026-10-15  The kardex also reads the yearly history files
      *             (MOVESTOQ-AAAA.DAT) RETENCAO-DADOS moves the
      *             closed months to, from the year of its starting
      *             point on, ahead of MOVESTOQ.DAT - a range
      *             reaching back past the retention horizon lists
      *             the same as before the move.
      *----------------------------------------------------*

       Environment Division.
           Access Mode Is Sequential
           File Status Is ERRO-POS.

      * One year of moved history per file, named by the year.
           Select ARQUIVO-MOV-ANUAL Assign to Dynamic NOME-MOV-ANUAL
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-MOV-ANUAL.

       Data Division.
      *----------------------------------------------------*
       File Section.
      *-----------------------*
       FD  ARQUIVO-PRODUTOS
           Label Record Is Standard
           Record Contains 87 Characters
           Data Record Is REGPROD-ARQ
           Value Of File-Id "PRODUTOS.DAT".

       01  REG-POSICAO.
           COPY REGPOS.

       FD  ARQUIVO-MOV-ANUAL
           Label Record Is Standard
           Record Contains 45 Characters
           Data Record Is REG-MOV-ANUAL.

       01  REG-MOV-ANUAL                  Pic X(45).

       Working-Storage Section.
      *-----------------------*
       77  ERRO-PROD                      Pic X(02) Value "00".
       77  ERRO-MOV                       Pic X(02) Value "00".
       77  ME-OPCAO                       Pic 9(01) Value Zeros.
       77  COD-BUSCA                      Pic 9(05) Value Zeros.
       77  CODIGO-LIDO                    Pic 9(13) Value Zeros.
       77  SW-FIM-EAN                     Pic X(01) Value "N".
           88 FIM-EAN                            Value "S".
       77  QTD-MOVIMENTO                  Pic 9(03) Value Zeros.
       77  MOTIVO                         Pic X(20) Value Spaces.
       77  TIPO-MOVIMENTO                 Pic X(01) Value Spaces.
       77  SNAP-QTD                       Pic 9(03) Value Zeros.
       77  SNAP-QTD-LOJA                  Pic 9(03) Value Zeros.
       77  DATA-CORTE-SNAP                Pic 9(08) Value Zeros.
       77  ERRO-MOV-ANUAL                 Pic X(02) Value "00".
       77  NOME-MOV-ANUAL                 Pic X(40) Value Spaces.
       77  ANO-ANUAL                      Pic 9(04) Value Zeros.
       77  ANO-INICIO-ANUAL               Pic 9(04) Value Zeros.
       77  ANO-HOJE                       Pic 9(04) Value Zeros.

       01  DATA-INI-DESDOB.
           05 COMPETENCIA-INI Pic 9(06).
      * must exist on PRODUTOS.DAT; a saida larger than the current
      * QTD-ARQ is refused so the book stock can never go negative.
       LANCAR-MOVIMENTO.
              Display "Codigo do produto ou EAN (zero p/ encerrar):".
              Accept CODIGO-LIDO.
              If CODIGO-LIDO = Zeros
                 Move "S" To SW-FIM-ENTRADA
                 GO TO LANCAR-MOVIMENTO-EXIT.

                 Display "Data invalida !".

      * Keyed READ on the indexed catalog; the current quantity and
      * situacao are left for the caller. A code keyed past the
      * five-digit COD is an EAN-13 read off the package and is
      * resolved to its COD first.
       LOCALIZAR-PRODUTO.
              Move "N" To SW-ENCONTROU.

                 Move "S" To SW-FIM-ENTRADA
                 GO TO LOCALIZAR-PRODUTO-EXIT.

              If CODIGO-LIDO > 99999
                 Perform BUSCAR-EAN
              Else
                 Move CODIGO-LIDO To COD-BUSCA.

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

      * Updates the product's quantity in place with a keyed READ
      * plus REWRITE on the indexed file.
       ATUALIZAR-PRODUTO.
      * the range start), then each movement in the range is listed
      * with the running balance.
       EMITIR-KARDEX.
              Display "Codigo do produto ou EAN:".
              Accept CODIGO-LIDO.

              Perform LOCALIZAR-PRODUTO Thru LOCALIZAR-PRODUTO-EXIT.
              If Not ENCONTROU
                 End-Evaluate
              End-If.

      * The moved history comes first, from the year the passes
      * start in: the snapshot's when there is one, else the range
      * start's.
              Divide DATA-HOJE By 10000 Giving ANO-HOJE.
              If SNAPSHOT-ACHADO
                 Divide SNAP-COMPETENCIA By 100 Giving ANO-INICIO-ANUAL
              Else
                 Divide DATA-INI By 10000 Giving ANO-INICIO-ANUAL
              End-If.

              Open Input ARQUIVO-MOVIMENTO.
              If ERRO-MOV Not = "00"
                 Display "Erro ao abrir ARQUIVO-MOVIMENTO, status "
                    ERRO-MOV
                 GO TO EMITIR-KARDEX-EXIT.

              Perform DESCONTAR-ANO Thru DESCONTAR-ANO-EXIT
                 Varying ANO-ANUAL From ANO-INICIO-ANUAL By 1
                 Until ANO-ANUAL > ANO-HOJE.

              Move "N" To SW-FIM-ARQ.
              Perform DESCONTAR-MOVIMENTO Until FIM-ARQ.
              Close ARQUIVO-MOVIMENTO.
                    ERRO-MOV
                 GO TO EMITIR-KARDEX-EXIT.

              Move Zeros To QTD-LISTADOS.
              Divide DATA-INI By 10000 Giving ANO-INICIO-ANUAL.
              Perform LISTAR-ANO Thru LISTAR-ANO-EXIT
                 Varying ANO-ANUAL From ANO-INICIO-ANUAL By 1
                 Until ANO-ANUAL > ANO-HOJE.

              Move "N" To SW-FIM-ARQ.
              Perform LISTAR-MOVIMENTO Until FIM-ARQ.
              Close ARQUIVO-MOVIMENTO.

                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    Perform APLICAR-DESCONTO
              End-Read.

       APLICAR-DESCONTO.
              If SNAPSHOT-ACHADO
                 If MV-COD = COD-BUSCA
                    And MV-DATA > DATA-CORTE-SNAP
                    And MV-DATA < DATA-INI
                    Perform APURAR-DELTA
                    Add DELTA-MOVIMENTO To SALDO-KARDEX
                 End-If
              Else
                 If MV-COD = COD-BUSCA And MV-DATA >= DATA-INI
                    Perform APURAR-DELTA
                    Subtract DELTA-MOVIMENTO From SALDO-KARDEX
                 End-If
              End-If.

      * The yearly history files are read into the movement record
      * while MOVESTOQ.DAT is open, so both passes weigh a moved
      * movement exactly as a live one; a year with no file is
      * simply skipped.
       DESCONTAR-ANO.
              Perform MONTAR-NOME-ANUAL.
              Open Input ARQUIVO-MOV-ANUAL.
              If ERRO-MOV-ANUAL Not = "00"
                 GO TO DESCONTAR-ANO-EXIT.

              Move "N" To SW-FIM-ARQ.
              Perform DESCONTAR-MOV-ANUAL Until FIM-ARQ.
              Close ARQUIVO-MOV-ANUAL.

       DESCONTAR-ANO-EXIT.
              EXIT.

       DESCONTAR-MOV-ANUAL.
              Read ARQUIVO-MOV-ANUAL Into REG-MOVIMENTO
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    Perform APLICAR-DESCONTO
              End-Read.

       LISTAR-ANO.
              Perform MONTAR-NOME-ANUAL.
              Open Input ARQUIVO-MOV-ANUAL.
              If ERRO-MOV-ANUAL Not = "00"
                 GO TO LISTAR-ANO-EXIT.

              Move "N" To SW-FIM-ARQ.
              Perform LISTAR-MOV-ANUAL Until FIM-ARQ.
              Close ARQUIVO-MOV-ANUAL.

       LISTAR-ANO-EXIT.
              EXIT.

       LISTAR-MOV-ANUAL.
              Read ARQUIVO-MOV-ANUAL Into REG-MOVIMENTO
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    Perform EXIBIR-MOVIMENTO
              End-Read.

       MONTAR-NOME-ANUAL.
              Move Spaces To NOME-MOV-ANUAL.
              String "MOVESTOQ-" ANO-ANUAL ".DAT"
                 Delimited By Size Into NOME-MOV-ANUAL.

      * Latest POSESTOQ.DAT snapshot of the product dated before
      * the competencia of the range start; a missing file just
      * means no closing was run yet.
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    Perform EXIBIR-MOVIMENTO
              End-Read.

       EXIBIR-MOVIMENTO.
              If MV-COD = COD-BUSCA And
                 MV-DATA >= DATA-INI And MV-DATA <= DATA-FIM
                 Perform APURAR-DELTA
                 If LOCAL-FILTRO = "T"
                    Or DELTA-MOVIMENTO Not = Zeros
                    Add 1 To QTD-LISTADOS
                    Add DELTA-MOVIMENTO To SALDO-KARDEX
                    Move SALDO-KARDEX To MASCARA-SALDO
                    Display MV-DATA " " MV-TIPO "/" MV-LOCAL
                       " " MV-QTD " " MV-MOTIVO
                       " saldo: " MASCARA-SALDO
                 End-If
              End-If.
