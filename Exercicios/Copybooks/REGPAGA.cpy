      ******************************************************************
      * Shared layout of one PAGAR.DAT record (conta a pagar a
      * fornecedor), one per parcela of a nota fiscal keyed when
      * RECEBER-PEDIDOS confers a delivery. PG-VALOR-NF and
      * PG-VALOR-CONFERIDO repeat on every parcela of the nota: a
      * nota whose value differs from the received quantities at
      * the keyed cost is filed retida and paid only after a
      * supervisor releases it in CONTAS-PAGAR. Payments accumulate
      * in PG-PAGO; the parcela is open while PG-PAGO is short of
      * PG-VALOR. PG-REMESSA holds the date the parcela went to the
      * bank on REMESSA-FORN.DAT (zeros = not yet sent). Copy at the
      * 05 level inside an enclosing 01 group.
      ******************************************************************
           05  PG-FORN            PIC 9(04).
           05  PG-PEDIDO          PIC 9(06).
           05  PG-NF              PIC 9(09).
           05  PG-PARCELA         PIC 9(02).
           05  PG-QTD-PARCELAS    PIC 9(02).
           05  PG-EMISSAO         PIC 9(08).
           05  PG-VENCIMENTO      PIC 9(08).
           05  PG-VALOR           PIC 9(07)V99.
           05  PG-PAGO            PIC 9(07)V99.
           05  PG-ULTIMO-PAGTO    PIC 9(08).
           05  PG-VALOR-NF        PIC 9(07)V99.
           05  PG-VALOR-CONFERIDO PIC 9(07)V99.
           05  PG-SITUACAO        PIC X(01).
               88 PAGAR-LIBERADA  VALUE "L".
               88 PAGAR-RETIDA    VALUE "R".
           05  PG-REMESSA         PIC 9(08).
