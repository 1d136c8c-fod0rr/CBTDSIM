      ******************************************************************
      * Shared layout of one RECEBER.DAT record (conta a receber de
      * cliente), one per cupom sold fiado by VENDA-BALCAO. Payments
      * posted by CONTAS-RECEBER accumulate in RC-PAGO, oldest
      * receivable first; the receivable is open while RC-PAGO is
      * short of RC-VALOR. Copy at the 05 level inside an enclosing
      * 01 group; use REPLACING to rename the RC- prefix when a
      * program needs a second buffer.
      ******************************************************************
           05  RC-CLIENTE        PIC 9(05).
           05  RC-CUPOM          PIC 9(06).
           05  RC-EMISSAO        PIC 9(08).
           05  RC-VENCIMENTO     PIC 9(08).
           05  RC-VALOR          PIC 9(07)V99.
           05  RC-PAGO           PIC 9(07)V99.
           05  RC-ULTIMO-PAGTO   PIC 9(08).
           05  RC-OPERADOR       PIC 9(04).
