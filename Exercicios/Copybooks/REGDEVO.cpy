      ******************************************************************
      * Shared layout of one DEVOLUCOES.DAT record (devolucao de
      * venda de balcao), written by VENDA-BALCAO's return mode and
      * read by its day summary and by EXPORTAR-CONTABIL. Each
      * return names the sale it undoes - VENDAS.DAT lines of
      * DV-DATA-VENDA, DV-COD and DV-OPERADOR-VENDA - and refunds
      * DV-QTD at the price that sale was rung at. Copy at the 05
      * level inside an enclosing 01 group.
      ******************************************************************
           05  DV-DATA           PIC 9(08).
           05  DV-DATA-VENDA     PIC 9(08).
           05  DV-COD            PIC 9(05).
           05  DV-QTD            PIC 9(03).
           05  DV-VALOR-UNIT     PIC 9(05)V99.
           05  DV-OPERADOR-VENDA PIC 9(04).
      * The operator who took the goods back and paid the refund out
      * of their register.
           05  DV-OPERADOR       PIC 9(04).
      * L: back on the loja shelf, sellable (stock and lote
      * reinstated); Q: quarentena - damaged or unfit units kept out
      * of the sellable stock.
           05  DV-DESTINO        PIC X(01).
               88 DEVOLVIDO-LOJA       VALUE "L".
               88 DEVOLVIDO-QUARENTENA VALUE "Q".
           05  DV-MOTIVO         PIC X(20).
      * Supervisor who authorized a refund above the limit; zeros
      * when none was needed.
           05  DV-SUPERVISOR     PIC 9(04).
           05  DV-LOTE           PIC X(10).
