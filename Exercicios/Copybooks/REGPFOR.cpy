      ******************************************************************
      * Shared layout of one PRODFORN.DAT record (fornecedores de
      * cada produto), one per COD and fornecedor that sells it, with
      * the last quotation keyed in CADASTRO-COTACOES: unit price,
      * minimum order quantity (zero = no minimum) and lead time in
      * days. GERAR-PEDIDOS picks the supplier of each item from
      * these. Copy at the 05 level inside an enclosing 01 group.
      ******************************************************************
           05  PF-COD              PIC 9(05).
           05  PF-FORN             PIC 9(04).
           05  PF-PRECO            PIC 9(05)V99.
           05  PF-QTD-MINIMA       PIC 9(03).
           05  PF-PRAZO            PIC 9(03).
           05  PF-DATA-COTACAO     PIC 9(08).
