      ******************************************************************
      * Shared layout of one PROMOCOES.DAT record (precos
      * promocionais), kept by CADASTRO-PROMOCOES. A promotion names
      * either one product (PM-COD, with its promotional price in
      * PM-PRECO) or every product of a supplier (PM-FORN, with a
      * percentage off the catalog price in PM-DESCONTO), and holds
      * from PM-INICIO to PM-FIM inclusive. VENDA-BALCAO prices a
      * sale at the lowest promotion in force below the catalog
      * price; VALOR-UNIT-ARQ itself is never touched. Copy at the
      * 05 level inside an enclosing 01 group.
      ******************************************************************
           05  PM-COD              PIC 9(05).
           05  PM-FORN             PIC 9(04).
           05  PM-PRECO            PIC 9(05)V99.
           05  PM-DESCONTO         PIC 9(02)V99.
           05  PM-INICIO           PIC 9(08).
           05  PM-FIM              PIC 9(08).
           05  PM-DESCRICAO        PIC X(20).
