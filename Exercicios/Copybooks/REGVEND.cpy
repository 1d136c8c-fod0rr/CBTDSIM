      ******************************************************************
      * Shared layout of one VENDAS.DAT record (venda de balcao),
      * written by VENDA-BALCAO and read by its day summary and
      * caixa closing and by EXPORTAR-CONTABIL. One line per item
      * rung; the items of one customer's purchase share the cupom
      * number and the form it was paid in. VD-MOTIVO-PRECO is kept
      * only when the operator overrode the catalog price;
      * VD-PROMOCAO marks a line sold at a promotional price of
      * PROMOCOES.DAT (space on lines written before promotions
      * existed). Months past the retention horizon are moved by
      * RETENCAO-DADOS to VENDAS-AAAA.DAT in this same layout. Copy
      * at the 05 level inside an enclosing 01 group.
      ******************************************************************
           05  VD-DATA         PIC 9(08).
           05  VD-COD          PIC 9(05).
           05  VD-QTD          PIC 9(03).
           05  VD-VALOR-UNIT   PIC 9(05)V99.
           05  VD-OPERADOR     PIC 9(04).
           05  VD-MOTIVO-PRECO PIC X(20).
           05  VD-CUPOM        PIC 9(06).
      * 1 dinheiro, 2 cartao de debito, 3 cartao de credito, 4 PIX -
      * the formas the caixa receives - and 5 fiado, charged to a
      * customer's account on RECEBER.DAT.
           05  VD-FORMA-PAGTO  PIC 9(01).
               88 PAGO-DINHEIRO      VALUE 1.
               88 PAGO-DEBITO        VALUE 2.
               88 PAGO-CREDITO       VALUE 3.
               88 PAGO-PIX           VALUE 4.
               88 PAGO-FIADO         VALUE 5.
               88 FORMA-PAGTO-CAIXA  VALUES 1 THRU 4.
               88 FORMA-PAGTO-VALIDA VALUES 1 THRU 5.
           05  VD-PROMOCAO     PIC X(01).
               88 VENDA-PROMOCIONAL  VALUE "S".
