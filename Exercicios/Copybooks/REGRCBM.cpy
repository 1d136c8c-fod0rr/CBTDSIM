      ******************************************************************
      * Shared layout of one RECEBIMENTOS.DAT record: a payment of
      * fiado received at the counter by CONTAS-RECEBER. The money
      * enters the receiving operator's caixa of the day, so
      * VENDA-BALCAO's caixa conference expects it in RB-FORMA-PAGTO
      * (VD-FORMA-PAGTO codes 1-4). Copy at the 05 level inside an
      * enclosing 01 group.
      ******************************************************************
           05  RB-DATA           PIC 9(08).
           05  RB-OPERADOR       PIC 9(04).
           05  RB-CLIENTE        PIC 9(05).
           05  RB-VALOR          PIC 9(07)V99.
           05  RB-FORMA-PAGTO    PIC 9(01).
