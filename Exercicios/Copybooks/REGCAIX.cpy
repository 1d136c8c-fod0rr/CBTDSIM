      ******************************************************************
      * Shared layout of one CAIXA.DAT record (movimento do caixa de
      * balcao), written by VENDA-BALCAO. Each operator's caixa of
      * the day is one "A" abertura carrying the fundo de troco in
      * CX-VALOR, any number of "S" sangrias (cash taken to the
      * cofre, CX-VALOR) and one "F" fechamento holding, per forma
      * de pagamento in VD-FORMA-PAGTO order (dinheiro, debito,
      * credito, PIX), what the day's movement says should be there
      * and what the operator counted. CX-SUPERVISOR is who signed
      * off a closing difference above the tolerance, zeros when
      * none was needed. Copy at the 05 level inside an enclosing 01
      * group.
      ******************************************************************
           05  CX-DATA           PIC 9(08).
           05  CX-OPERADOR       PIC 9(04).
           05  CX-TIPO           PIC X(01).
               88 CAIXA-ABERTURA       VALUE "A".
               88 CAIXA-SANGRIA        VALUE "S".
               88 CAIXA-FECHAMENTO     VALUE "F".
           05  CX-HORA           PIC 9(06).
           05  CX-VALOR          PIC 9(07)V99.
           05  CX-FORMA OCCURS 4 TIMES.
               10  CX-ESPERADO   PIC 9(08)V99.
               10  CX-CONTADO    PIC 9(08)V99.
           05  CX-SUPERVISOR     PIC 9(04).
