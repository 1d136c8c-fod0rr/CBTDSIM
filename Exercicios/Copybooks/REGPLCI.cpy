      ******************************************************************
      * Shared layout of one PLANOCIC.DAT record, the cycle-count
      * plan written by CONTAGEM-CICLICA: on working day PC-DATA,
      * product PC-COD is counted at location PC-LOCAL ("D" deposito,
      * "L" loja). PC-CLASSE is the product's ABC band (A monthly,
      * B quarterly, C twice a year), PC-ULTIMA the date of its last
      * count when the plan was made (zeros if never counted) and
      * PC-ATRASO flags a product already overdue then. The file is
      * rewritten whole on every planning run, in date order;
      * INVENTARIO confers the day's lines. Copy at the 05 level
      * inside an enclosing 01 group.
      ******************************************************************
           05  PC-DATA             PIC 9(08).
           05  PC-COD              PIC 9(05).
           05  PC-LOCAL            PIC X(01).
           05  PC-CLASSE           PIC X(01).
           05  PC-ULTIMA           PIC 9(08).
           05  PC-ATRASO           PIC X(01).
               88 CONTAGEM-ATRASADA        VALUE "S".
