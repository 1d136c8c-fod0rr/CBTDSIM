      ******************************************************************
      * Pensao alimenticia credits of one payment, filled by
      * CALCULA-PENSAO: one entry per beneficiary with the account
      * and the value withheld for it, for the caller's holerite
      * lines and REMESSA-BANCO.DAT details. The caller zeroes PB-QTD
      * before the first call of a payment; a second call for
      * another piece of the same payment (the 13o of a termo) adds
      * to the entries already there, so each beneficiary still gets
      * a single credit. Copy at the 05 level inside an enclosing 01
      * group.
      ******************************************************************
           05  PB-QTD                PIC 9(02).
           05  PB-TAB OCCURS 10 TIMES INDEXED BY IX-PB.
               10  PB-BENEFICIARIO   PIC X(30).
               10  PB-BANCO          PIC 9(03).
               10  PB-AGENCIA        PIC 9(04).
               10  PB-CONTA          PIC 9(08).
               10  PB-VALOR          PIC 9(05)V99.
