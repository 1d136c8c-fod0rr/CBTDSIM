      * by PRODUTOS' referential check and by the purchase order
      * generation. Copy at the 05 level inside an enclosing 01
      * group; use REPLACING to rename the FR- prefix when a program
      * needs a second buffer of the same record. The bank account
      * (FR-BANCO zeros = none on file) is where CONTAS-PAGAR credits
      * the supplier through REMESSA-FORN.DAT.
      ******************************************************************
           05 FR-COD                   Pic 9(04).
           05 FR-RAZAO                 Pic X(30).
           05 FR-NUMERO                Pic 9(08).
           05 FR-ENDERECO              Pic X(30).
           05 FR-CONTATO               Pic X(20).
           05 FR-BANCO                 Pic 9(03).
           05 FR-AGENCIA               Pic 9(04).
           05 FR-CONTA                 Pic 9(08).
