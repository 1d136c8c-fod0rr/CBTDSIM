      ******************************************************************
      * Shared layout of one CONTAGENS.DAT record, the history of the
      * physical counts: one line per product and location counted,
      * appended by INVENTARIO. CG-LOCAL is "D" (deposito) or "L"
      * (loja) for a cycle count of one shelf, space for a general
      * count of the whole quantity; CG-CLASSE is the ABC band the
      * cycle plan gave the product (space for a general count).
      * CONTAGEM-CICLICA reads it for the date of each product's
      * last count and for the accuracy of the counts per band.
      * Copy at the 05 level inside an enclosing 01 group.
      ******************************************************************
           05  CG-DATA             PIC 9(08).
           05  CG-COD              PIC 9(05).
           05  CG-LOCAL            PIC X(01).
           05  CG-CLASSE           PIC X(01).
           05  CG-QTD-LIVRO        PIC 9(03).
           05  CG-QTD-FISICA       PIC 9(03).
           05  CG-DIVERGENCIA      PIC X(01).
               88 CONTAGEM-DIVERGENTE      VALUE "S".
