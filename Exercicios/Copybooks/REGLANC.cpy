      ******************************************************************
      * Shared layout of one LANCAMENTOS-CONTABEIS.DAT record: one
      * side (LC-NATUREZA "D" debito or "C" credito) of one
      * journal entry, written by EXPORTAR-CONTABIL for a
      * competencia and a source closing (LC-FONTE). The lines of a
      * source always balance: its debits equal its credits. Copy
      * at the 05 level inside an enclosing 01 group; use REPLACING
      * to rename the LC- prefix when a program needs a second
      * buffer.
      ******************************************************************
           05  LC-COMPETENCIA   PIC 9(06).
           05  LC-FONTE         PIC X(10).
           05  LC-TIPO          PIC X(10).
           05  LC-NATUREZA      PIC X(01).
               88 LANCAMENTO-DEBITO  VALUE "D".
               88 LANCAMENTO-CREDITO VALUE "C".
           05  LC-CONTA         PIC X(12).
           05  LC-VALOR         PIC 9(09)V99.
           05  LC-DATA          PIC 9(08).
           05  LC-HISTORICO     PIC X(30).
