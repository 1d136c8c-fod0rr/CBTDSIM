      ******************************************************************
      * Shared layout of one VALESTOQ.DAT record: the company total
      * of one VALORIZAR-ESTOQUE run (active products at
      * CUSTO-MEDIO-ARQ), filed under the competencia of the run
      * date. A rerun within the month appends a fresh line, so the
      * readers (EXPORTAR-CONTABIL) keep the latest line of the
      * competencia. Copy at the 05 level inside an enclosing 01
      * group; use REPLACING to rename the VE- prefix when a program
      * needs a second buffer.
      ******************************************************************
           05  VE-COMPETENCIA   PIC 9(06).
           05  VE-DATA          PIC 9(08).
           05  VE-VALOR         PIC 9(09)V99.
