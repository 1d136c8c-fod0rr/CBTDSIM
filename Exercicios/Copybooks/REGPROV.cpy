      ******************************************************************
      * Shared layout of one PROVISAO.DAT record: the ferias and 13o
      * provision of one departamento for one competencia, filed by
      * PROVISAO-FOLHA at the end of each run. A rerun within the
      * month appends a fresh set, so the readers (CUSTO-FOLHA and
      * EXPORTAR-CONTABIL) keep the latest line of each departamento
      * of the competencia.
      * Copy at the 05 level inside an enclosing 01 group; use
      * REPLACING to rename the PV- prefix when a program needs a
      * second buffer.
      ******************************************************************
           05  PV-COMPETENCIA  PIC 9(06).
           05  PV-DEPARTAMENTO PIC X(15).
           05  PV-13           PIC 9(08)V99.
           05  PV-FERIAS       PIC 9(08)V99.
