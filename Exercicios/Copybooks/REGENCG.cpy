      ******************************************************************
      * Shared layout of one ENCARGOS.DAT record: the employer's own
      * payroll charge rates from a vigencia date on - INSS patronal,
      * RAT and terceiros (sistema S) - the same effective-dating
      * pattern FAIXAS.DAT uses for the tax brackets, so a rate
      * change never rewrites the cost of a past competencia. Read
      * by CUSTO-FOLHA. Copy at the 05 level inside an enclosing 01
      * group.
      ******************************************************************
           05  EN-VIGENCIA        PIC 9(08).
           05  EN-ALIQ-PATRONAL   PIC 9V9999.
           05  EN-ALIQ-RAT        PIC 9V9999.
           05  EN-ALIQ-TERCEIROS  PIC 9V9999.
