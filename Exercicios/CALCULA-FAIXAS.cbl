      *             drops the legal per-dependent deduction before
      *             the bracket is applied, so an employee with
      *             children is no longer overtaxed.
      * 2026-10-15  New DEDUCAO-PENSAO parameter: the pensao
      *             alimenticia withheld by court order (apured by
      *             CALCULA-PENSAO) comes off the IRRF base as the
      *             law allows; callers with no pensao pass zero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULA-FAIXAS.
       01  DEDUCAO-INSS       PIC 9(05)V99.
       01  DEDUCAO-IRRF       PIC 9(05)V99.
       01  VALOR-LIQUIDO      PIC 9(05)V99.
       01  DEDUCAO-PENSAO     PIC 9(05)V99.

       PROCEDURE DIVISION USING DATA-PROCESSAMENTO, SALARIO-BASE,
           QTD-DEPENDENTES, DEDUCAO-INSS, DEDUCAO-IRRF,
           VALOR-LIQUIDO, DEDUCAO-PENSAO.
       INICIO.
           IF NOT TABELA-CARREGADA
              OR DATA-PROCESSAMENTO NOT = FX-DATA-CARREGADA
      * bracket's parcela a deduzir. Either way the total deduction
      * is continuous across bracket boundaries, so a raise of one
      * real can no longer shrink the liquido. The IRRF base also
      * drops the per-dependent deduction and the pensao
      * alimenticia, floored at zero. The liquido returned is before
      * the pensao, which the caller deducts on its own line.
       APLICAR-FAIXA.
           MOVE ZEROS TO DEDUCAO-INSS DEDUCAO-IRRF FAIXA-PISO.
           PERFORM CALCULAR-INSS-BANDA
              UNTIL IX-FAIXA > FX-QTD.

           COMPUTE BASE-IRRF = SALARIO-BASE - DEDUCAO-INSS
              - (QTD-DEPENDENTES * DEDUCAO-POR-DEPENDENTE)
              - DEDUCAO-PENSAO.
           IF BASE-IRRF < ZEROS
              MOVE ZEROS TO BASE-IRRF.
           PERFORM CALCULAR-IRRF-FAIXA
