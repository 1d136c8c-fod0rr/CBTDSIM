      ******************************************************************
      * Modification History:
      * 2026-09-02  First version.
      * 2026-10-15  Rescisao runs (mode 6) are included: their 13o
      *             proporcional detail (the one with no hours) is
      *             reported with the 13o, the saldo de salario with
      *             the regular pay.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-RENDIMENTOS.
              SET IX-FUNC DOWN BY 1.

      * IX-FUNC points at the employee's entry here, whether it was
      * matched by LOCALIZAR-FUNCIONARIO or just created. A rescisao
      * run's detail without hours is its 13o proporcional.
       ACUMULAR-NO-FUNCIONARIO.
           IF MODO-CORRENTE = 3
              OR (MODO-CORRENTE = 6 AND FP-HORAS = ZEROS)
              ADD FP-SALARIO-BRUTO   TO FT-BRUTO-13(IX-FUNC)
                 TOT-BRUTO-13
              ADD FP-INSS            TO FT-INSS-13(IX-FUNC)
