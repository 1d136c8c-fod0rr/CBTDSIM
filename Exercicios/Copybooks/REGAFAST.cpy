      * and consulted by the ponto closing (FECHAR-PONTO) when the
      * competencia's hours are totaled. Atestado and ferias are
      * justified (the period does not shrink the payable hours);
      * falta injustificada also costs the week's DSR. A compensacao
      * day is time off paid out of the employee's banco de horas
      * (BANCOHORAS.DAT). Copy at the 05 level inside an enclosing
      * 01 group; use REPLACING to rename the AF- prefix when a
      * program needs a second buffer.
      ******************************************************************
           05  AF-MATRICULA    PIC 9(05).
           05  AF-DATA-INICIO  PIC 9(08).
               88 AFASTAMENTO-ATESTADO VALUE "A".
               88 AFASTAMENTO-FERIAS   VALUE "F".
               88 AFASTAMENTO-FALTA    VALUE "I".
               88 AFASTAMENTO-COMPENSACAO VALUE "C".
