      ******************************************************************
      * Shared layout of one BANCOHORAS.DAT record: one movement of
      * a matricula's banco de horas, in minutes kept apart by the
      * rate they were earned at (50% and 100%). Overtime banked by
      * the ponto closing is a "C" credit that opens a lot whose
      * BH-ORIGEM is its own competencia; every later movement
      * against the lot names it in BH-ORIGEM - "D" compensated
      * absence, "V" lot paid on the roster when its six-month
      * window ran out, "R" remaining balance paid by the termo de
      * rescisao. The balance of a lot is its credit less the
      * movements naming it; lots are consumed oldest first.
      * BH-COMPETENCIA is the month the movement was posted in.
      * Written by FECHAR-PONTO and RESCISAO; listed by
      * CADASTRO-BANCO-HORAS. Copy at the 05 level inside an
      * enclosing 01 group.
      ******************************************************************
           05  BH-MATRICULA      PIC 9(05).
           05  BH-COMPETENCIA    PIC 9(06).
           05  BH-TIPO           PIC X(01).
               88 BH-CREDITO         VALUE "C".
               88 BH-COMPENSACAO     VALUE "D".
               88 BH-VENCIDO         VALUE "V".
               88 BH-RESCISAO        VALUE "R".
           05  BH-ORIGEM         PIC 9(06).
           05  BH-MIN-50         PIC 9(05).
           05  BH-MIN-100        PIC 9(05).
