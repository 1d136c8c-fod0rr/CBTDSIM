      ******************************************************************
      * Shared layout of one BHADESAO.DAT record: the matricula's
      * adhesion to the banco de horas agreement, kept by
      * CADASTRO-BANCO-HORAS. While the adhesion is in force (from
      * the adesao month on, up to the month before a cancelamento)
      * the ponto closing banks the employee's overtime instead of
      * sending it to ROSTER.DAT, and LANCAR-AFASTAMENTOS accepts
      * compensation days against the balance. Copy at the 05
      * level inside an enclosing 01 group.
      ******************************************************************
           05  AB-MATRICULA      PIC 9(05).
           05  AB-DATA-ADESAO    PIC 9(08).
           05  AB-SITUACAO       PIC X(01).
               88 ADESAO-ATIVA       VALUE "A".
               88 ADESAO-CANCELADA   VALUE "C".
           05  AB-DATA-CANCEL    PIC 9(08).
