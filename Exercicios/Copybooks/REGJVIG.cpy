      ******************************************************************
      * The jornada of one matricula on one date, as returned by the
      * JORNADA-VIGENTE lookup: the code in force (zero when the
      * matricula has none on file, and the full-time 8h/44h week of
      * the old rules is returned), the minutes of a working day,
      * the weekly hours, the monthly hours the folha values a month
      * at (weekly hours times 5,25 weeks), the weekday of the date
      * (1 segunda to 7 domingo) and whether the date is a working
      * day of the jornada. Copy at the 05 level inside an
      * enclosing 01 group.
      ******************************************************************
           05  JV-CODIGO         PIC 9(02).
               88 JV-SEM-CADASTRO    VALUE ZEROS.
           05  JV-TIPO           PIC X(01).
               88 JV-SEMANAL         VALUE "S".
               88 JV-12X36           VALUE "E".
           05  JV-MINUTOS-DIA    PIC 9(04).
           05  JV-HORAS-SEMANA   PIC 9(02)V9.
           05  JV-HORAS-MES      PIC 9(03)V99.
           05  JV-DIA-SEMANA     PIC 9(01).
           05  JV-DIA-TRABALHO   PIC X(01).
               88 JV-DIA-UTIL        VALUE "S".
