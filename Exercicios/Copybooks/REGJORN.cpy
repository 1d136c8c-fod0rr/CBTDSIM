      ******************************************************************
      * Shared layout of one JORNADAS.DAT record: a contractual work
      * schedule (jornada) kept by CADASTRO-JORNADAS. A weekly
      * jornada has its hours per day, its weekly hours and the
      * weekdays worked (one flag per day, segunda to domingo); a
      * 12x36 escala works 12 horas every other day, whatever the
      * weekday, and averages 42 horas a week. The jornada reaches
      * a matricula through JORNFUNC.DAT (REGJFUN). Copy at the 05
      * level inside an enclosing 01 group.
      ******************************************************************
           05  JN-CODIGO         PIC 9(02).
           05  JN-DESCRICAO      PIC X(20).
           05  JN-TIPO           PIC X(01).
               88 JORNADA-SEMANAL    VALUE "S".
               88 JORNADA-12X36      VALUE "E".
           05  JN-HORAS-DIA      PIC 9(02)V9.
           05  JN-HORAS-SEMANA   PIC 9(02)V9.
           05  JN-DIAS-SEMANA.
               10  JN-DIA-TRABALHO OCCURS 7 TIMES PIC X(01).
