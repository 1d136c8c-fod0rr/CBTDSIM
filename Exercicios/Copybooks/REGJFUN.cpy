      ******************************************************************
      * Shared layout of one JORNFUNC.DAT record: the jornada
      * (JORNADAS.DAT code) of one matricula from a vigencia date
      * on - the same effective-dating pattern SALHIST.DAT uses for
      * the valor da hora. For a 12x36 escala JF-INICIO-ESCALA is a
      * day the employee works, from which the shifts alternate.
      * Written by CADASTRO-JORNADAS and read by the JORNADA-VIGENTE
      * lookup. Copy at the 05 level inside an enclosing 01 group.
      ******************************************************************
           05  JF-MATRICULA      PIC 9(05).
           05  JF-VIGENCIA       PIC 9(08).
           05  JF-CODIGO         PIC 9(02).
           05  JF-INICIO-ESCALA  PIC 9(08).
