      * session count is the number of distinct FQ-DATA values, so a
      * student's attendance percentage is their presence count over
      * that session count - the figure the 75% rule in
      * CALCULAR-MEDIA reads. Presences of encerradas turmas past
      * the retention horizon are moved by RETENCAO-DADOS to
      * FREQUENCIA-AAAA.DAT in this same layout, and come back when
      * ENCERRAR-TURMA reopens the turma. Copy at the 05 level
      * inside an enclosing 01 group; use REPLACING to rename the
      * FQ- prefix when a program needs a second buffer.
      ******************************************************************
           05  FQ-TURMA      PIC X(10).
           05  FQ-DATA       PIC 9(08).
