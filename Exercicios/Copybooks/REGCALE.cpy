      ******************************************************************
      * Shared layout of one CALENDARIO.DAT record: one planned
      * class session (diario de classe) of a turma - date, hours
      * and the content taught - maintained by CADASTRO-CALENDARIO.
      * LANCAR-FREQUENCIA takes attendance only on a planned date,
      * and the 75% rule in CALCULAR-MEDIA and the ata in
      * ENCERRAR-TURMA divide by the planned sessions held to date,
      * so a session with no attendance posted still counts.
      * CL-OPERADOR is who last recorded the content. Copy at the 05
      * level inside an enclosing 01 group; use REPLACING to rename
      * the CL- prefix when a program needs a second buffer.
      ******************************************************************
           05  CL-TURMA      PIC X(10).
           05  CL-DATA       PIC 9(08).
           05  CL-HORAS      PIC 9(02).
           05  CL-CONTEUDO   PIC X(40).
           05  CL-OPERADOR   PIC 9(04).
