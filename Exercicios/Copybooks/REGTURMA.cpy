           05  TR-ENCERRADA PIC X(01).
               88 TURMA-ENCERRADA VALUE "S".
               88 TURMA-EM-CURSO  VALUE "N", " ".
      * Planned total hours (carga horaria) of the turma, checked by
      * CADASTRO-CALENDARIO against the hours of its planned
      * sessions; a record older than the field reads it as spaces
      * and is taken as zero (not informed).
           05  TR-CARGA-HORARIA PIC 9(04).
