      * (ALUNOS.DAT): the nome still rides the record for the older
      * listings, but the matricula is what identifies the aluno -
      * one typo in the nome no longer splits a student's record in
      * two.
      *
      * HISTORICO.DAT is INDEXED: HIST-CHAVE (matricula, turma and
      * lancamento date, in that order) is the RECORD KEY, so one
      * aluno's lancamentos lie together for BOLETIM, and HIST-TURMA
      * is an ALTERNATE RECORD KEY WITH DUPLICATES for the passes
      * that work a whole turma. The key fields lead the record; a
      * file in the older line sequential layout (nome first,
      * matricula last) is carried over by CONVERTER-HISTORICO.
      ******************************************************************
           05  HIST-CHAVE.
               10  HIST-MATRICULA PIC 9(05).
               10  HIST-TURMA     PIC X(10).
               10  HIST-DATA      PIC 9(08).
           05  HIST-NOME      PIC X(30).
           05  HIST-MEDIA     PIC 99V9.
      * "P" marks a reprovado por falta: less than 75% attendance
               88 HIST-REPROVADO       VALUE "F".
               88 HIST-AUSENTE         VALUE "U".
               88 HIST-REP-FALTA       VALUE "P".
