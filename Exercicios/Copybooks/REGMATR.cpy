      ******************************************************************
      * Shared layout of one ENTURMACAO.DAT record: one aluno
      * enrolled in one turma, maintained by CADASTRO-ENTURMACAO.
      * LANCAR-FREQUENCIA and the lancamento modes of CALCULAR-MEDIA
      * accept only an aluno ativo in the turma, and ENCERRAR-TURMA
      * lists the ativos left without a lancamento before the ata.
      * A trancado or transferido aluno keeps the line, so the
      * turma's roll still shows who passed through it. Copy at the
      * 05 level inside an enclosing 01 group; use REPLACING to
      * rename the MT- prefix when a program needs a second buffer.
      ******************************************************************
           05  MT-TURMA      PIC X(10).
           05  MT-MATRICULA  PIC 9(05).
           05  MT-DATA       PIC 9(08).
           05  MT-STATUS     PIC X(01).
               88 MATRICULA-ATIVA       VALUE "A".
               88 MATRICULA-TRANCADA    VALUE "T".
               88 MATRICULA-TRANSFERIDA VALUE "S".
