      ******************************************************************
      * Shared layout of one ATRIBUICOES.DAT record: one teacher (an
      * OPERADORES.DAT codigo) assigned to one turma/disciplina for
      * one periodo, maintained by CADASTRO-ATRIBUICOES. The
      * lancamento and recuperacao modes of CALCULAR-MEDIA and
      * LANCAR-FREQUENCIA accept only a turma assigned (ativa) to
      * the signed-on operator for the turma's current TR-PERIODO;
      * supervisors are exempt. A withdrawn assignment keeps its
      * line with DC-ATIVA "N". Copy at the 05 level inside an
      * enclosing 01 group; use REPLACING to rename the DC- prefix
      * when a program needs a second buffer.
      ******************************************************************
           05  DC-OPERADOR   PIC 9(04).
           05  DC-TURMA      PIC X(10).
           05  DC-PERIODO    PIC X(10).
           05  DC-ATIVA      PIC X(01).
               88 ATRIBUICAO-ATIVA   VALUE "S".
               88 ATRIBUICAO-RETIRADA VALUE "N".
