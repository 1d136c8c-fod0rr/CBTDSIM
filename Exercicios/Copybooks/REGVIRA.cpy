      ******************************************************************
      * Shared layout of one VIRADAS.DAT record: one end-of-period
      * turma rollover run by VIRAR-TURMA - the encerrada source
      * turma, the turma its aprovados moved on to, the repeat turma
      * that took its reprovados, when and by whom, and how many
      * alunos went each way. A source turma on this file is never
      * rolled over a second time. Copy at the 05 level inside an
      * enclosing 01 group; use REPLACING to rename the VR- prefix
      * when a program needs a second buffer.
      ******************************************************************
           05  VR-TURMA-ORIGEM    PIC X(10).
           05  VR-TURMA-SEGUINTE  PIC X(10).
           05  VR-TURMA-REPETICAO PIC X(10).
           05  VR-DATA            PIC 9(08).
           05  VR-OPERADOR        PIC 9(04).
           05  VR-QTD-PROMOVIDOS  PIC 9(03).
           05  VR-QTD-RETIDOS     PIC 9(03).
           05  VR-QTD-PENDENTES   PIC 9(03).
