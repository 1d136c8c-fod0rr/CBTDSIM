      *             54, its real length; ESTATTURMAS.DAT is now
      *             opened Extend so a second run before the meeting
      *             no longer destroys the first page on file.
      * 2026-10-15  HISTORICO.DAT is INDEXED with HIST-TURMA as
      *             alternate key: the one-turma report Starts at the
      *             turma and reads only its lancamentos; the
      *             comparativo still reads the whole file (Read
      *             Next).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTATISTICAS-MEDIA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-HISTORICO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-CHAVE
           ALTERNATE RECORD KEY IS HIST-TURMA WITH DUPLICATES
           FILE STATUS IS HIST-ERRO.

           SELECT ARQUIVO-COMPARATIVO ASSIGN TO DISK

           Display "Turma/disciplina a analisar : ".
           Accept TURMA-BUSCA.
           Move TURMA-BUSCA To HIST-TURMA.
           Start ARQUIVO-HISTORICO Key Is Equal To HIST-TURMA
              Invalid Key
                 Move "10" To HIST-ERRO
           End-Start.
           Perform LER-HISTORICO Until HIST-ERRO = "10".
           Perform FECHAR.
           Stop Run.
           EXIT.

       LER-HISTORICO.
           Read ARQUIVO-HISTORICO Next
              At End
                 Move "10" To HIST-ERRO
              Not At End
                 If HIST-TURMA = TURMA-BUSCA
                    Perform ACUMULAR-REGISTRO
                 Else
                    Move "10" To HIST-ERRO
           End-Read.

       ACUMULAR-REGISTRO.
           EXIT.

       LER-TODAS.
           Read ARQUIVO-HISTORICO Next
              At End
                 Move "10" To HIST-ERRO
              Not At End
