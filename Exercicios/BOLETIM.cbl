      *             shared REGHIST layout) with the nome coming from
      *             the ALUNOS.DAT cadastro, so one typo'd nome no
      *             longer hides half a student's record.
      * 2026-10-15  HISTORICO.DAT is INDEXED on matricula + turma +
      *             date: the boletim STARTs at the aluno's matricula
      *             and reads only their lancamentos instead of the
      *             whole history.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETIM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-HISTORICO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-CHAVE
           ALTERNATE RECORD KEY IS HIST-TURMA WITH DUPLICATES
           FILE STATUS IS HIST-ERRO.

           SELECT ARQUIVO-ALUNOS ASSIGN TO DISK
           DISPLAY "Aluno: " MATRICULA-BUSCA " - " NOME-ALUNO.
           DISPLAY "Turma      Media Situacao    Lancamento".

      * The aluno's lancamentos lead with the matricula on the key:
      * the read starts at the lowest key for it and stops at the
      * first record of the next aluno.
           MOVE LOW-VALUES TO HIST-CHAVE.
           MOVE MATRICULA-BUSCA TO HIST-MATRICULA.
           START ARQUIVO-HISTORICO KEY IS NOT LESS THAN HIST-CHAVE
              INVALID KEY
                 MOVE "10" TO HIST-ERRO
           END-START.

           PERFORM LER-HISTORICO UNTIL HIST-ERRO = "10".

           CLOSE ARQUIVO-HISTORICO.
           END-READ.

       LER-HISTORICO.
           READ ARQUIVO-HISTORICO NEXT
              AT END
                 MOVE "10" TO HIST-ERRO
              NOT AT END
                 IF HIST-MATRICULA = MATRICULA-BUSCA
                    PERFORM IMPRIMIR-LANCAMENTO
                 ELSE
                    MOVE "10" TO HIST-ERRO
                 END-IF
           END-READ.

