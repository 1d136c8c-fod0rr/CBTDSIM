      *               spelling) and, on confirmation, merges them
      *               under the code registered on TURMAS.DAT, so
      *               "ADS 2026" and "ads2026" stop splitting one
      *               class into three on the statistics. The
      *               turma is part of the history's key, so each
      *               merged lancamento is written under the new key
      *               and the old one deleted; one that would collide
      *               with a lancamento already under the registered
      *               code is kept as it is and reported.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-08-22  First version.
      * 2026-10-15  REGTURMA widened to 56 with the carga horaria
      *             (TR-CARGA-HORARIA).
      * 2026-10-15  HISTORICO.DAT is INDEXED on matricula + turma +
      *             date with HIST-TURMA as alternate key: the merge
      *             STARTs at each divergent spelling and moves its
      *             lancamentos by keyed WRITE and DELETE, retiring
      *             the HISTNOVO copy-and-replace pass.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NORMALIZAR-TURMAS.
           FILE STATUS IS TR-ERRO.

           SELECT ARQUIVO-HISTORICO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-CHAVE
           ALTERNATE RECORD KEY IS HIST-TURMA WITH DUPLICATES
           FILE STATUS IS HIST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-TURMAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS REG-TURMA
           VALUE OF FILE-ID "TURMAS.DAT".

       01  REG-HISTORICO.
           COPY REGHIST.

       WORKING-STORAGE SECTION.

       77  TR-ERRO        PIC X(02) VALUE "00".
       77  HIST-ERRO      PIC X(02) VALUE "00".
       77  QTD-TURMAS     PIC 9(02) VALUE ZEROS.
       77  QTD-MAPEAMENTOS PIC 9(03) VALUE ZEROS.
       77  QTD-REGRAVADOS PIC 9(05) VALUE ZEROS.
       77  QTD-CONFLITOS  PIC 9(05) VALUE ZEROS.
       77  SW-FIM-GRAFIA  PIC X(01) VALUE "N".
           88 FIM-GRAFIA      VALUE "S".
       77  SW-ACHOU       PIC X(01) VALUE "N".
           88 ACHOU           VALUE "S".
       77  CONFIRMA       PIC X(01) VALUE "N".
       77  POSICAO-SAIDA  PIC 9(02) VALUE ZEROS.
       77  TURMA-NORMALIZADA PIC X(10) VALUE SPACES.

      * The lancamento as read under the divergent spelling, kept to
      * delete it by its old key once the copy under the registered
      * code has landed.
       01  REG-HISTORICO-ANTIGO.
           COPY REGHIST REPLACING
              HIST-CHAVE BY HISTN-CHAVE,
              HIST-NOME BY HISTN-NOME,
              HIST-MEDIA BY HISTN-MEDIA,
              HIST-SITUACAO BY HISTN-SITUACAO,
              HIST-DATA BY HISTN-DATA,
              HIST-TURMA BY HISTN-TURMA,
              HIST-MATRICULA BY HISTN-MATRICULA,
              HIST-APROVADO BY HISTN-APROVADO,
              HIST-EM-RECUPERACAO BY HISTN-EM-RECUPERACAO,
              HIST-REPROVADO BY HISTN-REPROVADO,
              HIST-AUSENTE BY HISTN-AUSENTE,
              HIST-REP-FALTA BY HISTN-REP-FALTA.

       01  TABELA-TURMAS VALUE ZEROS.
           05  TURMA-TAB OCCURS 50 TIMES INDEXED BY IX-TURMA.
               10  TT-CODIGO  PIC X(10).
              THRU REGRAVAR-HISTORICO-EXIT.

           DISPLAY "Lancamentos regravados: " QTD-REGRAVADOS.
           DISPLAY "Mantidos por conflito.: " QTD-CONFLITOS.

       END-OF-JOB.
           GOBACK.
           EXIT.

       CLASSIFICAR-LANCAMENTO.
           READ ARQUIVO-HISTORICO NEXT
              AT END
                 MOVE "10" TO HIST-ERRO
              NOT AT END
              MOVE TEXTO-ENTRADA(POSICAO-ENTRADA:1)
                 TO TEXTO-NORMAL(POSICAO-SAIDA:1).

      * Second pass: for each mapped spelling the read STARTs on the
      * turma alternate key and walks its lancamentos; each one is
      * written under the registered code and then deleted under the
      * old key. WRITE and DELETE leave the read position alone, so
      * the walk goes on to the next lancamento of the spelling.
       REGRAVAR-HISTORICO.
           OPEN I-O ARQUIVO-HISTORICO.
           IF HIST-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-HISTORICO, status "
                 HIST-ERRO
              GO TO REGRAVAR-HISTORICO-EXIT.

           PERFORM UNIFICAR-GRAFIA
              VARYING IX-MAPA FROM 1 BY 1
              UNTIL IX-MAPA > QTD-MAPEAMENTOS.

           CLOSE ARQUIVO-HISTORICO.

       REGRAVAR-HISTORICO-EXIT.
           EXIT.

       UNIFICAR-GRAFIA.
           MOVE "N" TO SW-FIM-GRAFIA.
           MOVE MP-DE(IX-MAPA) TO HIST-TURMA.
           START ARQUIVO-HISTORICO KEY IS EQUAL TO HIST-TURMA
              INVALID KEY
                 MOVE "S" TO SW-FIM-GRAFIA
           END-START.

           PERFORM MOVER-LANCAMENTO UNTIL FIM-GRAFIA.

       MOVER-LANCAMENTO.
           READ ARQUIVO-HISTORICO NEXT
              AT END
                 MOVE "S" TO SW-FIM-GRAFIA
              NOT AT END
                 IF HIST-TURMA NOT = MP-DE(IX-MAPA)
                    MOVE "S" TO SW-FIM-GRAFIA
                 ELSE
                    PERFORM TROCAR-TURMA-LANCAMENTO
                 END-IF
           END-READ.

      * A lancamento the aluno already has under the registered code
      * on the same date would collide on the key: it stays under
      * the old spelling, reported for the secretaria to settle.
       TROCAR-TURMA-LANCAMENTO.
           MOVE REG-HISTORICO TO REG-HISTORICO-ANTIGO.
           MOVE MP-PARA(IX-MAPA) TO HIST-TURMA.
           WRITE REG-HISTORICO
              INVALID KEY
                 ADD 1 TO QTD-CONFLITOS
                 DISPLAY "Conflito: matricula " HISTN-MATRICULA
                    " ja lancada em " MP-PARA(IX-MAPA) " na data "
                    HISTN-DATA ", mantida em '" HISTN-TURMA "'."
              NOT INVALID KEY
                 MOVE HISTN-CHAVE TO HIST-CHAVE
                 DELETE ARQUIVO-HISTORICO RECORD
                    INVALID KEY
                       DISPLAY "Erro ao excluir grafia antiga, "
                          "status " HIST-ERRO
                    NOT INVALID KEY
                       ADD 1 TO QTD-REGRAVADOS
                 END-DELETE
           END-WRITE.

       END PROGRAM NORMALIZAR-TURMAS.
