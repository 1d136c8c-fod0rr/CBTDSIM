      *             outcome, apart from the grade-based "F". A turma
      *             with no attendance on file classifies on the
      *             media alone, as before.
      * 2026-10-15  Grades are taken only for an aluno ativo in the
      *             turma on ENTURMACAO.DAT (CADASTRO-ENTURMACAO):
      *             the individual mode refuses the lancamento, the
      *             lote rejects and counts the record, and the
      *             recuperacao skips an aluno trancado or
      *             transferido since the first lancamento.
      * 2026-10-15  The lancamento, lote (the unattended card's
      *             operador included) and recuperacao modes accept
      *             only a turma assigned to the operator for its
      *             current periodo on ATRIBUICOES.DAT (CADASTRO-
      *             ATRIBUICOES); supervisors are exempt.
      * 2026-10-15  The 75% rule now divides by the turma's sessions
      *             planned on CALENDARIO.DAT (CADASTRO-CALENDARIO)
      *             and held to date, so a session with no attendance
      *             posted still counts, and only presences on those
      *             sessions count; a turma with no calendar keeps
      *             the distinct FREQUENCIA.DAT dates. REGTURMA
      *             widened to 56 with the carga horaria.
      * 2026-10-15  HISTORICO.DAT reorganized as an INDEXED file keyed
      *             on matricula + turma + date (HIST-CHAVE), with
      *             HIST-TURMA as alternate key: a lancamento is a
      *             keyed WRITE (the same aluno, turma and date twice
      *             is refused), the recuperacao starts at the turma
      *             and rewrites each result by key, and CORRIGIR-
      *             HISTORICO reads the record by matricula, turma
      *             and date and rewrites it in place - the HISTNOVO
      *             copy-and-replace pass is retired.
      * 2026-10-15  A missing FREQUENCIA.DAT counts as no presence on
      *             the planned sessions instead of skipping the 75%
      *             rule.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULAR-MEDIA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-HISTORICO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-CHAVE
           ALTERNATE RECORD KEY IS HIST-TURMA WITH DUPLICATES
           FILE STATUS IS HIST-ERRO.

           SELECT ARQUIVO-AUDITORIA ASSIGN TO DISK
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUD-ERRO.

           SELECT ARQUIVO-NOTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RL-ERRO.

           SELECT ARQUIVO-ENTURMACAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MT-ERRO.

           SELECT ARQUIVO-ATRIBUICOES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DC-ERRO.

           SELECT ARQUIVO-CALENDARIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CL-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-HISTORICO
       01  REG-AUDITORIA.
           COPY REGAUD.

      * One aluno per record, with up to ten notas; the lote mode
      * applies the single weight scheme keyed at the start of the
      * run to every record.

       FD  ARQUIVO-TURMAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS REG-TURMA
           VALUE OF FILE-ID "TURMAS.DAT".

           05  RL-SITUACAO       PIC X(01).
           05  RL-OPERADOR       PIC 9(04).

       FD  ARQUIVO-ENTURMACAO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS REG-ENTURMACAO
           VALUE OF FILE-ID "ENTURMACAO.DAT".

       01  REG-ENTURMACAO.
           COPY REGMATR.

       FD  ARQUIVO-ATRIBUICOES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS REG-ATRIBUICAO
           VALUE OF FILE-ID "ATRIBUICOES.DAT".

       01  REG-ATRIBUICAO.
           COPY REGATRI.

       FD  ARQUIVO-CALENDARIO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS REG-CALENDARIO
           VALUE OF FILE-ID "CALENDARIO.DAT".

       01  REG-CALENDARIO.
           COPY REGCALE.

       WORKING-STORAGE SECTION.

       77  HIST-ERRO      PIC X(02) VALUE "00".
       77  SW-ERRO-ALUNOS PIC X(01) VALUE "N".
           88 ERRO-ALUNOS     VALUE "S".
       77  SITUACAO-ALUNO PIC X(01) VALUE SPACE.
       77  MT-ERRO        PIC X(02) VALUE "00".
       77  DC-ERRO        PIC X(02) VALUE "00".
       77  PERIODO-TURMA  PIC X(10) VALUE SPACES.
       77  SW-ATRIBUIDA   PIC X(01) VALUE "N".
           88 ATRIBUIDA       VALUE "S".
       77  SW-FIM-ATRIBUICOES PIC X(01) VALUE "N".
           88 FIM-ATRIBUICOES VALUE "S".
       77  SW-ENTURMADO   PIC X(01) VALUE "N".
           88 ENTURMADO       VALUE "S".
       77  SW-FIM-ENTURMACAO PIC X(01) VALUE "N".
           88 FIM-ENTURMACAO  VALUE "S".
       77  TURMA          PIC X(10) VALUE SPACES.
       77  DATA-LANCAMENTO PIC 9(08) VALUE ZEROS.
       77  QTD-NOTAS      PIC 9(02) VALUE ZEROS.
       77  PERCENTUAL-FREQ PIC 9(03) VALUE ZEROS.
       77  SW-SESSAO-ACHADA PIC X(01) VALUE "N".
           88 SESSAO-ACHADA VALUE "S".
       77  CL-ERRO PIC X(02) VALUE "00".
       77  DATA-HOJE PIC 9(08) VALUE ZEROS.
       77  SW-CALENDARIO PIC X(01) VALUE "N".
           88 COM-CALENDARIO VALUE "S".
       77  RL-ERRO PIC X(02) VALUE "00".
       77  QTD-RECUPERACOES PIC 9(03) VALUE ZEROS.
       77  QTD-RECUP-PROCESSADAS PIC 9(03) VALUE ZEROS.
               10  RC-SITUACAO    PIC X(01).
               10  RC-PROCESSADA  PIC X(01).

      * The turma's sessions planned on CALENDARIO.DAT up to today,
      * or without a calendar its distinct session dates seen on
      * FREQUENCIA.DAT, counted for the attendance denominator.
       01  TABELA-SESSOES VALUE ZEROS.
           05  SESSAO-TAB OCCURS 100 TIMES INDEXED BY IX-SESSAO
               PIC 9(08).
           88 CORRIGIR        VALUE "S".
       77  NUM-CORRECAO   PIC 9(02) VALUE ZEROS.
       77  NOTA-ANTIGA    PIC 99V9  VALUE ZEROS.
       77  SW-CORRIGIR-HIST  PIC X(01) VALUE "N".
           88 CORRIGIR-HIST      VALUE "S".
       77  SW-ENCONTROU-HIST PIC X(01) VALUE "N".
       77  SW-TURMA-FECHADA PIC X(01) VALUE "N".
           88 TURMA-FECHADA     VALUE "S".
       77  NOME-BUSCA-HIST   PIC X(30) VALUE SPACES.
       77  MATRICULA-BUSCA-HIST PIC 9(05) VALUE ZEROS.
       77  TURMA-BUSCA-HIST  PIC X(10) VALUE SPACES.
       77  DATA-BUSCA-HIST   PIC 9(08) VALUE ZEROS.
       77  MEDIA-ANTIGA-HIST PIC 99V9 VALUE ZEROS.
                  DISPLAY "Operador do cartao nao cadastrado !"
                  MOVE 8 TO RETURN-CODE
                  GO TO PROCESSAR-LOTE-AUTOMATICO-EXIT.
               MOVE PERFIL-ENCONTRADO TO OPERADOR-PERFIL.

               MOVE NP-TURMA TO TURMA.
               PERFORM VALIDAR-TURMA THRU VALIDAR-TURMA-EXIT.
                  MOVE 8 TO RETURN-CODE
                  GO TO PROCESSAR-LOTE-AUTOMATICO-EXIT.

               PERFORM VERIFICAR-ATRIBUICAO
                  THRU VERIFICAR-ATRIBUICAO-EXIT.
               IF NOT ATRIBUIDA
                  DISPLAY "Turma do cartao nao atribuida ao "
                     "operador " OPERADOR-CODIGO " !"
                  MOVE 8 TO RETURN-CODE
                  GO TO PROCESSAR-LOTE-AUTOMATICO-EXIT.

               MOVE NP-QTD TO QTD-NOTAS.
               IF QTD-NOTAS = ZEROS OR QTD-NOTAS > 10
                  DISPLAY "Quantidade de notas invalida no cartao !"
               IF ERRO-TURMAS
                  GO TO PROCESSAR-INDIVIDUAL-EXIT.

               PERFORM VERIFICAR-ENTURMACAO
                  THRU VERIFICAR-ENTURMACAO-EXIT.
               IF NOT ENTURMADO
                  DISPLAY "Aluno nao matriculado (ativo) na turma "
                     TURMA ", lancamento recusado !"
                  GO TO PROCESSAR-INDIVIDUAL-EXIT.

               PERFORM ENTRAR-QTD-NOTAS UNTIL QTD-NOTAS > 0.

               PERFORM ENTRAR-NOTA
                     NT-MATRICULA " nao cadastrada ou inativa)."
                  GO TO PROCESSAR-ALUNO-LOTE-FIM.

               PERFORM VERIFICAR-ENTURMACAO
                  THRU VERIFICAR-ENTURMACAO-EXIT.
               IF NOT ENTURMADO
                  ADD 1 TO QTD-REJEITADOS-LOTE
                  DISPLAY "Aluno rejeitado (matricula "
                     NT-MATRICULA " nao matriculada na turma)."
                  GO TO PROCESSAR-ALUNO-LOTE-FIM.

               MOVE "S" TO SW-ALUNO-VALIDO.
               PERFORM VALIDAR-NOTA-LOTE
                  VARYING IX-NOTA FROM 1 BY 1
                     END-IF
               END-READ.

      * A supervisor posts for any turma; anyone else needs an
      * active line on ATRIBUICOES.DAT for the turma and its current
      * periodo. With no assignment file only supervisors post.
       VERIFICAR-ATRIBUICAO.
               MOVE "N" TO SW-ATRIBUIDA SW-FIM-ATRIBUICOES.
               IF OPERADOR-PERFIL = "S"
                  MOVE "S" TO SW-ATRIBUIDA
                  GO TO VERIFICAR-ATRIBUICAO-EXIT.

               OPEN INPUT ARQUIVO-ATRIBUICOES.
               IF DC-ERRO NOT = "00"
                  GO TO VERIFICAR-ATRIBUICAO-EXIT.

               PERFORM LER-ATRIBUICAO
                  UNTIL ATRIBUIDA OR FIM-ATRIBUICOES.

               CLOSE ARQUIVO-ATRIBUICOES.

       VERIFICAR-ATRIBUICAO-EXIT.
               EXIT.

       LER-ATRIBUICAO.
               READ ARQUIVO-ATRIBUICOES
                  AT END
                     MOVE "S" TO SW-FIM-ATRIBUICOES
                  NOT AT END
                     IF DC-OPERADOR = OPERADOR-CODIGO
                        AND DC-TURMA = TURMA
                        AND DC-PERIODO = PERIODO-TURMA
                        AND ATRIBUICAO-ATIVA
                        MOVE "S" TO SW-ATRIBUIDA
                     END-IF
               END-READ.

      * The aluno must hold an ativo line for the turma on
      * ENTURMACAO.DAT; with no enrollment file nobody is enrolled.
       VERIFICAR-ENTURMACAO.
               MOVE "N" TO SW-ENTURMADO SW-FIM-ENTURMACAO.

               OPEN INPUT ARQUIVO-ENTURMACAO.
               IF MT-ERRO NOT = "00"
                  DISPLAY "Erro ao abrir ENTURMACAO.DAT, status "
                     MT-ERRO
                  GO TO VERIFICAR-ENTURMACAO-EXIT.

               PERFORM LER-ENTURMACAO
                  UNTIL ENTURMADO OR FIM-ENTURMACAO.

               CLOSE ARQUIVO-ENTURMACAO.

       VERIFICAR-ENTURMACAO-EXIT.
               EXIT.

       LER-ENTURMACAO.
               READ ARQUIVO-ENTURMACAO
                  AT END
                     MOVE "S" TO SW-FIM-ENTURMACAO
                  NOT AT END
                     IF MT-TURMA = TURMA
                        AND MT-MATRICULA = MATRICULA-ALUNO
                        AND MATRICULA-ATIVA
                        MOVE "S" TO SW-ENTURMADO
                     END-IF
               END-READ.

      * Only a code registered and active on TURMAS.DAT is accepted,
      * so every lancamento lands under the registry's spelling.
       ENTRAR-TURMA.
                  IF NOT TURMA-VALIDA
                     IF NOT ERRO-TURMAS
                        DISPLAY "Turma nao cadastrada, inativa ou "
                           "encerrada !"
                     END-IF
                  ELSE
                     PERFORM VERIFICAR-ATRIBUICAO
                        THRU VERIFICAR-ATRIBUICAO-EXIT
                     IF NOT ATRIBUIDA
                        MOVE "N" TO SW-TURMA-VALIDA
                        DISPLAY "Turma nao atribuida ao operador "
                           OPERADOR-CODIGO " neste periodo !".

      * Sequential scan of TURMAS.DAT for the keyed code; only an
      * active entry still em curso (not encerrada) validates.
                  NOT AT END
                     IF TR-CODIGO = TURMA
                        MOVE "S" TO SW-TURMA-ACHADA
                        MOVE TR-PERIODO TO PERIODO-TURMA
                        IF TURMA-ATIVA AND NOT TURMA-ENCERRADA
                           MOVE "S" TO SW-TURMA-VALIDA
                        END-IF
      * Recovery processing: loads the turma's em-recuperacao
      * records, keys each recovery grade, recomputes the final
      * media by the regulation's formula - (media + nota da
      * recuperacao) / 2, aprovado at 5,0 - and rewrites each result
      * on the history by key, each one logged to RECUPLOG.DAT.
       PROCESSAR-RECUPERACAO.
               PERFORM ENTRAR-TURMA UNTIL TURMA-VALIDA
                  OR ERRO-TURMAS.
       PROCESSAR-RECUPERACAO-EXIT.
               EXIT.

      * The turma's lancamentos lie together on the alternate key:
      * the read starts at the turma and stops at the next one.
       CARREGAR-RECUPERACOES.
               OPEN INPUT ARQUIVO-HISTORICO.
               IF HIST-ERRO NOT = "00"
                     HIST-ERRO
                  GO TO CARREGAR-RECUPERACOES-EXIT.

               MOVE TURMA TO HIST-TURMA.
               START ARQUIVO-HISTORICO KEY IS EQUAL TO HIST-TURMA
                  INVALID KEY
                     MOVE "10" TO HIST-ERRO
               END-START.

               PERFORM LER-RECUPERACAO UNTIL HIST-ERRO = "10".

               CLOSE ARQUIVO-HISTORICO.
               EXIT.

       LER-RECUPERACAO.
               READ ARQUIVO-HISTORICO NEXT
                  AT END
                     MOVE "10" TO HIST-ERRO
                  NOT AT END
                     IF HIST-TURMA NOT = TURMA
                        MOVE "10" TO HIST-ERRO
                     END-IF
                     IF HIST-TURMA = TURMA AND HIST-EM-RECUPERACAO
                        IF QTD-RECUPERACOES < 100
                           ADD 1 TO QTD-RECUPERACOES
               DISPLAY "Aluno " RC-MATRICULA(IX-RECUP) " "
                  RC-NOME(IX-RECUP) " media " MASCARA.

               MOVE RC-MATRICULA(IX-RECUP) TO MATRICULA-ALUNO.
               PERFORM VERIFICAR-ENTURMACAO
                  THRU VERIFICAR-ENTURMACAO-EXIT.
               IF NOT ENTURMADO
                  DISPLAY "Aluno nao esta ativo na turma, "
                     "recuperacao nao lancada."
                  GO TO PROCESSAR-UMA-RECUPERACAO-FIM.

               SET NUM-NOTA TO IX-RECUP.
               MOVE "N" TO SW-NOTA-VALIDA.
               PERFORM ENTRAR-VALOR-NOTA UNTIL NOTA-VALIDA.
       PROCESSAR-UMA-RECUPERACAO-FIM.
               EXIT.

      * Writes the processed results back: each "R" record is read
      * by its key (matricula, turma and lancamento date) and
      * rewritten with the final media/situacao.
       REGRAVAR-RECUPERACOES.
               OPEN I-O ARQUIVO-HISTORICO.
               IF HIST-ERRO NOT = "00"
                  DISPLAY "Erro ao abrir ARQUIVO-HISTORICO, status "
                     HIST-ERRO
                  GO TO REGRAVAR-RECUPERACOES-EXIT.

               PERFORM REGRAVAR-UMA-RECUPERACAO
                  VARYING IX-RECUP FROM 1 BY 1
                  UNTIL IX-RECUP > QTD-RECUPERACOES.

               CLOSE ARQUIVO-HISTORICO.

       REGRAVAR-RECUPERACOES-EXIT.
               EXIT.

       REGRAVAR-UMA-RECUPERACAO.
               IF RC-PROCESSADA(IX-RECUP) = "S"
                  MOVE RC-MATRICULA(IX-RECUP) TO HIST-MATRICULA
                  MOVE TURMA TO HIST-TURMA
                  MOVE RC-DATA-LANC(IX-RECUP) TO HIST-DATA
                  READ ARQUIVO-HISTORICO
                     INVALID KEY
                        DISPLAY "Lancamento da matricula "
                           RC-MATRICULA(IX-RECUP)
                           " sumiu do historico !"
                     NOT INVALID KEY
                        MOVE RC-MEDIA-NOVA(IX-RECUP) TO HIST-MEDIA
                        MOVE RC-SITUACAO(IX-RECUP) TO HIST-SITUACAO
                        REWRITE REG-HISTORICO
                        IF HIST-ERRO NOT = "00"
                           DISPLAY "Erro ao regravar REG-HISTORICO, "
                              "status " HIST-ERRO
                        END-IF
                  END-READ.

       GRAVAR-RECUPLOG.
               OPEN EXTEND ARQUIVO-RECUPLOG.
               EXIT.

      * The 75% rule: the aluno's presences on FREQUENCIA.DAT over
      * the turma's sessions planned on CALENDARIO.DAT and held to
      * date - a session nobody posted attendance for still counts.
      * A turma with no calendar falls back to its distinct session
      * dates on FREQUENCIA.DAT. Below 75% the situacao becomes
      * reprovado por falta ("P") whatever the media says; a turma
      * with no sessions at all classifies on the media alone. With
      * no FREQUENCIA.DAT yet the planned sessions still count, at
      * zero presences.
       APLICAR-FREQUENCIA.
           MOVE ZEROS TO QTD-SESSOES QTD-PRESENCAS.

           PERFORM CARREGAR-CALENDARIO THRU CARREGAR-CALENDARIO-EXIT.

           OPEN INPUT ARQUIVO-FREQUENCIA.
           IF FQ-ERRO = "35"
              MOVE "00" TO FQ-ERRO
              GO TO APLICAR-PERCENTUAL.
           IF FQ-ERRO NOT = "00"
              MOVE "00" TO FQ-ERRO
              GO TO APLICAR-FREQUENCIA-EXIT.

           CLOSE ARQUIVO-FREQUENCIA.

       APLICAR-PERCENTUAL.

           IF QTD-SESSOES = ZEROS
              GO TO APLICAR-FREQUENCIA-EXIT.

                 MOVE "10" TO FQ-ERRO
              NOT AT END
                 IF FQ-TURMA = TURMA
                    IF COM-CALENDARIO
                       PERFORM CONTAR-PRESENCA-PLANEJADA
                    ELSE
                       PERFORM CONTAR-SESSAO
                       IF FQ-MATRICULA = MATRICULA-ALUNO
                          ADD 1 TO QTD-PRESENCAS
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       CONTAR-PRESENCA-PLANEJADA.
           IF FQ-MATRICULA = MATRICULA-ALUNO
              MOVE "N" TO SW-SESSAO-ACHADA
              PERFORM PROCURAR-SESSAO
                 VARYING IX-SESSAO FROM 1 BY 1
                 UNTIL IX-SESSAO > QTD-SESSOES
              IF SESSAO-ACHADA
                 ADD 1 TO QTD-PRESENCAS.

       CARREGAR-CALENDARIO.
           MOVE "N" TO SW-CALENDARIO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT ARQUIVO-CALENDARIO.
           IF CL-ERRO NOT = "00"
              MOVE "00" TO CL-ERRO
              GO TO CARREGAR-CALENDARIO-EXIT.

           PERFORM LER-CALENDARIO UNTIL CL-ERRO = "10".

           CLOSE ARQUIVO-CALENDARIO.

           IF QTD-SESSOES > ZEROS
              MOVE "S" TO SW-CALENDARIO.

       CARREGAR-CALENDARIO-EXIT.
           EXIT.

       LER-CALENDARIO.
           READ ARQUIVO-CALENDARIO
              AT END
                 MOVE "10" TO CL-ERRO
              NOT AT END
                 IF CL-TURMA = TURMA AND CL-DATA NOT > DATA-HOJE
                    IF QTD-SESSOES < 100
                       ADD 1 TO QTD-SESSOES
                       SET IX-SESSAO TO QTD-SESSOES
                       MOVE CL-DATA TO SESSAO-TAB(IX-SESSAO)
                    ELSE
                       DISPLAY "Aviso: mais de 100 sessoes na turma !"
                    END-IF
                 END-IF
           END-READ.
                     END-IF
               END-READ.

      * Writes this result to ARQUIVO-HISTORICO so the average is
      * not lost the moment the terminal closes. The first lancamento
      * ever also creates the indexed file, the same open sequence
      * CADASTRO-FUNCIONARIOS uses; a second lancamento for the same
      * aluno, turma and date is refused by the key - the one on file
      * is changed through CORRIGIR-HISTORICO.
       GRAVAR-HISTORICO.
               ACCEPT DATA-LANCAMENTO FROM DATE YYYYMMDD.

               OPEN I-O ARQUIVO-HISTORICO.
               IF HIST-ERRO = "35"
                  OPEN OUTPUT ARQUIVO-HISTORICO
                  CLOSE ARQUIVO-HISTORICO
                  OPEN I-O ARQUIVO-HISTORICO.

               IF HIST-ERRO NOT = "00"
                  DISPLAY "Erro ao abrir ARQUIVO-HISTORICO, status "
               MOVE DATA-LANCAMENTO TO HIST-DATA.
               MOVE TURMA           TO HIST-TURMA.
               MOVE MATRICULA-ALUNO TO HIST-MATRICULA.
               WRITE REG-HISTORICO
                  INVALID KEY
                     DISPLAY "Matricula " MATRICULA-ALUNO
                        " ja tem lancamento na turma " TURMA
                        " nesta data !"
               END-WRITE.

               IF HIST-ERRO NOT = "00" AND HIST-ERRO NOT = "22"
                  DISPLAY "Erro ao gravar REG-HISTORICO, status "
                     HIST-ERRO.

               EXIT.

      * Corrects an average that was already saved to ARQUIVO-HISTORICO
      * on an earlier run. The matricula, the turma and the original
      * lancamento date together are the record's key, so the one
      * record is read directly and rewritten in place with the
      * operator-supplied media/situacao.
       CORRIGIR-HISTORICO.
               PERFORM AUTORIZAR-CORRECAO
                  THRU AUTORIZAR-CORRECAO-FIM.
                  DISPLAY "Correcao nao autorizada !"
                  GO TO CORRIGIR-HISTORICO-EXIT.

               DISPLAY "Matricula do aluno a corrigir : ".
               ACCEPT MATRICULA-BUSCA-HIST.
               DISPLAY "Turma/disciplina do registro : ".
               ACCEPT TURMA-BUSCA-HIST.

               PERFORM ENTRAR-DATA-BUSCA UNTIL DATA-VALIDA.
               MOVE "N" TO SW-ENCONTROU-HIST.

               OPEN I-O ARQUIVO-HISTORICO.
               IF HIST-ERRO NOT = "00"
                  DISPLAY "Erro ao abrir ARQUIVO-HISTORICO, status "
                     HIST-ERRO
                  GO TO CORRIGIR-HISTORICO-EXIT.

               MOVE MATRICULA-BUSCA-HIST TO HIST-MATRICULA.
               MOVE TURMA-BUSCA-HIST TO HIST-TURMA.
               MOVE DATA-BUSCA-HIST TO HIST-DATA.
               READ ARQUIVO-HISTORICO
                  INVALID KEY
                     DISPLAY "Lancamento nao encontrado no historico !"
                  NOT INVALID KEY
                     MOVE HIST-NOME  TO NOME-BUSCA-HIST
                     MOVE HIST-MEDIA TO MEDIA-ANTIGA-HIST
                     PERFORM CORRIGIR-REGISTRO-HISTORICO
                     REWRITE REG-HISTORICO
                     IF HIST-ERRO = "00"
                        MOVE "S" TO SW-ENCONTROU-HIST
                     ELSE
                        DISPLAY "Erro ao regravar REG-HISTORICO, "
                           "status " HIST-ERRO
                     END-IF
               END-READ.

               CLOSE ARQUIVO-HISTORICO.

               IF NOT ENCONTROU-HIST
                  GO TO CORRIGIR-HISTORICO-EXIT.

               PERFORM GRAVAR-AUDITORIA-HISTORICO
                  THRU GRAVAR-AUDITORIA-HISTORICO-EXIT.

               IF NOT DATA-VALIDA
                  DISPLAY "Data invalida !".

      * Prompts for the corrected media/situacao of the record just
      * read and stores it into the record about to be rewritten.
       CORRIGIR-REGISTRO-HISTORICO.
               MOVE MEDIA-ANTIGA-HIST TO MASCARA.
               DISPLAY "Media atual..........: " MASCARA.
      * this run, not the record being corrected; a corrected media
      * classifies on its value alone, never as AUSENTE.
               MOVE ZEROS TO QTD-AUSENTES.
               MOVE MEDIA-NOVA-HIST TO HIST-MEDIA, MEDIA.
               PERFORM CLASSIFICAR-SITUACAO.
               MOVE SITUACAO TO HIST-SITUACAO.

      * Appends the old/new media to ARQUIVO-AUDITORIA, the same
      * record layout CORRIGIR-NOTA uses, with NUM-NOTA zeroed to mark
