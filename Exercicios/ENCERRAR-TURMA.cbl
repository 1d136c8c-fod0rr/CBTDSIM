      *             the turma on one, the full motivo on the next -
      *             since squeezing both into the 30-byte AUD-NOME
      *             left only 8 characters of the "why".
      * 2026-10-15  Before the ata, the alunos ativos in the turma on
      *             ENTURMACAO.DAT with no lancamento on the history
      *             are listed, and the closing then needs the
      *             operator's confirmation plus a supervisor's
      *             authorization, logged to AUDITORIA.DAT the same
      *             two-line way as a reopening.
      * 2026-10-15  The ata's attendance divides by the turma's
      *             sessions planned on CALENDARIO.DAT (CADASTRO-
      *             CALENDARIO) and held to date, counting only the
      *             presences on those sessions; a turma with no
      *             calendar keeps the distinct FREQUENCIA.DAT dates.
      *             REGTURMA widened to 56 with the carga horaria.
      * 2026-10-15  HISTORICO.DAT is INDEXED with HIST-TURMA as
      *             alternate key: the ata STARTs at the turma and
      *             reads only its lancamentos.
      * 2026-10-15  Reopening a turma brings back to FREQUENCIA.DAT
      *             the presences RETENCAO-DADOS moved to the yearly
      *             FREQUENCIA-AAAA.DAT files (the years RETENCAO.DAT
      *             logged), so the 75% rule and the new ata count
      *             the whole turma again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCERRAR-TURMA.
           FILE STATUS IS TRNOVO-ERRO.

           SELECT ARQUIVO-HISTORICO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-CHAVE
           ALTERNATE RECORD KEY IS HIST-TURMA WITH DUPLICATES
           FILE STATUS IS HIST-ERRO.

           SELECT ARQUIVO-FREQUENCIA ASSIGN TO DISK
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUD-ERRO.

           SELECT ARQUIVO-ENTURMACAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MT-ERRO.

           SELECT ARQUIVO-ALUNOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AL-ERRO.

           SELECT ARQUIVO-CALENDARIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CL-ERRO.

           SELECT ARQUIVO-RETENCAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RT-ERRO.

      * One year of moved presences and its rewrite.
           SELECT ARQUIVO-FREQ-ANUAL ASSIGN TO DYNAMIC NOME-ANUAL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FA-ERRO.

           SELECT ARQUIVO-ANUAL-NOVO ASSIGN TO DYNAMIC NOME-ANUAL-NOVO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AN-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-TURMAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS REG-TURMA
           VALUE OF FILE-ID "TURMAS.DAT".


       FD  ARQUIVO-TURMA-NOVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS REG-TURMA-NOVO
           VALUE OF FILE-ID "TURMNOVO.DAT".

              TURMA-INATIVA BY TURMA-INATIVA-N,
              TR-ENCERRADA BY TRN-ENCERRADA,
              TURMA-ENCERRADA BY TURMA-ENCERRADA-N,
              TURMA-EM-CURSO BY TURMA-EM-CURSO-N,
              TR-CARGA-HORARIA BY TRN-CARGA-HORARIA.

       FD  ARQUIVO-HISTORICO
           LABEL RECORD IS STANDARD
       01  REG-AUDITORIA.
           COPY REGAUD.

       FD  ARQUIVO-ENTURMACAO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS REG-ENTURMACAO
           VALUE OF FILE-ID "ENTURMACAO.DAT".

       01  REG-ENTURMACAO.
           COPY REGMATR.

       FD  ARQUIVO-ALUNOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS REG-ALUNO
           VALUE OF FILE-ID "ALUNOS.DAT".

       01  REG-ALUNO.
           COPY REGALUNO.

       FD  ARQUIVO-CALENDARIO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS REG-CALENDARIO
           VALUE OF FILE-ID "CALENDARIO.DAT".

       01  REG-CALENDARIO.
           COPY REGCALE.

       FD  ARQUIVO-RETENCAO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 96 CHARACTERS
           DATA RECORD IS REG-RETENCAO
           VALUE OF FILE-ID "RETENCAO.DAT".

       01  REG-RETENCAO.
           COPY REGRETE.

       FD  ARQUIVO-FREQ-ANUAL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS REG-FREQ-ANUAL.

       01  REG-FREQ-ANUAL.
           05  FA-TURMA      PIC X(10).
           05  FILLER        PIC X(13).

       FD  ARQUIVO-ANUAL-NOVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS REG-ANUAL-NOVO.

       01  REG-ANUAL-NOVO    PIC X(23).

       WORKING-STORAGE SECTION.
       77  TR-ERRO PIC X(02) VALUE "00".
       77  TRNOVO-ERRO PIC X(02) VALUE "00".
       77  FQ-ERRO PIC X(02) VALUE "00".
       77  OP-ERRO PIC X(02) VALUE "00".
       77  AUD-ERRO PIC X(02) VALUE "00".
       77  MT-ERRO PIC X(02) VALUE "00".
       77  AL-ERRO PIC X(02) VALUE "00".
       77  SW-FIM-ALUNOS PIC X(01) VALUE "N".
           88 FIM-ALUNOS VALUE "S".
       77  SW-ALUNO-ACHADO PIC X(01) VALUE "N".
           88 ALUNO-ACHADO VALUE "S".
       77  NOME-ALUNO PIC X(30) VALUE SPACES.
       77  QTD-SEM-LANCAMENTO PIC 9(03) VALUE ZEROS.
       77  SW-CONFIRMA PIC X(01) VALUE "N".
           88 CONFIRMA VALUE "S".
       77  ACAO-AUDITORIA PIC X(17) VALUE "REABERTURA TURMA ".
       77  NOME-TURMA-ARQUIVO PIC X(10) VALUE "TURMAS.DAT".
       77  NOVO-TURMA-ARQUIVO PIC X(12) VALUE "TURMNOVO.DAT".
       77  ET-OPCAO PIC 9(01) VALUE ZEROS.
       77  PERCENTUAL-FREQ PIC 9(03) VALUE ZEROS.
       77  SW-SESSAO-ACHADA PIC X(01) VALUE "N".
           88 SESSAO-ACHADA VALUE "S".
       77  CL-ERRO PIC X(02) VALUE "00".
       77  SW-CALENDARIO PIC X(01) VALUE "N".
           88 COM-CALENDARIO VALUE "S".
       77  OPERADOR-CODIGO PIC 9(04) VALUE ZEROS.
       77  AUTORIZADOR-CODIGO PIC 9(04) VALUE ZEROS.
       77  CODIGO-OPER-BUSCA PIC 9(04) VALUE ZEROS.
       77  PROGRAMA-LOGON PIC X(15) VALUE "ENCERRAR-TURMA".
       77  RESULTADO-LOGON PIC X(01) VALUE SPACE.
       77  MASCARA PIC Z9,9.
       77  RT-ERRO PIC X(02) VALUE "00".
       77  FA-ERRO PIC X(02) VALUE "00".
       77  AN-ERRO PIC X(02) VALUE "00".
       77  NOME-ANUAL PIC X(40) VALUE SPACES.
       77  NOME-ANUAL-NOVO PIC X(40) VALUE SPACES.
       77  ANO-ANUAL PIC 9(04) VALUE ZEROS.
       77  ANO-HIST-INICIAL PIC 9(04) VALUE ZEROS.
       77  ANO-HIST-FINAL PIC 9(04) VALUE ZEROS.
       77  QTD-DEVOLVIDAS PIC 9(06) VALUE ZEROS.
       77  QTD-DEVOLVIDAS-ANO PIC 9(06) VALUE ZEROS.
       77  SW-ERRO-GRAVACAO PIC X(01) VALUE "N".
           88 ERRO-GRAVACAO VALUE "S".

      * The ata's roll: the latest lancamento of each matricula of
      * the turma, with the attendance worked out afterwards.
                 ", encerramento recusado !"
              GO TO ENCERRAR-EXIT.

           PERFORM LISTAR-SEM-LANCAMENTO
              THRU LISTAR-SEM-LANCAMENTO-EXIT.
           IF QTD-SEM-LANCAMENTO > ZEROS
              PERFORM CONFIRMAR-PENDENCIAS
                 THRU CONFIRMAR-PENDENCIAS-EXIT
              IF NOT AUTORIZADO
                 DISPLAY "Encerramento nao autorizado; lance as "
                    "notas pendentes primeiro."
                 GO TO ENCERRAR-EXIT.

           PERFORM CARREGAR-FREQUENCIA
              THRU CARREGAR-FREQUENCIA-EXIT.

           PERFORM IMPRIMIR-ATA.
           PERFORM MARCAR-TURMA THRU MARCAR-TURMA-EXIT.

           IF QTD-SEM-LANCAMENTO > ZEROS
              PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-EXIT.

           DISPLAY "Turma " TURMA " encerrada; novos lancamentos "
              "serao recusados.".

                 HIST-ERRO
              GO TO CARREGAR-ATA-EXIT.

           MOVE TURMA TO HIST-TURMA.
           START ARQUIVO-HISTORICO KEY IS EQUAL TO HIST-TURMA
              INVALID KEY
                 MOVE "10" TO HIST-ERRO
           END-START.

           PERFORM LER-HISTORICO UNTIL HIST-ERRO = "10".

           CLOSE ARQUIVO-HISTORICO.
           EXIT.

       LER-HISTORICO.
           READ ARQUIVO-HISTORICO NEXT
              AT END
                 MOVE "10" TO HIST-ERRO
              NOT AT END
                 IF HIST-TURMA = TURMA
                    PERFORM GUARDAR-ALUNO-ATA
                 ELSE
                    MOVE "10" TO HIST-ERRO
                 END-IF
           END-READ.

              END-IF
              SET IX-ATA TO QTD-ALUNOS.

      * Every aluno ativo in the turma on ENTURMACAO.DAT must have
      * a lancamento on the ata's roll; those who have none are
      * listed before anything is printed. Trancados and
      * transferidos owe no grade. No enrollment file, no list.
       LISTAR-SEM-LANCAMENTO.
           MOVE ZEROS TO QTD-SEM-LANCAMENTO.
           MOVE "N" TO SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-ENTURMACAO.
           IF MT-ERRO NOT = "00"
              GO TO LISTAR-SEM-LANCAMENTO-EXIT.

           PERFORM LER-ENTURMACAO UNTIL FIM-ARQ.

           CLOSE ARQUIVO-ENTURMACAO.

           IF QTD-SEM-LANCAMENTO > ZEROS
              DISPLAY "Alunos matriculados sem lancamento: "
                 QTD-SEM-LANCAMENTO.

       LISTAR-SEM-LANCAMENTO-EXIT.
           EXIT.

       LER-ENTURMACAO.
           READ ARQUIVO-ENTURMACAO
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF MT-TURMA = TURMA AND MATRICULA-ATIVA
                    PERFORM CONFERIR-LANCAMENTO
                 END-IF
           END-READ.

       CONFERIR-LANCAMENTO.
           MOVE "N" TO SW-ACHOU.
           PERFORM PROCURAR-MATRICULA-ATA
              VARYING IX-ATA FROM 1 BY 1
              UNTIL IX-ATA > QTD-ALUNOS.

           IF NOT ACHOU
              IF QTD-SEM-LANCAMENTO = ZEROS
                 DISPLAY "--- Matriculados sem lancamento na turma "
                    TURMA " ---"
              END-IF
              ADD 1 TO QTD-SEM-LANCAMENTO
              PERFORM LOCALIZAR-ALUNO THRU LOCALIZAR-ALUNO-EXIT
              DISPLAY MT-MATRICULA " " NOME-ALUNO
                 " matriculado em " MT-DATA.

       PROCURAR-MATRICULA-ATA.
           IF MT-MATRICULA = AT-MATRICULA(IX-ATA)
              MOVE "S" TO SW-ACHOU
              SET IX-ATA TO QTD-ALUNOS.

       LOCALIZAR-ALUNO.
           MOVE "N" TO SW-ALUNO-ACHADO SW-FIM-ALUNOS.
           MOVE "(fora do cadastro)" TO NOME-ALUNO.

           OPEN INPUT ARQUIVO-ALUNOS.
           IF AL-ERRO NOT = "00"
              GO TO LOCALIZAR-ALUNO-EXIT.

           PERFORM LER-ALUNO UNTIL ALUNO-ACHADO OR FIM-ALUNOS.

           CLOSE ARQUIVO-ALUNOS.

       LOCALIZAR-ALUNO-EXIT.
           EXIT.

       LER-ALUNO.
           READ ARQUIVO-ALUNOS
              AT END
                 MOVE "S" TO SW-FIM-ALUNOS
              NOT AT END
                 IF AL-MATRICULA = MT-MATRICULA
                    MOVE "S" TO SW-ALUNO-ACHADO
                    MOVE AL-NOME TO NOME-ALUNO
                 END-IF
           END-READ.

      * Closing with grades missing is the operator's call backed
      * by a supervisor; the pending count rides the audit line as
      * the motivo.
       CONFIRMAR-PENDENCIAS.
           MOVE "N" TO SW-AUTORIZADO.
           DISPLAY "Encerrar a turma mesmo assim (S/N) : ".
           ACCEPT SW-CONFIRMA.
           IF NOT CONFIRMA
              GO TO CONFIRMAR-PENDENCIAS-EXIT.

           PERFORM AUTORIZAR-SUPERVISOR
              THRU AUTORIZAR-SUPERVISOR-FIM.
           IF NOT AUTORIZADO
              GO TO CONFIRMAR-PENDENCIAS-EXIT.

           MOVE "FECHAMENTO TURMA " TO ACAO-AUDITORIA.
           MOVE SPACES TO MOTIVO-REABERTURA.
           STRING QTD-SEM-LANCAMENTO DELIMITED BY SIZE
              " ALUNOS SEM LANCAMENTO" DELIMITED BY SIZE
              INTO MOTIVO-REABERTURA.

       CONFIRMAR-PENDENCIAS-EXIT.
           EXIT.

      * The sessions come from the turma's calendar, planned and
      * held to date; then one pass over FREQUENCIA.DAT counts each
      * aluno's presences on them, for the ata's attendance column.
      * With no calendar the distinct session dates on
      * FREQUENCIA.DAT stand in. No sessions leaves the column blank.
       CARREGAR-FREQUENCIA.
           PERFORM CARREGAR-CALENDARIO THRU CARREGAR-CALENDARIO-EXIT.

           OPEN INPUT ARQUIVO-FREQUENCIA.
           IF FQ-ERRO NOT = "00"
              MOVE "00" TO FQ-ERRO
                 MOVE "10" TO FQ-ERRO
              NOT AT END
                 IF FQ-TURMA = TURMA
                    IF COM-CALENDARIO
                       MOVE "N" TO SW-SESSAO-ACHADA
                       PERFORM PROCURAR-SESSAO
                          VARYING IX-SESSAO FROM 1 BY 1
                          UNTIL IX-SESSAO > QTD-SESSOES
                    ELSE
                       PERFORM CONTAR-SESSAO
                       MOVE "S" TO SW-SESSAO-ACHADA
                    END-IF
                    IF SESSAO-ACHADA
                       PERFORM CONTAR-PRESENCA
                          VARYING IX-ATA FROM 1 BY 1
                          UNTIL IX-ATA > QTD-ALUNOS
                    END-IF
                 END-IF
           END-READ.

       CARREGAR-CALENDARIO.
           MOVE "N" TO SW-CALENDARIO.

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

           DISPLAY "Reprovados por nota...: " QTD-REPROVADOS.
           DISPLAY "Reprovados por falta..: " QTD-REP-FALTA.
           DISPLAY "Ausentes..............: " QTD-AUSENTES.
           IF COM-CALENDARIO
              DISPLAY "Sessoes ate hoje......: " QTD-SESSOES
           ELSE
              DISPLAY "Sessoes de aula.......: " QTD-SESSOES.
           DISPLAY "Assinatura do coordenador: ________________".
           DISPLAY "Assinatura da secretaria.: ________________".
           DISPLAY "=================================================".
              DISPLAY "Turma " TURMA " nao esta encerrada !"
              GO TO REABRIR-TURMA-EXIT.

           PERFORM AUTORIZAR-SUPERVISOR
              THRU AUTORIZAR-SUPERVISOR-FIM.
           IF NOT AUTORIZADO
              DISPLAY "Reabertura nao autorizada !"
              GO TO REABRIR-TURMA-EXIT.

           DISPLAY "Turma " TURMA " reaberta.".

           PERFORM DEVOLVER-FREQUENCIA THRU DEVOLVER-FREQUENCIA-EXIT.

       REABRIR-TURMA-EXIT.
           EXIT.

      * The turma's presences on the yearly history files go back to
      * the end of FREQUENCIA.DAT, each yearly file rewritten
      * without them by the usual delete and rename. The years to
      * look at are the ones RETENCAO.DAT says received presences;
      * no log means nothing was ever moved.
       DEVOLVER-FREQUENCIA.
           MOVE 9999 TO ANO-HIST-INICIAL.
           MOVE ZEROS TO ANO-HIST-FINAL QTD-DEVOLVIDAS.

           OPEN INPUT ARQUIVO-RETENCAO.
           IF RT-ERRO NOT = "00"
              GO TO DEVOLVER-FREQUENCIA-EXIT.

           PERFORM LER-RETENCAO UNTIL RT-ERRO = "10".

           CLOSE ARQUIVO-RETENCAO.

           PERFORM DEVOLVER-ANO THRU DEVOLVER-ANO-EXIT
              VARYING ANO-ANUAL FROM ANO-HIST-INICIAL BY 1
              UNTIL ANO-ANUAL > ANO-HIST-FINAL.

           IF QTD-DEVOLVIDAS > ZEROS
              DISPLAY "Presencas devolvidas ao FREQUENCIA.DAT: "
                 QTD-DEVOLVIDAS.

       DEVOLVER-FREQUENCIA-EXIT.
           EXIT.

       LER-RETENCAO.
           READ ARQUIVO-RETENCAO
              AT END
                 MOVE "10" TO RT-ERRO
              NOT AT END
                 IF RT-ARQUIVO = "FREQUENCIA"
                    AND RT-QTD-MOVIDOS > ZEROS
                    IF RT-ANO-INICIAL < ANO-HIST-INICIAL
                       MOVE RT-ANO-INICIAL TO ANO-HIST-INICIAL
                    END-IF
                    IF RT-ANO-FINAL > ANO-HIST-FINAL
                       MOVE RT-ANO-FINAL TO ANO-HIST-FINAL
                    END-IF
                 END-IF
           END-READ.

       DEVOLVER-ANO.
           MOVE SPACES TO NOME-ANUAL NOME-ANUAL-NOVO.
           STRING "FREQUENCIA-" ANO-ANUAL ".DAT"
              DELIMITED BY SIZE INTO NOME-ANUAL.
           STRING "FREQUENCIA-" ANO-ANUAL "-NOVO.DAT"
              DELIMITED BY SIZE INTO NOME-ANUAL-NOVO.
           MOVE ZEROS TO QTD-DEVOLVIDAS-ANO.
           MOVE "N" TO SW-ERRO-GRAVACAO.

           OPEN INPUT ARQUIVO-FREQ-ANUAL.
           IF FA-ERRO NOT = "00"
              GO TO DEVOLVER-ANO-EXIT.

           OPEN EXTEND ARQUIVO-FREQUENCIA.
           IF FQ-ERRO = "35"
              OPEN OUTPUT ARQUIVO-FREQUENCIA.

           IF FQ-ERRO NOT = "00"
              DISPLAY "Erro ao abrir FREQUENCIA.DAT, status " FQ-ERRO
              CLOSE ARQUIVO-FREQ-ANUAL
              GO TO DEVOLVER-ANO-EXIT.

           OPEN OUTPUT ARQUIVO-ANUAL-NOVO.
           IF AN-ERRO NOT = "00"
              DISPLAY "Erro ao abrir arquivo temporario, status "
                 AN-ERRO
              CLOSE ARQUIVO-FREQ-ANUAL ARQUIVO-FREQUENCIA
              GO TO DEVOLVER-ANO-EXIT.

           PERFORM DEVOLVER-PRESENCA UNTIL FA-ERRO = "10".

           CLOSE ARQUIVO-FREQ-ANUAL ARQUIVO-FREQUENCIA
              ARQUIVO-ANUAL-NOVO.

           IF ERRO-GRAVACAO
              DISPLAY "Falha ao devolver as presencas: conferir "
                 "FREQUENCIA.DAT contra FREQUENCIA-" ANO-ANUAL
                 ".DAT !"
              GO TO DEVOLVER-ANO-EXIT.

           IF QTD-DEVOLVIDAS-ANO > ZEROS
              CALL "CBL_DELETE_FILE" USING NOME-ANUAL
              CALL "CBL_RENAME_FILE" USING NOME-ANUAL-NOVO NOME-ANUAL
              ADD QTD-DEVOLVIDAS-ANO TO QTD-DEVOLVIDAS
           ELSE
              CALL "CBL_DELETE_FILE" USING NOME-ANUAL-NOVO.

           MOVE ZERO TO RETURN-CODE.

       DEVOLVER-ANO-EXIT.
           EXIT.

       DEVOLVER-PRESENCA.
           READ ARQUIVO-FREQ-ANUAL
              AT END
                 MOVE "10" TO FA-ERRO
              NOT AT END
                 IF FA-TURMA = TURMA
                    MOVE REG-FREQ-ANUAL TO REG-FREQUENCIA
                    WRITE REG-FREQUENCIA
                    IF FQ-ERRO = "00"
                       ADD 1 TO QTD-DEVOLVIDAS-ANO
                    ELSE
                       MOVE "S" TO SW-ERRO-GRAVACAO
                    END-IF
                 ELSE
                    MOVE REG-FREQ-ANUAL TO REG-ANUAL-NOVO
                    WRITE REG-ANUAL-NOVO
                    IF AN-ERRO NOT = "00"
                       MOVE "S" TO SW-ERRO-GRAVACAO
                    END-IF
                 END-IF
           END-READ.

       ENTRAR-MOTIVO.
           DISPLAY "Motivo da reabertura : ".
           ACCEPT MOTIVO-REABERTURA.
           IF MOTIVO-REABERTURA = SPACES
              DISPLAY "Nao pode ficar em branco !".

       AUTORIZAR-SUPERVISOR.
           MOVE "N" TO SW-AUTORIZADO.
           MOVE ZEROS TO AUTORIZADOR-CODIGO.

              "(zero p/ cancelar) : ".
           ACCEPT AUTORIZADOR-CODIGO.
           IF AUTORIZADOR-CODIGO = ZEROS
              GO TO AUTORIZAR-SUPERVISOR-FIM.

           MOVE AUTORIZADOR-CODIGO TO CODIGO-OPER-BUSCA.
           PERFORM LOCALIZAR-OPERADOR
              THRU LOCALIZAR-OPERADOR-EXIT.
           IF NOT OPER-ACHADO
              DISPLAY "Supervisor nao cadastrado !"
              GO TO AUTORIZAR-SUPERVISOR-FIM.
           IF PERFIL-ENCONTRADO NOT = "S"
              DISPLAY "Codigo informado nao e de supervisor !"
              GO TO AUTORIZAR-SUPERVISOR-FIM.

           MOVE "S" TO SW-AUTORIZADO.

       AUTORIZAR-SUPERVISOR-FIM.
           EXIT.

       LOCALIZAR-OPERADOR.
                 END-IF
           END-READ.

      * The reopening - or a closing with grades pending - rides the
      * same audit layout the grade corrections use, over two lines
      * so nothing truncates in the 30-byte AUD-NOME: the first
      * names the action and the turma, the second carries the full
      * motivo; the nota fields stay zero
      * and both lines carry the same date, operator and
      * authorizer.
       GRAVAR-AUDITORIA.
           MOVE AUTORIZADOR-CODIGO TO AUD-AUTORIZADOR.

           MOVE SPACES TO AUD-NOME.
           STRING ACAO-AUDITORIA DELIMITED BY SIZE
              TURMA DELIMITED BY SPACE
              INTO AUD-NOME.
           WRITE REG-AUDITORIA.
