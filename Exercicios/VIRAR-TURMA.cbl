      ******************************************************************
      * Author:       BERGAMASCHI, MARCELO.
      * Date:         2026-10-15.
      * Purpose:      End-of-period turma rollover. For an encerrada
      *               turma, creates the next period's turma on
      *               TURMAS.DAT when it is not there yet, enrolls on
      *               ENTURMACAO.DAT every aluno whose final
      *               HISTORICO.DAT situacao is aprovado, and places
      *               the reprovados - by grade or by attendance - in
      *               the repeat turma the coordinator names. The
      *               print file RELVIRA.DAT lists where each aluno
      *               went (or why they stayed), the run is recorded
      *               on VIRADAS.DAT so the same turma is never rolled
      *               over twice, and the source turma is marked
      *               inativa - the coordinator stops re-keying the
      *               new turmas and their alunos one by one.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  First version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIRAR-TURMA.
       AUTHOR. BERGAMASCHI, MARCELO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       INSTALLATION. UNISANTA - SANTOS.
       SECURITY. VIRADA DE PERIODO DAS TURMAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-486-DX2-66-MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66-MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-TURMAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TR-ERRO.

           SELECT ARQUIVO-TURMA-NOVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TRNOVO-ERRO.

           SELECT ARQUIVO-HISTORICO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-CHAVE
           ALTERNATE RECORD KEY IS HIST-TURMA WITH DUPLICATES
           FILE STATUS IS HIST-ERRO.

           SELECT ARQUIVO-ENTURMACAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MT-ERRO.

           SELECT ARQUIVO-ALUNOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AL-ERRO.

           SELECT ARQUIVO-VIRADAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VR-ERRO.

           SELECT ARQUIVO-RELATORIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REL-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-TURMAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS REG-TURMA
           VALUE OF FILE-ID "TURMAS.DAT".

       01  REG-TURMA.
           COPY REGTURMA.

       FD  ARQUIVO-TURMA-NOVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS REG-TURMA-NOVO
           VALUE OF FILE-ID "TURMNOVO.DAT".

       01  REG-TURMA-NOVO.
           COPY REGTURMA REPLACING
              TR-CODIGO BY TRN-CODIGO,
              TR-DESCRICAO BY TRN-DESCRICAO,
              TR-PERIODO BY TRN-PERIODO,
              TR-ATIVA BY TRN-ATIVA,
              TURMA-ATIVA BY TURMA-ATIVA-N,
              TURMA-INATIVA BY TURMA-INATIVA-N,
              TR-ENCERRADA BY TRN-ENCERRADA,
              TURMA-ENCERRADA BY TURMA-ENCERRADA-N,
              TURMA-EM-CURSO BY TURMA-EM-CURSO-N,
              TR-CARGA-HORARIA BY TRN-CARGA-HORARIA.

       FD  ARQUIVO-HISTORICO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS REG-HISTORICO
           VALUE OF FILE-ID "HISTORICO.DAT".

       01  REG-HISTORICO.
           COPY REGHIST.

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

       FD  ARQUIVO-VIRADAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS REG-VIRADA
           VALUE OF FILE-ID "VIRADAS.DAT".

       01  REG-VIRADA.
           COPY REGVIRA.

       FD  ARQUIVO-RELATORIO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "RELVIRA.DAT".

       01  LINHA-RELATORIO PIC X(72).

       WORKING-STORAGE SECTION.
       77  TR-ERRO        PIC X(02) VALUE "00".
       77  TRNOVO-ERRO    PIC X(02) VALUE "00".
       77  HIST-ERRO      PIC X(02) VALUE "00".
       77  MT-ERRO        PIC X(02) VALUE "00".
       77  AL-ERRO        PIC X(02) VALUE "00".
       77  VR-ERRO        PIC X(02) VALUE "00".
       77  REL-ERRO       PIC X(02) VALUE "00".
       77  OPERADOR-CODIGO PIC 9(04) VALUE ZEROS.
       77  OPERADOR-PERFIL PIC X(01) VALUE SPACE.
       77  PROGRAMA-LOGON PIC X(15) VALUE "VIRAR-TURMA".
       77  RESULTADO-LOGON PIC X(01) VALUE SPACE.
       77  NOME-TURMA-ARQUIVO PIC X(10) VALUE "TURMAS.DAT".
       77  NOVO-TURMA-ARQUIVO PIC X(12) VALUE "TURMNOVO.DAT".
       77  DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77  TURMA-ORIGEM   PIC X(10) VALUE SPACES.
       77  TURMA-SEGUINTE PIC X(10) VALUE SPACES.
       77  TURMA-REPETICAO PIC X(10) VALUE SPACES.
       77  TURMA-BUSCA    PIC X(10) VALUE SPACES.
       77  CARGA-ORIGEM   PIC 9(04) VALUE ZEROS.
       77  SW-TURMA-ACHADA PIC X(01) VALUE "N".
           88 TURMA-ACHADA    VALUE "S".
       77  SW-TURMA-ABERTA PIC X(01) VALUE "N".
           88 TURMA-ABERTA    VALUE "S".
       77  SW-TURMA-FECHADA PIC X(01) VALUE "N".
           88 TURMA-FECHADA   VALUE "S".
       77  SW-CRIAR-SEGUINTE PIC X(01) VALUE "N".
           88 CRIAR-SEGUINTE  VALUE "S".
       77  SW-JA-VIRADA   PIC X(01) VALUE "N".
           88 JA-VIRADA       VALUE "S".
       77  SW-FIM-ARQ     PIC X(01) VALUE "N".
           88 FIM-ARQ         VALUE "S".
       77  SW-ACHOU       PIC X(01) VALUE "N".
           88 ACHOU           VALUE "S".
       77  CONFIRMA       PIC X(01) VALUE "N".
           88 CONFIRMADO      VALUE "S", "s".
       77  POS-ACHADA     PIC 9(03) VALUE ZEROS.
       77  MATRICULA-BUSCA PIC 9(05) VALUE ZEROS.
       77  QTD-ALUNOS     PIC 9(03) VALUE ZEROS.
       77  QTD-PROMOVIDOS PIC 9(03) VALUE ZEROS.
       77  QTD-RETIDOS    PIC 9(03) VALUE ZEROS.
       77  QTD-JA-MATRICULADOS PIC 9(03) VALUE ZEROS.
       77  QTD-PENDENTES  PIC 9(03) VALUE ZEROS.
       77  PAGINA         PIC 9(03) VALUE ZEROS.
       77  LINHAS-PAGINA  PIC 9(02) VALUE 99.

      * The next turma as keyed in when it is not on TURMAS.DAT.
       01  TURMA-ENTRADA.
           COPY REGTURMA REPLACING
              TR-CODIGO BY TE-CODIGO,
              TR-DESCRICAO BY TE-DESCRICAO,
              TR-PERIODO BY TE-PERIODO,
              TR-ATIVA BY TE-ATIVA,
              TURMA-ATIVA BY TURMA-ATIVA-E,
              TURMA-INATIVA BY TURMA-INATIVA-E,
              TR-ENCERRADA BY TE-ENCERRADA,
              TURMA-ENCERRADA BY TURMA-ENCERRADA-E,
              TURMA-EM-CURSO BY TURMA-EM-CURSO-E,
              TR-CARGA-HORARIA BY TE-CARGA-HORARIA.

      * The source turma's roll: the latest lancamento of each
      * matricula, plus the ativos on ENTURMACAO.DAT that have none.
      * VT-ENTURMACAO is the aluno's situacao in the source turma
      * (space when the lancamento predates the enrollment file),
      * VT-NA-SEGUINTE / VT-NA-REPETICAO flag an enrollment already
      * there, and VT-MOVIMENTO is the outcome: P promovido, R retido
      * in the repeat turma, J already enrolled, N not moved.
       01  TABELA-VIRADA VALUE SPACES.
           05  VIRA-TAB OCCURS 100 TIMES INDEXED BY IX-VIRA.
               10  VT-MATRICULA    PIC 9(05).
               10  VT-NOME         PIC X(30).
               10  VT-SITUACAO     PIC X(01).
               10  VT-DATA         PIC 9(08).
               10  VT-ENTURMACAO   PIC X(01).
               10  VT-NA-SEGUINTE  PIC X(01).
               10  VT-NA-REPETICAO PIC X(01).
               10  VT-INATIVO      PIC X(01).
               10  VT-DESTINO      PIC X(10).
               10  VT-MOVIMENTO    PIC X(01).
               10  VT-OBS          PIC X(21).

       01  CABECALHO-PAGINA.
           05  FILLER       PIC X(22) VALUE "VIRADA DA TURMA ".
           05  CB-TURMA     PIC X(10).
           05  FILLER       PIC X(02) VALUE SPACES.
           05  CB-DATA      PIC 9(08).
           05  FILLER       PIC X(12) VALUE "      PAGINA".
           05  CB-PAGINA    PIC ZZ9.
           05  FILLER       PIC X(15) VALUE SPACES.

       01  CABECALHO-COLUNAS.
           05  FILLER PIC X(06) VALUE "MATR. ".
           05  FILLER PIC X(31) VALUE "NOME".
           05  FILLER PIC X(03) VALUE "SIT".
           05  FILLER PIC X(11) VALUE "DESTINO".
           05  FILLER PIC X(21) VALUE "MOVIMENTO".

       01  LINHA-DETALHE.
           05  LD-MATRICULA PIC 9(05).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LD-NOME      PIC X(30).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LD-SITUACAO  PIC X(01).
           05  FILLER       PIC X(02) VALUE SPACES.
           05  LD-DESTINO   PIC X(10).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LD-OBS       PIC X(21).

       01  LINHA-TOTAL.
           05  LT-ROTULO    PIC X(36).
           05  LT-VALOR     PIC ZZZ9.
           05  FILLER       PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Virada de periodo da turma ---*".
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.

      * Sign-on through the shared EFETUAR-LOGON: senha conferred,
      * lockout applied and the session logged.
           CALL "EFETUAR-LOGON" USING PROGRAMA-LOGON,
              OPERADOR-CODIGO, OPERADOR-PERFIL, RESULTADO-LOGON.
           IF RESULTADO-LOGON NOT = "S"
              DISPLAY "Identificacao recusada, encerrando."
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           PERFORM ESCOLHER-TURMAS THRU ESCOLHER-TURMAS-EXIT.
           IF TURMA-REPETICAO = SPACES
              GO TO END-OF-JOB.

           PERFORM CARREGAR-HISTORICO THRU CARREGAR-HISTORICO-EXIT.
           PERFORM CARREGAR-ENTURMACAO THRU CARREGAR-ENTURMACAO-EXIT.
           PERFORM CARREGAR-ALUNOS THRU CARREGAR-ALUNOS-EXIT.
           IF QTD-ALUNOS = ZEROS
              DISPLAY "Nenhum aluno na turma " TURMA-ORIGEM
                 ", nada a movimentar."
              GO TO END-OF-JOB.

           PERFORM CLASSIFICAR-ALUNO
              VARYING IX-VIRA FROM 1 BY 1
              UNTIL IX-VIRA > QTD-ALUNOS.

           DISPLAY "--- Movimento previsto ---".
           IF CRIAR-SEGUINTE
              DISPLAY "Turma a criar.........: " TURMA-SEGUINTE.
           DISPLAY "Promovidos para " TURMA-SEGUINTE ": "
              QTD-PROMOVIDOS.
           DISPLAY "Retidos em " TURMA-REPETICAO ".....: "
              QTD-RETIDOS.
           DISPLAY "Ja matriculados.......: " QTD-JA-MATRICULADOS.
           DISPLAY "Nao movimentados......: " QTD-PENDENTES.
           DISPLAY "Confirma a virada da turma " TURMA-ORIGEM
              " (S/N) ?".
           ACCEPT CONFIRMA.
           IF NOT CONFIRMADO
              DISPLAY "Virada cancelada."
              GO TO END-OF-JOB.

           IF CRIAR-SEGUINTE
              PERFORM CRIAR-TURMA-SEGUINTE
                 THRU CRIAR-TURMA-SEGUINTE-EXIT
              IF TR-ERRO NOT = "00"
                 GO TO END-OF-JOB.

           PERFORM GRAVAR-MATRICULAS THRU GRAVAR-MATRICULAS-EXIT.
           IF MT-ERRO NOT = "00"
              GO TO END-OF-JOB.

           PERFORM INATIVAR-TURMA-ORIGEM
              THRU INATIVAR-TURMA-ORIGEM-EXIT.
           PERFORM GRAVAR-VIRADA THRU GRAVAR-VIRADA-EXIT.
           PERFORM IMPRIMIR-MOVIMENTO THRU IMPRIMIR-MOVIMENTO-EXIT.

           DISPLAY "Virada concluida; turma " TURMA-ORIGEM
              " inativada.".
           DISPLAY "Lista de movimento em RELVIRA.DAT.".

       END-OF-JOB.
           GOBACK.

      * The source must be an encerrada turma never rolled over
      * before; the next turma is taken as it is when already
      * registered (and still open), or keyed in to be created;
      * the repeat turma must already exist and be open. Leaves
      * TURMA-REPETICAO blank when anything is refused.
       ESCOLHER-TURMAS.
           PERFORM ENTRAR-TURMA-ORIGEM UNTIL TURMA-ORIGEM NOT = SPACES.

           MOVE TURMA-ORIGEM TO TURMA-BUSCA.
           PERFORM LOCALIZAR-TURMA THRU LOCALIZAR-TURMA-EXIT.
           IF NOT TURMA-ACHADA
              DISPLAY "Turma nao cadastrada !"
              GO TO ESCOLHER-TURMAS-EXIT.
           IF NOT TURMA-FECHADA
              DISPLAY "Turma " TURMA-ORIGEM " ainda nao foi encerrada"
                 " (ENCERRAR-TURMA) !"
              GO TO ESCOLHER-TURMAS-EXIT.

           PERFORM LOCALIZAR-VIRADA THRU LOCALIZAR-VIRADA-EXIT.
           IF JA-VIRADA
              DISPLAY "Turma " TURMA-ORIGEM " ja foi virada em "
                 VR-DATA " para " VR-TURMA-SEGUINTE " !"
              GO TO ESCOLHER-TURMAS-EXIT.

           PERFORM ENTRAR-TURMA-SEGUINTE
              UNTIL TURMA-SEGUINTE NOT = SPACES.
           MOVE TURMA-SEGUINTE TO TURMA-BUSCA.
           PERFORM LOCALIZAR-TURMA THRU LOCALIZAR-TURMA-EXIT.
           IF TURMA-ACHADA
              IF NOT TURMA-ABERTA
                 DISPLAY "Turma " TURMA-SEGUINTE
                    " inativa ou encerrada !"
                 GO TO ESCOLHER-TURMAS-EXIT
              ELSE
                 DISPLAY "Turma seguinte ja cadastrada: "
                    TR-DESCRICAO
              END-IF
           ELSE
              MOVE "S" TO SW-CRIAR-SEGUINTE
              PERFORM ENTRAR-DADOS-SEGUINTE.

           PERFORM ENTRAR-TURMA-REPETICAO
              UNTIL TURMA-REPETICAO NOT = SPACES.
           MOVE TURMA-REPETICAO TO TURMA-BUSCA.
           PERFORM LOCALIZAR-TURMA THRU LOCALIZAR-TURMA-EXIT.
           IF NOT TURMA-ACHADA
              DISPLAY "Turma de repeticao nao cadastrada !"
              MOVE SPACES TO TURMA-REPETICAO
              GO TO ESCOLHER-TURMAS-EXIT.
           IF NOT TURMA-ABERTA
              DISPLAY "Turma " TURMA-REPETICAO
                 " inativa ou encerrada !"
              MOVE SPACES TO TURMA-REPETICAO.

       ESCOLHER-TURMAS-EXIT.
           EXIT.

       ENTRAR-TURMA-ORIGEM.
           DISPLAY "Turma encerrada a virar......: ".
           ACCEPT TURMA-ORIGEM.
           IF TURMA-ORIGEM = SPACES
              DISPLAY "Nao pode ficar em branco !".

       ENTRAR-TURMA-SEGUINTE.
           DISPLAY "Turma seguinte (aprovados)...: ".
           ACCEPT TURMA-SEGUINTE.
           IF TURMA-SEGUINTE = SPACES
              DISPLAY "Nao pode ficar em branco !"
           ELSE
              IF TURMA-SEGUINTE = TURMA-ORIGEM
                 DISPLAY "Deve ser outra turma !"
                 MOVE SPACES TO TURMA-SEGUINTE.

       ENTRAR-TURMA-REPETICAO.
           DISPLAY "Turma de repeticao (reprov.).: ".
           ACCEPT TURMA-REPETICAO.
           IF TURMA-REPETICAO = SPACES
              DISPLAY "Nao pode ficar em branco !"
           ELSE
              IF TURMA-REPETICAO = TURMA-ORIGEM
                 OR TURMA-REPETICAO = TURMA-SEGUINTE
                 DISPLAY "Deve ser outra turma !"
                 MOVE SPACES TO TURMA-REPETICAO.

      * A new turma opens ativa and em curso with the source turma's
      * carga horaria; CADASTRO-TURMAS can adjust it afterwards.
       ENTRAR-DADOS-SEGUINTE.
           DISPLAY "Turma " TURMA-SEGUINTE " nao cadastrada; sera "
              "criada.".
           MOVE TURMA-SEGUINTE TO TE-CODIGO.
           DISPLAY "Descricao............:".
           ACCEPT TE-DESCRICAO.
           DISPLAY "Periodo..............:".
           ACCEPT TE-PERIODO.
           MOVE CARGA-ORIGEM TO TE-CARGA-HORARIA.
           MOVE "S" TO TE-ATIVA.
           MOVE "N" TO TE-ENCERRADA.

       LOCALIZAR-TURMA.
           MOVE "N" TO SW-TURMA-ACHADA SW-TURMA-ABERTA
              SW-TURMA-FECHADA SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-TURMAS.
           IF TR-ERRO NOT = "00"
              DISPLAY "Erro ao abrir TURMAS.DAT, status " TR-ERRO
              GO TO LOCALIZAR-TURMA-EXIT.

           PERFORM LER-TURMA UNTIL TURMA-ACHADA OR FIM-ARQ.

           CLOSE ARQUIVO-TURMAS.

       LOCALIZAR-TURMA-EXIT.
           EXIT.

       LER-TURMA.
           READ ARQUIVO-TURMAS
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF TR-CODIGO = TURMA-BUSCA
                    MOVE "S" TO SW-TURMA-ACHADA
                    IF TURMA-ENCERRADA
                       MOVE "S" TO SW-TURMA-FECHADA
                       IF TR-CARGA-HORARIA IS NUMERIC
                          MOVE TR-CARGA-HORARIA TO CARGA-ORIGEM
                       END-IF
                    ELSE
                       IF TURMA-ATIVA
                          MOVE "S" TO SW-TURMA-ABERTA
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       LOCALIZAR-VIRADA.
           MOVE "N" TO SW-JA-VIRADA SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-VIRADAS.
           IF VR-ERRO NOT = "00"
              GO TO LOCALIZAR-VIRADA-EXIT.

           PERFORM LER-VIRADA UNTIL JA-VIRADA OR FIM-ARQ.

           CLOSE ARQUIVO-VIRADAS.

       LOCALIZAR-VIRADA-EXIT.
           EXIT.

       LER-VIRADA.
           READ ARQUIVO-VIRADAS
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF VR-TURMA-ORIGEM = TURMA-ORIGEM
                    MOVE "S" TO SW-JA-VIRADA
                 END-IF
           END-READ.

      * The final situacao is the latest lancamento of each
      * matricula, so a processed recuperacao counts with its result.
       CARREGAR-HISTORICO.
           OPEN INPUT ARQUIVO-HISTORICO.
           IF HIST-ERRO NOT = "00"
              DISPLAY "Erro ao abrir HISTORICO.DAT, status " HIST-ERRO
              GO TO CARREGAR-HISTORICO-EXIT.

           MOVE TURMA-ORIGEM TO HIST-TURMA.
           START ARQUIVO-HISTORICO KEY IS EQUAL TO HIST-TURMA
              INVALID KEY
                 MOVE "10" TO HIST-ERRO
           END-START.

           PERFORM LER-HISTORICO UNTIL HIST-ERRO = "10".

           CLOSE ARQUIVO-HISTORICO.

       CARREGAR-HISTORICO-EXIT.
           EXIT.

       LER-HISTORICO.
           READ ARQUIVO-HISTORICO NEXT
              AT END
                 MOVE "10" TO HIST-ERRO
              NOT AT END
                 IF HIST-TURMA = TURMA-ORIGEM
                    PERFORM GUARDAR-LANCAMENTO
                 ELSE
                    MOVE "10" TO HIST-ERRO
                 END-IF
           END-READ.

       GUARDAR-LANCAMENTO.
           MOVE HIST-MATRICULA TO MATRICULA-BUSCA.
           PERFORM PROCURAR-MATRICULA.

           IF ACHOU
              IF HIST-DATA >= VT-DATA(POS-ACHADA)
                 MOVE HIST-SITUACAO TO VT-SITUACAO(POS-ACHADA)
                 MOVE HIST-DATA TO VT-DATA(POS-ACHADA)
              END-IF
           ELSE
              IF QTD-ALUNOS < 100
                 ADD 1 TO QTD-ALUNOS
                 SET IX-VIRA TO QTD-ALUNOS
                 MOVE HIST-MATRICULA TO VT-MATRICULA(IX-VIRA)
                 MOVE HIST-NOME TO VT-NOME(IX-VIRA)
                 MOVE HIST-SITUACAO TO VT-SITUACAO(IX-VIRA)
                 MOVE HIST-DATA TO VT-DATA(IX-VIRA)
              ELSE
                 DISPLAY "Aviso: mais de 100 alunos na turma !".

       PROCURAR-MATRICULA.
           MOVE "N" TO SW-ACHOU.
           PERFORM COMPARAR-MATRICULA
              VARYING IX-VIRA FROM 1 BY 1
              UNTIL IX-VIRA > QTD-ALUNOS.

       COMPARAR-MATRICULA.
           IF VT-MATRICULA(IX-VIRA) = MATRICULA-BUSCA
              MOVE "S" TO SW-ACHOU
              SET POS-ACHADA TO IX-VIRA
              SET IX-VIRA TO QTD-ALUNOS.

      * One pass over the enrollments: the aluno's situacao in the
      * source turma, the ativos there with no lancamento at all,
      * and who is already enrolled in either destination. No
      * enrollment file, nothing to mark.
       CARREGAR-ENTURMACAO.
           MOVE "N" TO SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-ENTURMACAO.
           IF MT-ERRO NOT = "00"
              GO TO CARREGAR-ENTURMACAO-EXIT.

           PERFORM LER-ENTURMACAO UNTIL FIM-ARQ.

           CLOSE ARQUIVO-ENTURMACAO.

       CARREGAR-ENTURMACAO-EXIT.
           EXIT.

       LER-ENTURMACAO.
           READ ARQUIVO-ENTURMACAO
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 MOVE MT-MATRICULA TO MATRICULA-BUSCA
                 EVALUATE MT-TURMA
                    WHEN TURMA-ORIGEM
                       PERFORM MARCAR-ORIGEM
                    WHEN TURMA-SEGUINTE
                       PERFORM PROCURAR-MATRICULA
                       IF ACHOU
                          MOVE "S" TO VT-NA-SEGUINTE(POS-ACHADA)
                       END-IF
                    WHEN TURMA-REPETICAO
                       PERFORM PROCURAR-MATRICULA
                       IF ACHOU
                          MOVE "S" TO VT-NA-REPETICAO(POS-ACHADA)
                       END-IF
                 END-EVALUATE
           END-READ.

       MARCAR-ORIGEM.
           PERFORM PROCURAR-MATRICULA.
           IF ACHOU
              MOVE MT-STATUS TO VT-ENTURMACAO(POS-ACHADA)
           ELSE
              IF MATRICULA-ATIVA AND QTD-ALUNOS < 100
                 ADD 1 TO QTD-ALUNOS
                 SET IX-VIRA TO QTD-ALUNOS
                 MOVE MT-MATRICULA TO VT-MATRICULA(IX-VIRA)
                 MOVE ZEROS TO VT-DATA(IX-VIRA)
                 MOVE MT-STATUS TO VT-ENTURMACAO(IX-VIRA).

      * The cadastro gives the nome of an aluno with no lancamento
      * and tells who has left the school since.
       CARREGAR-ALUNOS.
           MOVE "N" TO SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-ALUNOS.
           IF AL-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ALUNOS.DAT, status " AL-ERRO
              GO TO CARREGAR-ALUNOS-EXIT.

           PERFORM LER-ALUNO UNTIL FIM-ARQ.

           CLOSE ARQUIVO-ALUNOS.

       CARREGAR-ALUNOS-EXIT.
           EXIT.

       LER-ALUNO.
           READ ARQUIVO-ALUNOS
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 MOVE AL-MATRICULA TO MATRICULA-BUSCA
                 PERFORM PROCURAR-MATRICULA
                 IF ACHOU
                    IF VT-NOME(POS-ACHADA) = SPACES
                       MOVE AL-NOME TO VT-NOME(POS-ACHADA)
                    END-IF
                    IF ALUNO-INATIVO
                       MOVE "S" TO VT-INATIVO(POS-ACHADA)
                    END-IF
                 END-IF
           END-READ.

      * Aprovados go to the next turma, reprovados by grade (F) or
      * by attendance (P) to the repeat turma. Trancados,
      * transferidos, alunos inativos, a recuperacao still open, an
      * ausente or an aluno with no lancamento stay where they are
      * and are listed with the reason.
       CLASSIFICAR-ALUNO.
           MOVE "N" TO VT-MOVIMENTO(IX-VIRA).
           MOVE SPACES TO VT-DESTINO(IX-VIRA) VT-OBS(IX-VIRA).

           EVALUATE TRUE
              WHEN VT-ENTURMACAO(IX-VIRA) = "T"
                 MOVE "TRANCADO NA TURMA" TO VT-OBS(IX-VIRA)
              WHEN VT-ENTURMACAO(IX-VIRA) = "S"
                 MOVE "TRANSFERIDO" TO VT-OBS(IX-VIRA)
              WHEN VT-INATIVO(IX-VIRA) = "S"
                 MOVE "INATIVO NO CADASTRO" TO VT-OBS(IX-VIRA)
              WHEN VT-SITUACAO(IX-VIRA) = "A"
                 MOVE TURMA-SEGUINTE TO VT-DESTINO(IX-VIRA)
                 IF VT-NA-SEGUINTE(IX-VIRA) = "S"
                    MOVE "J" TO VT-MOVIMENTO(IX-VIRA)
                    MOVE "JA MATRICULADO" TO VT-OBS(IX-VIRA)
                 ELSE
                    MOVE "P" TO VT-MOVIMENTO(IX-VIRA)
                    MOVE "PROMOVIDO" TO VT-OBS(IX-VIRA)
                 END-IF
              WHEN VT-SITUACAO(IX-VIRA) = "F"
                 OR VT-SITUACAO(IX-VIRA) = "P"
                 MOVE TURMA-REPETICAO TO VT-DESTINO(IX-VIRA)
                 IF VT-NA-REPETICAO(IX-VIRA) = "S"
                    MOVE "J" TO VT-MOVIMENTO(IX-VIRA)
                    MOVE "JA MATRICULADO" TO VT-OBS(IX-VIRA)
                 ELSE
                    MOVE "R" TO VT-MOVIMENTO(IX-VIRA)
                    IF VT-SITUACAO(IX-VIRA) = "P"
                       MOVE "RETIDO POR FALTA" TO VT-OBS(IX-VIRA)
                    ELSE
                       MOVE "RETIDO POR NOTA" TO VT-OBS(IX-VIRA)
                    END-IF
                 END-IF
              WHEN VT-SITUACAO(IX-VIRA) = "R"
                 MOVE "EM RECUPERACAO" TO VT-OBS(IX-VIRA)
              WHEN VT-SITUACAO(IX-VIRA) = "U"
                 MOVE "AUSENTE" TO VT-OBS(IX-VIRA)
              WHEN OTHER
                 MOVE "SEM LANCAMENTO" TO VT-OBS(IX-VIRA)
           END-EVALUATE.

           EVALUATE VT-MOVIMENTO(IX-VIRA)
              WHEN "P" ADD 1 TO QTD-PROMOVIDOS
              WHEN "R" ADD 1 TO QTD-RETIDOS
              WHEN "J" ADD 1 TO QTD-JA-MATRICULADOS
              WHEN OTHER ADD 1 TO QTD-PENDENTES
           END-EVALUATE.

       CRIAR-TURMA-SEGUINTE.
           OPEN EXTEND ARQUIVO-TURMAS.
           IF TR-ERRO = "35"
              OPEN OUTPUT ARQUIVO-TURMAS.

           IF TR-ERRO NOT = "00"
              DISPLAY "Erro ao abrir TURMAS.DAT, status " TR-ERRO
              GO TO CRIAR-TURMA-SEGUINTE-EXIT.

           MOVE TURMA-ENTRADA TO REG-TURMA.
           WRITE REG-TURMA.

           IF TR-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-TURMA, status " TR-ERRO
           ELSE
              DISPLAY "Turma " TURMA-SEGUINTE " criada.".

           CLOSE ARQUIVO-TURMAS.

       CRIAR-TURMA-SEGUINTE-EXIT.
           EXIT.

      * Each promovido or retido gets an ativo enrollment in the
      * destination turma dated today.
       GRAVAR-MATRICULAS.
           OPEN EXTEND ARQUIVO-ENTURMACAO.
           IF MT-ERRO = "35"
              OPEN OUTPUT ARQUIVO-ENTURMACAO.

           IF MT-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ENTURMACAO.DAT, status " MT-ERRO
              GO TO GRAVAR-MATRICULAS-EXIT.

           PERFORM GRAVAR-UMA-MATRICULA
              VARYING IX-VIRA FROM 1 BY 1
              UNTIL IX-VIRA > QTD-ALUNOS.

           CLOSE ARQUIVO-ENTURMACAO.

       GRAVAR-MATRICULAS-EXIT.
           EXIT.

       GRAVAR-UMA-MATRICULA.
           IF VT-MOVIMENTO(IX-VIRA) = "P" OR VT-MOVIMENTO(IX-VIRA) = "R"
              MOVE VT-DESTINO(IX-VIRA) TO MT-TURMA
              MOVE VT-MATRICULA(IX-VIRA) TO MT-MATRICULA
              MOVE DATA-HOJE TO MT-DATA
              MOVE "A" TO MT-STATUS
              WRITE REG-ENTURMACAO
              IF MT-ERRO NOT = "00"
                 DISPLAY "Erro ao gravar REG-ENTURMACAO, status "
                    MT-ERRO
                 MOVE "N" TO VT-MOVIMENTO(IX-VIRA)
                 MOVE "ERRO NA GRAVACAO" TO VT-OBS(IX-VIRA)
                 MOVE "00" TO MT-ERRO.

      * Marks the source turma inativa by the same copy-and-replace
      * rewrite CADASTRO-TURMAS and ENCERRAR-TURMA use.
       INATIVAR-TURMA-ORIGEM.
           MOVE "N" TO SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-TURMAS.
           IF TR-ERRO NOT = "00"
              DISPLAY "Erro ao abrir TURMAS.DAT, status " TR-ERRO
              GO TO INATIVAR-TURMA-ORIGEM-EXIT.

           OPEN OUTPUT ARQUIVO-TURMA-NOVO.
           IF TRNOVO-ERRO NOT = "00"
              DISPLAY "Erro ao abrir arquivo temporario, status "
                 TRNOVO-ERRO
              CLOSE ARQUIVO-TURMAS
              GO TO INATIVAR-TURMA-ORIGEM-EXIT.

           PERFORM COPIAR-TURMA UNTIL FIM-ARQ.

           CLOSE ARQUIVO-TURMAS.
           CLOSE ARQUIVO-TURMA-NOVO.

           CALL "CBL_DELETE_FILE" USING NOME-TURMA-ARQUIVO.
           CALL "CBL_RENAME_FILE" USING NOVO-TURMA-ARQUIVO
              NOME-TURMA-ARQUIVO.

       INATIVAR-TURMA-ORIGEM-EXIT.
           EXIT.

       COPIAR-TURMA.
           READ ARQUIVO-TURMAS
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 MOVE REG-TURMA TO REG-TURMA-NOVO
                 IF TR-CODIGO = TURMA-ORIGEM
                    MOVE "N" TO TRN-ATIVA
                 END-IF
                 WRITE REG-TURMA-NOVO
           END-READ.

       GRAVAR-VIRADA.
           OPEN EXTEND ARQUIVO-VIRADAS.
           IF VR-ERRO = "35"
              OPEN OUTPUT ARQUIVO-VIRADAS.

           IF VR-ERRO NOT = "00"
              DISPLAY "Erro ao abrir VIRADAS.DAT, status " VR-ERRO
              GO TO GRAVAR-VIRADA-EXIT.

           MOVE TURMA-ORIGEM TO VR-TURMA-ORIGEM.
           MOVE TURMA-SEGUINTE TO VR-TURMA-SEGUINTE.
           MOVE TURMA-REPETICAO TO VR-TURMA-REPETICAO.
           MOVE DATA-HOJE TO VR-DATA.
           MOVE OPERADOR-CODIGO TO VR-OPERADOR.
           MOVE QTD-PROMOVIDOS TO VR-QTD-PROMOVIDOS.
           MOVE QTD-RETIDOS TO VR-QTD-RETIDOS.
           MOVE QTD-PENDENTES TO VR-QTD-PENDENTES.
           WRITE REG-VIRADA.

           IF VR-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-VIRADA, status " VR-ERRO.

           CLOSE ARQUIVO-VIRADAS.

       GRAVAR-VIRADA-EXIT.
           EXIT.

      * The movement list: one line per aluno with the final
      * situacao, the destination turma and what happened.
       IMPRIMIR-MOVIMENTO.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           IF REL-ERRO NOT = "00"
              DISPLAY "Erro ao abrir RELVIRA.DAT, status " REL-ERRO
              GO TO IMPRIMIR-MOVIMENTO-EXIT.

           MOVE ZEROS TO PAGINA.
           MOVE 99 TO LINHAS-PAGINA.

           PERFORM IMPRIMIR-ALUNO
              VARYING IX-VIRA FROM 1 BY 1
              UNTIL IX-VIRA > QTD-ALUNOS.

           IF LINHAS-PAGINA >= 15
              PERFORM IMPRIMIR-CABECALHO.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LT-ROTULO.
           STRING "PROMOVIDOS PARA " DELIMITED BY SIZE
              TURMA-SEGUINTE DELIMITED BY SPACE
              INTO LT-ROTULO.
           MOVE QTD-PROMOVIDOS TO LT-VALOR.
           PERFORM IMPRIMIR-TOTAL.
           MOVE SPACES TO LT-ROTULO.
           STRING "RETIDOS EM " DELIMITED BY SIZE
              TURMA-REPETICAO DELIMITED BY SPACE
              INTO LT-ROTULO.
           MOVE QTD-RETIDOS TO LT-VALOR.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "JA MATRICULADOS NO DESTINO" TO LT-ROTULO.
           MOVE QTD-JA-MATRICULADOS TO LT-VALOR.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "NAO MOVIMENTADOS" TO LT-ROTULO.
           MOVE QTD-PENDENTES TO LT-VALOR.
           PERFORM IMPRIMIR-TOTAL.

           CLOSE ARQUIVO-RELATORIO.

       IMPRIMIR-MOVIMENTO-EXIT.
           EXIT.

       IMPRIMIR-ALUNO.
           IF LINHAS-PAGINA >= 20
              PERFORM IMPRIMIR-CABECALHO.

           MOVE VT-MATRICULA(IX-VIRA) TO LD-MATRICULA.
           MOVE VT-NOME(IX-VIRA) TO LD-NOME.
           MOVE VT-SITUACAO(IX-VIRA) TO LD-SITUACAO.
           MOVE VT-DESTINO(IX-VIRA) TO LD-DESTINO.
           MOVE VT-OBS(IX-VIRA) TO LD-OBS.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO LINHAS-PAGINA.

       IMPRIMIR-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-CABECALHO.
           ADD 1 TO PAGINA.
           MOVE TURMA-ORIGEM TO CB-TURMA.
           MOVE DATA-HOJE TO CB-DATA.
           MOVE PAGINA TO CB-PAGINA.
           MOVE CABECALHO-PAGINA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO LINHAS-PAGINA.

       END PROGRAM VIRAR-TURMA.
