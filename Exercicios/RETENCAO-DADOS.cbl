      ******************************************************************
      * Author:       BERGAMASCHI, MARCELO.
      * Date:         2026-10-15.
      * Purpose:      Retention of the movement files: moves the
      *               records of MOVESTOQ.DAT, VENDAS.DAT, PONTO.DAT
      *               and FREQUENCIA.DAT older than each file's
      *               horizon (months kept live, from the RETPARAM.DAT
      *               card) into yearly history files named
      *               <arquivo>-AAAA.DAT, so the daily programs stop
      *               reading years of history to use one month.
      *               Only a closed period moves: an estoque month
      *               with its POSESTOQ.DAT snapshot (FECHAR-ESTOQUE),
      *               a ponto month whose competencia COMPSTAT.DAT
      *               says fechada, and the presences of a turma
      *               encerrada with its ata. The move is made on
      *               the record counts and control totals: the split
      *               is re-read and conferred against the original,
      *               the yearly files must grow by exactly what was
      *               moved, and only then is the live file replaced
      *               and conferred again. Every file's outcome goes
      *               to RETENCAO.DAT.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  First version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENCAO-DADOS.
       AUTHOR. BERGAMASCHI, MARCELO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       INSTALLATION. IFSP-Cubatao.
       SECURITY. RETENCAO DOS ARQUIVOS DE MOVIMENTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-486-DX2-66-MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66-MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The live file, the two halves of its split and the yearly
      * history file change name with the file under retention, so
      * they are assigned through data names, as in ARQUIVAR-DADOS.
           SELECT ARQUIVO-ORIGEM ASSIGN TO DYNAMIC NOME-ORIGEM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS OR-ERRO.

           SELECT ARQUIVO-MANTIDOS ASSIGN TO DYNAMIC NOME-MANTIDOS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MN-ERRO.

           SELECT ARQUIVO-RETIDOS ASSIGN TO DYNAMIC NOME-RETIDOS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RD-ERRO.

           SELECT ARQUIVO-ANUAL ASSIGN TO DYNAMIC NOME-ANUAL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AN-ERRO.

           SELECT ARQUIVO-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PM-ERRO.

           SELECT ARQUIVO-POSICAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS POS-ERRO.

           SELECT ARQUIVO-TURMAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TU-ERRO.

           SELECT ARQUIVO-RETENCAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RET-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ORIGEM
           LABEL RECORD IS STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 256
           DEPENDING ON TAM-REGISTRO
           DATA RECORD IS REG-ORIGEM.

       01  REG-ORIGEM       PIC X(256).

       FD  ARQUIVO-MANTIDOS
           LABEL RECORD IS STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 256
           DEPENDING ON TAM-REGISTRO
           DATA RECORD IS REG-MANTIDO.

       01  REG-MANTIDO      PIC X(256).

       FD  ARQUIVO-RETIDOS
           LABEL RECORD IS STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 256
           DEPENDING ON TAM-REGISTRO
           DATA RECORD IS REG-RETIDO.

       01  REG-RETIDO       PIC X(256).

       FD  ARQUIVO-ANUAL
           LABEL RECORD IS STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 256
           DEPENDING ON TAM-REGISTRO
           DATA RECORD IS REG-ANUAL.

       01  REG-ANUAL        PIC X(256).

      * Parameter card: one line per file, its name as on the
      * RETENCAO.DAT log and the months kept on the live file; a
      * file not on the card, or no card, keeps the default.
       FD  ARQUIVO-PARAMETROS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS REG-PARAMETRO
           VALUE OF FILE-ID "RETPARAM.DAT".

       01  REG-PARAMETRO.
           05  RP-ARQUIVO    PIC X(10).
           05  RP-MESES      PIC 9(03).

       FD  ARQUIVO-POSICAO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS REG-POSICAO
           VALUE OF FILE-ID "POSESTOQ.DAT".

       01  REG-POSICAO.
           COPY REGPOS.

       FD  ARQUIVO-TURMAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS REG-TURMA
           VALUE OF FILE-ID "TURMAS.DAT".

       01  REG-TURMA.
           COPY REGTURMA.

       FD  ARQUIVO-RETENCAO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 96 CHARACTERS
           DATA RECORD IS REG-RETENCAO
           VALUE OF FILE-ID "RETENCAO.DAT".

       01  REG-RETENCAO.
           COPY REGRETE.

       WORKING-STORAGE SECTION.
       77  OR-ERRO   PIC X(02) VALUE "00".
       77  MN-ERRO   PIC X(02) VALUE "00".
       77  RD-ERRO   PIC X(02) VALUE "00".
       77  AN-ERRO   PIC X(02) VALUE "00".
       77  PM-ERRO   PIC X(02) VALUE "00".
       77  POS-ERRO  PIC X(02) VALUE "00".
       77  TU-ERRO   PIC X(02) VALUE "00".
       77  RET-ERRO  PIC X(02) VALUE "00".
       77  TAM-REGISTRO PIC 9(03) VALUE ZEROS.
       77  NOME-ORIGEM   PIC X(40) VALUE SPACES.
       77  NOME-MANTIDOS PIC X(40) VALUE SPACES.
       77  NOME-RETIDOS  PIC X(40) VALUE SPACES.
       77  NOME-ANUAL    PIC X(40) VALUE SPACES.
       77  IX-ARQUIVO  PIC 9(01) VALUE ZEROS.
       77  IX-TAB      PIC 9(03) VALUE ZEROS.
       77  DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  COMPETENCIA-CORTE PIC 9(06) VALUE ZEROS.
       77  COMP-MAIS-ANTIGA  PIC 9(06) VALUE ZEROS.
       77  CONTADOR-MESES PIC 9(03) VALUE ZEROS.
       77  ANO-INICIAL PIC 9(04) VALUE ZEROS.
       77  ANO-FINAL   PIC 9(04) VALUE ZEROS.
       77  ANO-ANUAL   PIC 9(04) VALUE ZEROS.
       77  DATA-REFERENCIA PIC 9(08) VALUE ZEROS.
       77  SITUACAO-COMPETENCIA PIC X(01) VALUE SPACE.
       77  SITUACAO-RETENCAO PIC X(01) VALUE SPACE.
       77  QTD-FALHAS     PIC 9(01) VALUE ZEROS.
       77  QTD-CONFERIDOS PIC 9(01) VALUE ZEROS.
       77  QTD-SNAPSHOTS  PIC 9(03) VALUE ZEROS.
       77  QTD-TURMAS-ENC PIC 9(03) VALUE ZEROS.
       77  SW-FIM-ARQ  PIC X(01) VALUE "N".
           88 FIM-ARQ      VALUE "S".
       77  SW-MOVER    PIC X(01) VALUE "N".
           88 MOVER        VALUE "S".
       77  SW-ACHOU    PIC X(01) VALUE "N".
           88 ACHOU        VALUE "S".
       77  SW-PERIODO-ABERTO PIC X(01) VALUE "N".
           88 PERIODO-ABERTO     VALUE "S".
       77  SW-ERRO-GRAVACAO PIC X(01) VALUE "N".
           88 ERRO-GRAVACAO     VALUE "S".
       77  SW-CONFERE  PIC X(01) VALUE "N".
           88 CONFERE      VALUE "S".
       77  SW-ESTOQUE-TRAVADO PIC X(01) VALUE "N".
           88 ESTOQUE-TRAVADO     VALUE "S".
       77  TRAVA-OPERACAO PIC X(01) VALUE SPACE.
       77  TRAVA-SUBSISTEMA PIC X(10) VALUE "ESTOQUE".
       77  TRAVA-PROGRAMA PIC X(15) VALUE "RETENCAO-DADOS".
       77  TRAVA-OPERADOR PIC 9(04) VALUE ZEROS.
       77  TRAVA-RESULTADO PIC X(01) VALUE SPACE.
       77  MASCARA-QTD    PIC Z.ZZZ.ZZ9.
       77  MASCARA-TOTAL  PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      * Counts and control totals of the file under retention: the
      * live file before the run, the two halves of the split as
      * written and as re-read, the yearly files before and after
      * the append, and the live file after its replacement.
       77  QTD-ANTES          PIC 9(07) VALUE ZEROS.
       77  QTD-MOVIDOS        PIC 9(07) VALUE ZEROS.
       77  QTD-MANTIDOS       PIC 9(07) VALUE ZEROS.
       77  QTD-CONF-MOVIDOS   PIC 9(07) VALUE ZEROS.
       77  QTD-CONF-MANTIDOS  PIC 9(07) VALUE ZEROS.
       77  QTD-ANUAL          PIC 9(07) VALUE ZEROS.
       77  QTD-ANUAL-ANTES    PIC 9(07) VALUE ZEROS.
       77  QTD-DEPOIS         PIC 9(07) VALUE ZEROS.
       77  TOTAL-ANTES        PIC 9(11)V99 VALUE ZEROS.
       77  TOTAL-MOVIDOS      PIC 9(11)V99 VALUE ZEROS.
       77  TOTAL-MANTIDOS     PIC 9(11)V99 VALUE ZEROS.
       77  TOTAL-CONF-MOVIDOS PIC 9(11)V99 VALUE ZEROS.
       77  TOTAL-CONF-MANTIDOS PIC 9(11)V99 VALUE ZEROS.
       77  TOTAL-ANUAL        PIC 9(11)V99 VALUE ZEROS.
       77  TOTAL-ANUAL-ANTES  PIC 9(11)V99 VALUE ZEROS.
       77  TOTAL-DEPOIS       PIC 9(11)V99 VALUE ZEROS.
       77  VALOR-REGISTRO     PIC 9(09)V99 VALUE ZEROS.

       01  DATA-HOJE-DESDOB.
           05  COMPETENCIA-HOJE PIC 9(06).
           05  DIA-HOJE         PIC 9(02).

       01  COMPETENCIA-LIMITE  PIC 9(06) VALUE ZEROS.
       01  FILLER REDEFINES COMPETENCIA-LIMITE.
           05  ANO-LIM  PIC 9(04).
           05  MES-LIM  PIC 9(02).

       01  COMPETENCIA-TESTE   PIC 9(06) VALUE ZEROS.
       01  FILLER REDEFINES COMPETENCIA-TESTE.
           05  ANO-TESTE  PIC 9(04).
           05  MES-TESTE  PIC 9(02).

       01  DATA-REGISTRO.
           05  ANO-REGISTRO  PIC 9(04).
           05  MES-REGISTRO  PIC 9(02).
           05  DIA-REGISTRO  PIC 9(02).
       01  FILLER REDEFINES DATA-REGISTRO.
           05  COMPETENCIA-REGISTRO PIC 9(06).
           05  FILLER               PIC 9(02).

      * The record under work, with one view per movement file.
       01  REGISTRO-LIDO    PIC X(256).
       01  FILLER REDEFINES REGISTRO-LIDO.
           COPY REGMOV.
       01  FILLER REDEFINES REGISTRO-LIDO.
           COPY REGVEND.
       01  FILLER REDEFINES REGISTRO-LIDO.
           05  PT-MATRICULA  PIC 9(05).
           05  PT-DATA       PIC 9(08).
           05  PT-ENTRADA1   PIC 9(04).
           05  PT-SAIDA1     PIC 9(04).
           05  PT-ENTRADA2   PIC 9(04).
           05  PT-SAIDA2     PIC 9(04).
       01  FILLER REDEFINES REGISTRO-LIDO.
           COPY REGFREQ.

      * The movement files under retention, in run order, with the
      * name each one carries on the card, the log and its yearly
      * files, and the default horizon in months.
       01  ARQUIVOS-RETENCAO.
           05  FILLER PIC X(20) VALUE "MOVESTOQ.DAT".
           05  FILLER PIC X(20) VALUE "VENDAS.DAT".
           05  FILLER PIC X(20) VALUE "PONTO.DAT".
           05  FILLER PIC X(20) VALUE "FREQUENCIA.DAT".
       01  FILLER REDEFINES ARQUIVOS-RETENCAO.
           05  NOME-ARQUIVO-RET OCCURS 4 TIMES PIC X(20).

       01  ROTULOS-RETENCAO.
           05  FILLER PIC X(10) VALUE "MOVESTOQ".
           05  FILLER PIC X(10) VALUE "VENDAS".
           05  FILLER PIC X(10) VALUE "PONTO".
           05  FILLER PIC X(10) VALUE "FREQUENCIA".
       01  FILLER REDEFINES ROTULOS-RETENCAO.
           05  ROTULO-ARQUIVO OCCURS 4 TIMES PIC X(10).

       01  HORIZONTES-RETENCAO.
           05  FILLER PIC 9(03) VALUE 012.
           05  FILLER PIC 9(03) VALUE 012.
           05  FILLER PIC 9(03) VALUE 012.
           05  FILLER PIC 9(03) VALUE 012.
       01  FILLER REDEFINES HORIZONTES-RETENCAO.
           05  MESES-RETENCAO OCCURS 4 TIMES PIC 9(03).

      * The estoque months FECHAR-ESTOQUE snapshotted, and the
      * turmas closed with their ata.
       01  TABELA-SNAPSHOTS VALUE ZEROS.
           05  SNAP-COMPETENCIA OCCURS 240 TIMES PIC 9(06).

       01  TABELA-TURMAS-ENC VALUE SPACES.
           05  TURMA-ENC OCCURS 500 TIMES PIC X(10).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Retencao dos arquivos de movimento ---*".
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE DATA-HOJE TO DATA-HOJE-DESDOB.

           PERFORM CARREGAR-PARAMETROS THRU CARREGAR-PARAMETROS-EXIT.
           PERFORM CARREGAR-SNAPSHOTS THRU CARREGAR-SNAPSHOTS-EXIT.
           PERFORM CARREGAR-TURMAS THRU CARREGAR-TURMAS-EXIT.

      * MOVESTOQ.DAT and VENDAS.DAT are written under the ESTOQUE
      * lock, so they are only rewritten while this run holds it.
           MOVE "T" TO TRAVA-OPERACAO.
           CALL "TRAVAR-SUBSISTEMA" USING TRAVA-OPERACAO,
              TRAVA-SUBSISTEMA, TRAVA-PROGRAMA, TRAVA-OPERADOR,
              TRAVA-RESULTADO.
           IF TRAVA-RESULTADO = "S"
              MOVE "S" TO SW-ESTOQUE-TRAVADO
           ELSE
              DISPLAY "Subsistema ESTOQUE ocupado: MOVESTOQ e VENDAS "
                 "ficam para a proxima retencao.".

           PERFORM RETER-UM-ARQUIVO THRU RETER-UM-ARQUIVO-EXIT
              VARYING IX-ARQUIVO FROM 1 BY 1
              UNTIL IX-ARQUIVO > 4.

           IF ESTOQUE-TRAVADO
              MOVE "L" TO TRAVA-OPERACAO
              CALL "TRAVAR-SUBSISTEMA" USING TRAVA-OPERACAO,
                 TRAVA-SUBSISTEMA, TRAVA-PROGRAMA, TRAVA-OPERADOR,
                 TRAVA-RESULTADO.

           DISPLAY "Arquivos conferidos...: " QTD-CONFERIDOS.
           DISPLAY "Arquivos com falha....: " QTD-FALHAS.

      * CBL_DELETE_FILE and CBL_RENAME_FILE report through
      * RETURN-CODE; only the retention's own outcome may reach the
      * batch.
           MOVE ZEROS TO RETURN-CODE.
           IF QTD-FALHAS > ZEROS
              MOVE 8 TO RETURN-CODE.

           GOBACK.

      ******************************************************************
      * One movement file: count and total it, find the last closed
      * period inside the horizon, split the records into those
      * that move and those that stay, confer the split, append the
      * moved ones to the yearly files and confer them there, and
      * only then replace the live file and confer it again. Any
      * disagreement leaves the live file as it was.
      ******************************************************************
       RETER-UM-ARQUIVO.
           MOVE ZEROS TO QTD-ANTES QTD-MOVIDOS QTD-MANTIDOS
              QTD-DEPOIS TOTAL-ANTES TOTAL-MOVIDOS TOTAL-MANTIDOS
              TOTAL-DEPOIS COMPETENCIA-CORTE ANO-FINAL.
           MOVE 9999 TO ANO-INICIAL.
           MOVE 999999 TO COMP-MAIS-ANTIGA.
           MOVE "N" TO SW-ERRO-GRAVACAO.

           MOVE NOME-ARQUIVO-RET(IX-ARQUIVO) TO NOME-ORIGEM.
           MOVE SPACES TO NOME-MANTIDOS NOME-RETIDOS.
           STRING ROTULO-ARQUIVO(IX-ARQUIVO) DELIMITED BY SPACE
              "-NOVO.DAT" DELIMITED BY SIZE INTO NOME-MANTIDOS.
           STRING ROTULO-ARQUIVO(IX-ARQUIVO) DELIMITED BY SPACE
              "-RETIDO.DAT" DELIMITED BY SIZE INTO NOME-RETIDOS.

           PERFORM APURAR-LIMITE.

           IF IX-ARQUIVO < 3 AND NOT ESTOQUE-TRAVADO
              MOVE "B" TO SITUACAO-RETENCAO
              GO TO RETER-UM-ARQUIVO-LOG.

           OPEN INPUT ARQUIVO-ORIGEM.
           IF OR-ERRO = "35"
              DISPLAY NOME-ORIGEM " inexistente, nada a reter."
              MOVE "N" TO SITUACAO-RETENCAO
              GO TO RETER-UM-ARQUIVO-LOG.
           IF OR-ERRO NOT = "00"
              DISPLAY "Erro ao abrir " NOME-ORIGEM ", status " OR-ERRO
              MOVE "E" TO SITUACAO-RETENCAO
              GO TO RETER-UM-ARQUIVO-LOG.

           MOVE "N" TO SW-FIM-ARQ.
           PERFORM LEVANTAR-REGISTRO UNTIL FIM-ARQ.
           CLOSE ARQUIVO-ORIGEM.
           MOVE QTD-ANTES TO QTD-DEPOIS.
           MOVE TOTAL-ANTES TO TOTAL-DEPOIS.

           PERFORM APURAR-CORTE.
           IF COMPETENCIA-CORTE = ZEROS
              MOVE "N" TO SITUACAO-RETENCAO
              GO TO RETER-UM-ARQUIVO-LOG.

           PERFORM SEPARAR-ARQUIVO THRU SEPARAR-ARQUIVO-EXIT.
           IF ERRO-GRAVACAO
              MOVE "E" TO SITUACAO-RETENCAO
              PERFORM DESCARTAR-SEPARACAO
              GO TO RETER-UM-ARQUIVO-LOG.
           IF QTD-MOVIDOS = ZEROS
              MOVE "N" TO SITUACAO-RETENCAO
              PERFORM DESCARTAR-SEPARACAO
              GO TO RETER-UM-ARQUIVO-LOG.

           PERFORM CONFERIR-SEPARACAO.
           IF NOT CONFERE
              DISPLAY "DIVERGENCIA na separacao de " NOME-ORIGEM
                 ", arquivo mantido como estava !"
              MOVE "D" TO SITUACAO-RETENCAO
              PERFORM DESCARTAR-SEPARACAO
              GO TO RETER-UM-ARQUIVO-LOG.

           PERFORM GRAVAR-ANUAIS.
           IF NOT CONFERE
              DISPLAY "DIVERGENCIA nos arquivos anuais de "
                 NOME-ORIGEM ", arquivo mantido como estava !"
              DISPLAY "Conferir " ROTULO-ARQUIVO(IX-ARQUIVO)
                 "-AAAA.DAT contra " NOME-RETIDOS "."
              MOVE "D" TO SITUACAO-RETENCAO
              GO TO RETER-UM-ARQUIVO-LOG.

           PERFORM SUBSTITUIR-ORIGEM.
           IF CONFERE
              MOVE "C" TO SITUACAO-RETENCAO
           ELSE
              DISPLAY "DIVERGENCIA na regravacao de " NOME-ORIGEM
                 " - restaurar pela geracao do ARQUIVAR-DADOS !"
              MOVE "D" TO SITUACAO-RETENCAO.

       RETER-UM-ARQUIVO-LOG.
           IF SITUACAO-RETENCAO = "C"
              ADD 1 TO QTD-CONFERIDOS
           ELSE
              IF SITUACAO-RETENCAO NOT = "N"
                 ADD 1 TO QTD-FALHAS.

           PERFORM EXIBIR-RESULTADO.
           PERFORM GRAVAR-RETENCAO THRU GRAVAR-RETENCAO-EXIT.

       RETER-UM-ARQUIVO-EXIT.
           EXIT.

      * The newest month that may move: the current competencia
      * walked back by the file's horizon.
       APURAR-LIMITE.
           MOVE COMPETENCIA-HOJE TO COMPETENCIA-LIMITE.
           PERFORM RECUAR-UM-MES
              VARYING CONTADOR-MESES FROM 1 BY 1
              UNTIL CONTADOR-MESES > MESES-RETENCAO(IX-ARQUIVO).

       RECUAR-UM-MES.
           IF MES-LIM > 1
              SUBTRACT 1 FROM MES-LIM
           ELSE
              MOVE 12 TO MES-LIM
              SUBTRACT 1 FROM ANO-LIM.

      * The last period that may move. FREQUENCIA is closed turma
      * by turma, so the horizon is the cut and each record is
      * weighed against its turma; the other files move whole
      * months, from the oldest on file forward, stopping at the
      * first month not yet closed - the live file always holds
      * everything from that month on.
       APURAR-CORTE.
           IF IX-ARQUIVO = 4
              MOVE COMPETENCIA-LIMITE TO COMPETENCIA-CORTE
           ELSE
              IF COMP-MAIS-ANTIGA NOT > COMPETENCIA-LIMITE
                 MOVE COMP-MAIS-ANTIGA TO COMPETENCIA-TESTE
                 MOVE "N" TO SW-PERIODO-ABERTO
                 PERFORM CONFERIR-PERIODO
                    UNTIL COMPETENCIA-TESTE > COMPETENCIA-LIMITE
                       OR PERIODO-ABERTO
                 IF PERIODO-ABERTO
                    DISPLAY ROTULO-ARQUIVO(IX-ARQUIVO)
                       ": competencia " COMPETENCIA-TESTE
                       " nao fechada, retencao para antes dela."
                 END-IF
              END-IF
           END-IF.

       CONFERIR-PERIODO.
           MOVE "N" TO SW-ACHOU.
           IF IX-ARQUIVO = 3
              COMPUTE DATA-REFERENCIA = (COMPETENCIA-TESTE * 100) + 1
              CALL "CONFERIR-COMPETENCIA" USING DATA-REFERENCIA,
                 SITUACAO-COMPETENCIA
              IF SITUACAO-COMPETENCIA = "F"
                 MOVE "S" TO SW-ACHOU
              END-IF
           ELSE
              PERFORM PROCURAR-SNAPSHOT
                 VARYING IX-TAB FROM 1 BY 1
                 UNTIL IX-TAB > QTD-SNAPSHOTS OR ACHOU
           END-IF.

           IF ACHOU
              MOVE COMPETENCIA-TESTE TO COMPETENCIA-CORTE
              PERFORM AVANCAR-UM-MES
           ELSE
              MOVE "S" TO SW-PERIODO-ABERTO.

       PROCURAR-SNAPSHOT.
           IF SNAP-COMPETENCIA(IX-TAB) = COMPETENCIA-TESTE
              MOVE "S" TO SW-ACHOU.

       AVANCAR-UM-MES.
           IF MES-TESTE < 12
              ADD 1 TO MES-TESTE
           ELSE
              MOVE 1 TO MES-TESTE
              ADD 1 TO ANO-TESTE.

      * First pass: the count and control total of the live file,
      * and the oldest month on it.
       LEVANTAR-REGISTRO.
           READ ARQUIVO-ORIGEM
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 MOVE SPACES TO REGISTRO-LIDO
                 MOVE REG-ORIGEM(1:TAM-REGISTRO) TO REGISTRO-LIDO
                 PERFORM APURAR-REGISTRO
                 ADD 1 TO QTD-ANTES
                 ADD VALOR-REGISTRO TO TOTAL-ANTES
                 IF DATA-REGISTRO NUMERIC
                    AND COMPETENCIA-REGISTRO < COMP-MAIS-ANTIGA
                    MOVE COMPETENCIA-REGISTRO TO COMP-MAIS-ANTIGA
                 END-IF
           END-READ.

      * Date and control value of the record under work, through
      * the view of the file it came from. Fields a record older
      * than the layout does not carry read as spaces and count as
      * zero.
       APURAR-REGISTRO.
           MOVE ZEROS TO VALOR-REGISTRO.
           EVALUATE IX-ARQUIVO
              WHEN 1
                 MOVE MV-DATA TO DATA-REGISTRO
                 IF MV-QTD NUMERIC AND MV-VALOR-UNIT NUMERIC
                    COMPUTE VALOR-REGISTRO = MV-QTD * MV-VALOR-UNIT
                 END-IF
              WHEN 2
                 MOVE VD-DATA TO DATA-REGISTRO
                 IF VD-QTD NUMERIC AND VD-VALOR-UNIT NUMERIC
                    COMPUTE VALOR-REGISTRO = VD-QTD * VD-VALOR-UNIT
                 END-IF
              WHEN 3
                 MOVE PT-DATA TO DATA-REGISTRO
                 IF PT-ENTRADA1 NUMERIC AND PT-SAIDA1 NUMERIC
                    AND PT-ENTRADA2 NUMERIC AND PT-SAIDA2 NUMERIC
                    COMPUTE VALOR-REGISTRO = PT-ENTRADA1 +
                       PT-SAIDA1 + PT-ENTRADA2 + PT-SAIDA2
                 END-IF
              WHEN 4
                 MOVE FQ-DATA TO DATA-REGISTRO
                 IF FQ-MATRICULA NUMERIC
                    MOVE FQ-MATRICULA TO VALOR-REGISTRO
                 END-IF
           END-EVALUATE.

      * A record moves when its month is inside the cut and, on
      * FREQUENCIA, its turma is encerrada.
       VERIFICAR-ELEGIVEL.
           MOVE "N" TO SW-MOVER.
           IF DATA-REGISTRO NUMERIC
              AND COMPETENCIA-REGISTRO NOT > COMPETENCIA-CORTE
              IF IX-ARQUIVO = 4
                 MOVE "N" TO SW-ACHOU
                 PERFORM PROCURAR-TURMA-ENC
                    VARYING IX-TAB FROM 1 BY 1
                    UNTIL IX-TAB > QTD-TURMAS-ENC OR ACHOU
                 IF ACHOU
                    MOVE "S" TO SW-MOVER
                 END-IF
              ELSE
                 MOVE "S" TO SW-MOVER
              END-IF
           END-IF.

       PROCURAR-TURMA-ENC.
           IF TURMA-ENC(IX-TAB) = FQ-TURMA
              MOVE "S" TO SW-ACHOU.

      * Second pass: every record goes to one half of the split,
      * the records that move to <arquivo>-RETIDO.DAT and the rest
      * to <arquivo>-NOVO.DAT, the future live file.
       SEPARAR-ARQUIVO.
           OPEN INPUT ARQUIVO-ORIGEM.
           IF OR-ERRO NOT = "00"
              DISPLAY "Erro ao abrir " NOME-ORIGEM ", status " OR-ERRO
              MOVE "S" TO SW-ERRO-GRAVACAO
              GO TO SEPARAR-ARQUIVO-EXIT.

           OPEN OUTPUT ARQUIVO-MANTIDOS.
           IF MN-ERRO NOT = "00"
              DISPLAY "Erro ao abrir " NOME-MANTIDOS ", status "
                 MN-ERRO
              MOVE "S" TO SW-ERRO-GRAVACAO
              CLOSE ARQUIVO-ORIGEM
              GO TO SEPARAR-ARQUIVO-EXIT.

           OPEN OUTPUT ARQUIVO-RETIDOS.
           IF RD-ERRO NOT = "00"
              DISPLAY "Erro ao abrir " NOME-RETIDOS ", status "
                 RD-ERRO
              MOVE "S" TO SW-ERRO-GRAVACAO
              CLOSE ARQUIVO-ORIGEM ARQUIVO-MANTIDOS
              GO TO SEPARAR-ARQUIVO-EXIT.

           MOVE "N" TO SW-FIM-ARQ.
           PERFORM SEPARAR-REGISTRO UNTIL FIM-ARQ.

           CLOSE ARQUIVO-ORIGEM ARQUIVO-MANTIDOS ARQUIVO-RETIDOS.

       SEPARAR-ARQUIVO-EXIT.
           EXIT.

       SEPARAR-REGISTRO.
           READ ARQUIVO-ORIGEM
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 MOVE SPACES TO REGISTRO-LIDO
                 MOVE REG-ORIGEM(1:TAM-REGISTRO) TO REGISTRO-LIDO
                 PERFORM APURAR-REGISTRO
                 PERFORM VERIFICAR-ELEGIVEL
                 IF MOVER
                    PERFORM RETER-REGISTRO
                 ELSE
                    PERFORM MANTER-REGISTRO
                 END-IF
           END-READ.

       RETER-REGISTRO.
           MOVE REG-ORIGEM TO REG-RETIDO.
           WRITE REG-RETIDO.
           IF RD-ERRO = "00"
              ADD 1 TO QTD-MOVIDOS
              ADD VALOR-REGISTRO TO TOTAL-MOVIDOS
              IF ANO-REGISTRO < ANO-INICIAL
                 MOVE ANO-REGISTRO TO ANO-INICIAL
              END-IF
              IF ANO-REGISTRO > ANO-FINAL
                 MOVE ANO-REGISTRO TO ANO-FINAL
              END-IF
           ELSE
              DISPLAY "Erro ao gravar " NOME-RETIDOS ", status "
                 RD-ERRO
              MOVE "S" TO SW-ERRO-GRAVACAO SW-FIM-ARQ.

       MANTER-REGISTRO.
           MOVE REG-ORIGEM TO REG-MANTIDO.
           WRITE REG-MANTIDO.
           IF MN-ERRO = "00"
              ADD 1 TO QTD-MANTIDOS
              ADD VALOR-REGISTRO TO TOTAL-MANTIDOS
           ELSE
              DISPLAY "Erro ao gravar " NOME-MANTIDOS ", status "
                 MN-ERRO
              MOVE "S" TO SW-ERRO-GRAVACAO SW-FIM-ARQ.

      * The split only counts as good after both halves are re-read
      * and their counts and totals agree with what was written and,
      * added together, with the live file as it stood.
       CONFERIR-SEPARACAO.
           MOVE ZEROS TO QTD-CONF-MOVIDOS TOTAL-CONF-MOVIDOS
              QTD-CONF-MANTIDOS TOTAL-CONF-MANTIDOS.

           OPEN INPUT ARQUIVO-RETIDOS.
           IF RD-ERRO = "00"
              MOVE "N" TO SW-FIM-ARQ
              PERFORM CONTAR-RETIDO UNTIL FIM-ARQ
              CLOSE ARQUIVO-RETIDOS.

           OPEN INPUT ARQUIVO-MANTIDOS.
           IF MN-ERRO = "00"
              MOVE "N" TO SW-FIM-ARQ
              PERFORM CONTAR-MANTIDO UNTIL FIM-ARQ
              CLOSE ARQUIVO-MANTIDOS.

           MOVE "N" TO SW-CONFERE.
           IF QTD-CONF-MOVIDOS = QTD-MOVIDOS
              AND TOTAL-CONF-MOVIDOS = TOTAL-MOVIDOS
              AND QTD-CONF-MANTIDOS = QTD-MANTIDOS
              AND TOTAL-CONF-MANTIDOS = TOTAL-MANTIDOS
              AND QTD-MOVIDOS + QTD-MANTIDOS = QTD-ANTES
              AND TOTAL-MOVIDOS + TOTAL-MANTIDOS = TOTAL-ANTES
              MOVE "S" TO SW-CONFERE.

       CONTAR-RETIDO.
           READ ARQUIVO-RETIDOS
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 MOVE SPACES TO REGISTRO-LIDO
                 MOVE REG-RETIDO(1:TAM-REGISTRO) TO REGISTRO-LIDO
                 PERFORM APURAR-REGISTRO
                 ADD 1 TO QTD-CONF-MOVIDOS
                 ADD VALOR-REGISTRO TO TOTAL-CONF-MOVIDOS
           END-READ.

       CONTAR-MANTIDO.
           READ ARQUIVO-MANTIDOS
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 MOVE SPACES TO REGISTRO-LIDO
                 MOVE REG-MANTIDO(1:TAM-REGISTRO) TO REGISTRO-LIDO
                 PERFORM APURAR-REGISTRO
                 ADD 1 TO QTD-CONF-MANTIDOS
                 ADD VALOR-REGISTRO TO TOTAL-CONF-MANTIDOS
           END-READ.

      * The moved records are appended to the yearly file of their
      * date; the yearly files of the years touched are counted and
      * totalled before and after, and must have grown by exactly
      * the moved count and total.
       GRAVAR-ANUAIS.
           MOVE ZEROS TO QTD-ANUAL TOTAL-ANUAL.
           PERFORM SOMAR-ANUAL THRU SOMAR-ANUAL-EXIT
              VARYING ANO-ANUAL FROM ANO-INICIAL BY 1
              UNTIL ANO-ANUAL > ANO-FINAL.
           MOVE QTD-ANUAL TO QTD-ANUAL-ANTES.
           MOVE TOTAL-ANUAL TO TOTAL-ANUAL-ANTES.

           PERFORM ANEXAR-ANO THRU ANEXAR-ANO-EXIT
              VARYING ANO-ANUAL FROM ANO-INICIAL BY 1
              UNTIL ANO-ANUAL > ANO-FINAL.

           MOVE ZEROS TO QTD-ANUAL TOTAL-ANUAL.
           PERFORM SOMAR-ANUAL THRU SOMAR-ANUAL-EXIT
              VARYING ANO-ANUAL FROM ANO-INICIAL BY 1
              UNTIL ANO-ANUAL > ANO-FINAL.

           MOVE "N" TO SW-CONFERE.
           IF NOT ERRO-GRAVACAO
              AND QTD-ANUAL - QTD-ANUAL-ANTES = QTD-MOVIDOS
              AND TOTAL-ANUAL - TOTAL-ANUAL-ANTES = TOTAL-MOVIDOS
              MOVE "S" TO SW-CONFERE.

       MONTAR-NOME-ANUAL.
           MOVE SPACES TO NOME-ANUAL.
           STRING ROTULO-ARQUIVO(IX-ARQUIVO) DELIMITED BY SPACE
              "-" ANO-ANUAL ".DAT" DELIMITED BY SIZE
              INTO NOME-ANUAL.

      * A yearly file not there yet just counts as empty.
       SOMAR-ANUAL.
           PERFORM MONTAR-NOME-ANUAL.
           OPEN INPUT ARQUIVO-ANUAL.
           IF AN-ERRO NOT = "00"
              GO TO SOMAR-ANUAL-EXIT.

           MOVE "N" TO SW-FIM-ARQ.
           PERFORM CONTAR-ANUAL UNTIL FIM-ARQ.
           CLOSE ARQUIVO-ANUAL.

       SOMAR-ANUAL-EXIT.
           EXIT.

       CONTAR-ANUAL.
           READ ARQUIVO-ANUAL
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 MOVE SPACES TO REGISTRO-LIDO
                 MOVE REG-ANUAL(1:TAM-REGISTRO) TO REGISTRO-LIDO
                 PERFORM APURAR-REGISTRO
                 ADD 1 TO QTD-ANUAL
                 ADD VALOR-REGISTRO TO TOTAL-ANUAL
           END-READ.

       ANEXAR-ANO.
           PERFORM MONTAR-NOME-ANUAL.
           OPEN EXTEND ARQUIVO-ANUAL.
           IF AN-ERRO = "35"
              OPEN OUTPUT ARQUIVO-ANUAL.

           IF AN-ERRO NOT = "00"
              DISPLAY "Erro ao abrir " NOME-ANUAL ", status " AN-ERRO
              MOVE "S" TO SW-ERRO-GRAVACAO
              GO TO ANEXAR-ANO-EXIT.

           OPEN INPUT ARQUIVO-RETIDOS.
           IF RD-ERRO NOT = "00"
              DISPLAY "Erro ao abrir " NOME-RETIDOS ", status "
                 RD-ERRO
              MOVE "S" TO SW-ERRO-GRAVACAO
              CLOSE ARQUIVO-ANUAL
              GO TO ANEXAR-ANO-EXIT.

           MOVE "N" TO SW-FIM-ARQ.
           PERFORM COPIAR-PARA-ANUAL UNTIL FIM-ARQ.

           CLOSE ARQUIVO-RETIDOS ARQUIVO-ANUAL.

       ANEXAR-ANO-EXIT.
           EXIT.

       COPIAR-PARA-ANUAL.
           READ ARQUIVO-RETIDOS
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 MOVE SPACES TO REGISTRO-LIDO
                 MOVE REG-RETIDO(1:TAM-REGISTRO) TO REGISTRO-LIDO
                 PERFORM APURAR-REGISTRO
                 IF ANO-REGISTRO = ANO-ANUAL
                    MOVE REG-RETIDO TO REG-ANUAL
                    WRITE REG-ANUAL
                    IF AN-ERRO NOT = "00"
                       DISPLAY "Erro ao gravar " NOME-ANUAL
                          ", status " AN-ERRO
                       MOVE "S" TO SW-ERRO-GRAVACAO SW-FIM-ARQ
                    END-IF
                 END-IF
           END-READ.

      * The kept half becomes the live file by the same delete and
      * rename the cadastros use for their rewrites, and the new
      * live file is re-read against the kept count and total.
       SUBSTITUIR-ORIGEM.
           CALL "CBL_DELETE_FILE" USING NOME-ORIGEM.
           CALL "CBL_RENAME_FILE" USING NOME-MANTIDOS NOME-ORIGEM.

           MOVE ZEROS TO QTD-DEPOIS TOTAL-DEPOIS.
           OPEN INPUT ARQUIVO-ORIGEM.
           IF OR-ERRO = "00"
              MOVE "N" TO SW-FIM-ARQ
              PERFORM CONTAR-ORIGEM UNTIL FIM-ARQ
              CLOSE ARQUIVO-ORIGEM.

           MOVE "N" TO SW-CONFERE.
           IF QTD-DEPOIS = QTD-MANTIDOS
              AND TOTAL-DEPOIS = TOTAL-MANTIDOS
              MOVE "S" TO SW-CONFERE
              CALL "CBL_DELETE_FILE" USING NOME-RETIDOS.

       CONTAR-ORIGEM.
           READ ARQUIVO-ORIGEM
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 MOVE SPACES TO REGISTRO-LIDO
                 MOVE REG-ORIGEM(1:TAM-REGISTRO) TO REGISTRO-LIDO
                 PERFORM APURAR-REGISTRO
                 ADD 1 TO QTD-DEPOIS
                 ADD VALOR-REGISTRO TO TOTAL-DEPOIS
           END-READ.

       DESCARTAR-SEPARACAO.
           CALL "CBL_DELETE_FILE" USING NOME-MANTIDOS.
           CALL "CBL_DELETE_FILE" USING NOME-RETIDOS.
           MOVE ZEROS TO QTD-MOVIDOS TOTAL-MOVIDOS.
           MOVE QTD-ANTES TO QTD-DEPOIS.
           MOVE TOTAL-ANTES TO TOTAL-DEPOIS.

       EXIBIR-RESULTADO.
           DISPLAY "--- " NOME-ORIGEM.
           EVALUATE SITUACAO-RETENCAO
              WHEN "C"
                 DISPLAY "Retencao conferida ate a competencia "
                    COMPETENCIA-CORTE ", anos " ANO-INICIAL
                    " a " ANO-FINAL "."
              WHEN "N"
                 DISPLAY "Nenhum periodo fechado alem de "
                    MESES-RETENCAO(IX-ARQUIVO) " meses."
              WHEN "B"
                 DISPLAY "Nao retido: subsistema ocupado."
              WHEN "D"
                 DISPLAY "Nao retido: contagens divergentes."
              WHEN OTHER
                 DISPLAY "Nao retido: erro de arquivo."
           END-EVALUATE.

           MOVE QTD-ANTES TO MASCARA-QTD.
           MOVE TOTAL-ANTES TO MASCARA-TOTAL.
           DISPLAY "Antes.....: " MASCARA-QTD " reg.  total "
              MASCARA-TOTAL.
           MOVE QTD-MOVIDOS TO MASCARA-QTD.
           MOVE TOTAL-MOVIDOS TO MASCARA-TOTAL.
           DISPLAY "Movidos...: " MASCARA-QTD " reg.  total "
              MASCARA-TOTAL.
           MOVE QTD-DEPOIS TO MASCARA-QTD.
           MOVE TOTAL-DEPOIS TO MASCARA-TOTAL.
           DISPLAY "Depois....: " MASCARA-QTD " reg.  total "
              MASCARA-TOTAL.

      * One line per file and run on RETENCAO.DAT; a run that moved
      * nothing keeps zero years.
       GRAVAR-RETENCAO.
           OPEN EXTEND ARQUIVO-RETENCAO.
           IF RET-ERRO = "35"
              OPEN OUTPUT ARQUIVO-RETENCAO.

           IF RET-ERRO NOT = "00"
              DISPLAY "Erro ao abrir RETENCAO.DAT, status " RET-ERRO
              GO TO GRAVAR-RETENCAO-EXIT.

           MOVE DATA-HOJE TO RT-DATA.
           MOVE ROTULO-ARQUIVO(IX-ARQUIVO) TO RT-ARQUIVO.
           MOVE MESES-RETENCAO(IX-ARQUIVO) TO RT-MESES.
           MOVE COMPETENCIA-CORTE TO RT-COMPETENCIA-CORTE.
           IF QTD-MOVIDOS > ZEROS
              MOVE ANO-INICIAL TO RT-ANO-INICIAL
              MOVE ANO-FINAL TO RT-ANO-FINAL
           ELSE
              MOVE ZEROS TO RT-ANO-INICIAL RT-ANO-FINAL.
           MOVE QTD-ANTES TO RT-QTD-ANTES.
           MOVE QTD-MOVIDOS TO RT-QTD-MOVIDOS.
           MOVE QTD-DEPOIS TO RT-QTD-DEPOIS.
           MOVE TOTAL-ANTES TO RT-TOTAL-ANTES.
           MOVE TOTAL-MOVIDOS TO RT-TOTAL-MOVIDOS.
           MOVE TOTAL-DEPOIS TO RT-TOTAL-DEPOIS.
           MOVE SITUACAO-RETENCAO TO RT-SITUACAO.
           WRITE REG-RETENCAO.

           IF RET-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-RETENCAO, status " RET-ERRO.

           CLOSE ARQUIVO-RETENCAO.

       GRAVAR-RETENCAO-EXIT.
           EXIT.

      ******************************************************************
      * Start-up loads: the horizon card, the snapshotted estoque
      * months and the turmas encerradas.
      ******************************************************************
       CARREGAR-PARAMETROS.
           OPEN INPUT ARQUIVO-PARAMETROS.
           IF PM-ERRO NOT = "00"
              DISPLAY "RETPARAM.DAT ausente, horizonte padrao de "
                 MESES-RETENCAO(1) " meses."
              GO TO CARREGAR-PARAMETROS-EXIT.

           PERFORM LER-PARAMETRO UNTIL PM-ERRO = "10".

           CLOSE ARQUIVO-PARAMETROS.

       CARREGAR-PARAMETROS-EXIT.
           EXIT.

       LER-PARAMETRO.
           READ ARQUIVO-PARAMETROS
              AT END
                 MOVE "10" TO PM-ERRO
              NOT AT END
                 PERFORM APLICAR-PARAMETRO
                    VARYING IX-ARQUIVO FROM 1 BY 1
                    UNTIL IX-ARQUIVO > 4
           END-READ.

      * A horizon of zero months would move the open month itself,
      * so only a positive one is taken.
       APLICAR-PARAMETRO.
           IF RP-ARQUIVO = ROTULO-ARQUIVO(IX-ARQUIVO)
              IF RP-MESES NUMERIC AND RP-MESES > ZEROS
                 MOVE RP-MESES TO MESES-RETENCAO(IX-ARQUIVO)
              ELSE
                 DISPLAY "Horizonte invalido para " RP-ARQUIVO
                    ", mantido " MESES-RETENCAO(IX-ARQUIVO)
                    " meses.".

       CARREGAR-SNAPSHOTS.
           OPEN INPUT ARQUIVO-POSICAO.
           IF POS-ERRO NOT = "00"
              GO TO CARREGAR-SNAPSHOTS-EXIT.

           PERFORM LER-SNAPSHOT UNTIL POS-ERRO = "10".

           CLOSE ARQUIVO-POSICAO.

       CARREGAR-SNAPSHOTS-EXIT.
           EXIT.

       LER-SNAPSHOT.
           READ ARQUIVO-POSICAO
              AT END
                 MOVE "10" TO POS-ERRO
              NOT AT END
                 MOVE PS-COMPETENCIA TO COMPETENCIA-TESTE
                 MOVE "N" TO SW-ACHOU
                 PERFORM PROCURAR-SNAPSHOT
                    VARYING IX-TAB FROM 1 BY 1
                    UNTIL IX-TAB > QTD-SNAPSHOTS OR ACHOU
                 IF NOT ACHOU AND QTD-SNAPSHOTS < 240
                    ADD 1 TO QTD-SNAPSHOTS
                    MOVE PS-COMPETENCIA
                       TO SNAP-COMPETENCIA(QTD-SNAPSHOTS)
                 END-IF
           END-READ.

       CARREGAR-TURMAS.
           OPEN INPUT ARQUIVO-TURMAS.
           IF TU-ERRO NOT = "00"
              GO TO CARREGAR-TURMAS-EXIT.

           PERFORM LER-TURMA UNTIL TU-ERRO = "10".

           CLOSE ARQUIVO-TURMAS.

       CARREGAR-TURMAS-EXIT.
           EXIT.

       LER-TURMA.
           READ ARQUIVO-TURMAS
              AT END
                 MOVE "10" TO TU-ERRO
              NOT AT END
                 IF TURMA-ENCERRADA AND QTD-TURMAS-ENC < 500
                    ADD 1 TO QTD-TURMAS-ENC
                    MOVE TR-CODIGO TO TURMA-ENC(QTD-TURMAS-ENC)
                 END-IF
           END-READ.

       END PROGRAM RETENCAO-DADOS.
