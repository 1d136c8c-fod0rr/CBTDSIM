      ******************************************************************
      * Author:       BERGAMASCHI, MARCELO.
      * Date:         2026-10-15.
      * Purpose:      One-time carry-over of HISTORICO.DAT from the
      *               older line sequential layout (nome first,
      *               matricula last) to the INDEXED file keyed on
      *               matricula + turma + date. The old file is kept
      *               as HISTSEQ.DAT and read as the source; every
      *               record is rewritten in the REGHIST layout with
      *               a keyed WRITE. Two lancamentos on the same key
      *               cannot both live in the indexed file: the first
      *               one read is kept, and the print file RELCONV.DAT
      *               lists each collision with the kept and the
      *               rejected nome/media, plus the records whose
      *               matricula is not numeric and cannot be keyed.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  First version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTER-HISTORICO.
       AUTHOR. BERGAMASCHI, MARCELO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       INSTALLATION. UNISANTA - SANTOS.
       SECURITY. CONVERSAO DO HISTORICO - SUPERVISOR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-486-DX2-66-MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66-MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-HIST-SEQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HS-ERRO.

           SELECT ARQUIVO-HISTORICO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-CHAVE
           ALTERNATE RECORD KEY IS HIST-TURMA WITH DUPLICATES
           FILE STATUS IS HIST-ERRO.

           SELECT ARQUIVO-RELATORIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REL-ERRO.

       DATA DIVISION.
       FILE SECTION.
      * HISTORICO.DAT as the line sequential layout wrote it.
       FD  ARQUIVO-HIST-SEQ
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS REG-HIST-SEQ
           VALUE OF FILE-ID "HISTSEQ.DAT".

       01  REG-HIST-SEQ.
           05  HS-NOME       PIC X(30).
           05  HS-MEDIA      PIC 99V9.
           05  HS-SITUACAO   PIC X(01).
           05  HS-DATA       PIC 9(08).
           05  HS-TURMA      PIC X(10).
           05  HS-MATRICULA  PIC 9(05).
       01  FILLER REDEFINES REG-HIST-SEQ.
           05  FILLER        PIC X(52).
           05  HS-MATRICULA-X PIC X(05).

       FD  ARQUIVO-HISTORICO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS REG-HISTORICO
           VALUE OF FILE-ID "HISTORICO.DAT".

       01  REG-HISTORICO.
           COPY REGHIST.

       FD  ARQUIVO-RELATORIO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "RELCONV.DAT".

       01  LINHA-RELATORIO PIC X(72).

       WORKING-STORAGE SECTION.
       77  HS-ERRO        PIC X(02) VALUE "00".
       77  HIST-ERRO      PIC X(02) VALUE "00".
       77  REL-ERRO       PIC X(02) VALUE "00".
       77  OPERADOR-CODIGO PIC 9(04) VALUE ZEROS.
       77  OPERADOR-PERFIL PIC X(01) VALUE SPACE.
       77  PROGRAMA-LOGON PIC X(15) VALUE "CONVERTE-HIST".
       77  RESULTADO-LOGON PIC X(01) VALUE SPACE.
       77  NOME-HISTORICO PIC X(13) VALUE "HISTORICO.DAT".
       77  NOME-HIST-SEQ  PIC X(11) VALUE "HISTSEQ.DAT".
       77  DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77  SW-FIM-ARQ     PIC X(01) VALUE "N".
           88 FIM-ARQ         VALUE "S".
       77  CONFIRMA       PIC X(01) VALUE "N".
           88 CONFIRMADO      VALUE "S", "s".
       77  QTD-LIDOS      PIC 9(06) VALUE ZEROS.
       77  QTD-GRAVADOS   PIC 9(06) VALUE ZEROS.
       77  QTD-DUPLICADOS PIC 9(06) VALUE ZEROS.
       77  QTD-INVALIDOS  PIC 9(06) VALUE ZEROS.
       77  PAGINA         PIC 9(03) VALUE ZEROS.
       77  LINHAS-PAGINA  PIC 9(02) VALUE 99.

      * The record a duplicate key turned away, held while the kept
      * one is read back for the report.
       01  HISTORICO-REJEITADO.
           COPY REGHIST REPLACING
              ==HIST-CHAVE==          BY ==HREJ-CHAVE==
              ==HIST-MATRICULA==      BY ==HREJ-MATRICULA==
              ==HIST-TURMA==          BY ==HREJ-TURMA==
              ==HIST-DATA==           BY ==HREJ-DATA==
              ==HIST-NOME==           BY ==HREJ-NOME==
              ==HIST-MEDIA==          BY ==HREJ-MEDIA==
              ==HIST-SITUACAO==       BY ==HREJ-SITUACAO==
              ==HIST-APROVADO==       BY ==HREJ-APROVADO==
              ==HIST-EM-RECUPERACAO== BY ==HREJ-EM-RECUPERACAO==
              ==HIST-REPROVADO==      BY ==HREJ-REPROVADO==
              ==HIST-AUSENTE==        BY ==HREJ-AUSENTE==
              ==HIST-REP-FALTA==      BY ==HREJ-REP-FALTA==.

       01  CABECALHO-PAGINA.
           05  FILLER       PIC X(30)
               VALUE "CONVERSAO DO HISTORICO        ".
           05  CB-DATA      PIC 9(08).
           05  FILLER       PIC X(12) VALUE "      PAGINA".
           05  CB-PAGINA    PIC ZZ9.
           05  FILLER       PIC X(19) VALUE SPACES.

       01  CABECALHO-COLUNAS.
           05  FILLER PIC X(06) VALUE "MATR. ".
           05  FILLER PIC X(11) VALUE "TURMA".
           05  FILLER PIC X(09) VALUE "DATA".
           05  FILLER PIC X(09) VALUE "REGISTRO".
           05  FILLER PIC X(31) VALUE "NOME".
           05  FILLER PIC X(06) VALUE "MEDIA ".

       01  LINHA-DETALHE.
           05  LD-MATRICULA PIC X(05).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LD-TURMA     PIC X(10).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LD-DATA      PIC X(08).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LD-ROTULO    PIC X(09).
           05  LD-NOME      PIC X(30).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LD-MEDIA     PIC ZZ,9.
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LD-SITUACAO  PIC X(01).

       01  LINHA-TOTAL.
           05  LT-ROTULO    PIC X(36).
           05  LT-VALOR     PIC ZZZZZ9.
           05  FILLER       PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Conversao do HISTORICO.DAT para indexado ---*".
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.

      * Sign-on through the shared EFETUAR-LOGON; rebuilding the
      * grade history is a supervisor's job.
           CALL "EFETUAR-LOGON" USING PROGRAMA-LOGON,
              OPERADOR-CODIGO, OPERADOR-PERFIL, RESULTADO-LOGON.
           IF RESULTADO-LOGON NOT = "S"
              DISPLAY "Identificacao recusada, encerrando."
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           IF OPERADOR-PERFIL NOT = "S"
              DISPLAY "Conversao restrita a supervisor !"
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           PERFORM PREPARAR-ORIGEM THRU PREPARAR-ORIGEM-EXIT.
           IF HS-ERRO NOT = "00"
              GO TO END-OF-JOB.

           OPEN OUTPUT ARQUIVO-HISTORICO.
           IF HIST-ERRO NOT = "00"
              DISPLAY "Erro ao criar HISTORICO.DAT, status " HIST-ERRO
              CLOSE ARQUIVO-HIST-SEQ
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           IF REL-ERRO NOT = "00"
              DISPLAY "Erro ao abrir RELCONV.DAT, status " REL-ERRO
              CLOSE ARQUIVO-HIST-SEQ ARQUIVO-HISTORICO
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           MOVE "N" TO SW-FIM-ARQ.
           PERFORM CONVERTER-REGISTRO UNTIL FIM-ARQ.

           PERFORM IMPRIMIR-TOTAIS.

           CLOSE ARQUIVO-HIST-SEQ.
           CLOSE ARQUIVO-HISTORICO.
           CLOSE ARQUIVO-RELATORIO.

           DISPLAY "Registros lidos..........: " QTD-LIDOS.
           DISPLAY "Gravados no indexado.....: " QTD-GRAVADOS.
           DISPLAY "Chaves duplicadas........: " QTD-DUPLICADOS.
           DISPLAY "Matriculas invalidas.....: " QTD-INVALIDOS.
           DISPLAY "Relatorio em RELCONV.DAT; origem mantida em "
              "HISTSEQ.DAT.".

           IF QTD-DUPLICADOS > ZEROS OR QTD-INVALIDOS > ZEROS
              MOVE 4 TO RETURN-CODE.

       END-OF-JOB.
           GOBACK.

      * The line sequential file is kept as HISTSEQ.DAT. On the
      * first run HISTORICO.DAT is renamed to it - unless
      * HISTORICO.DAT already opens as an indexed file, which means
      * the conversion was done and the source since removed. When
      * HISTSEQ.DAT is already there the conversion ran before, and
      * is only repeated from it on the operator's word.
       PREPARAR-ORIGEM.
           OPEN INPUT ARQUIVO-HIST-SEQ.
           IF HS-ERRO = "00"
              DISPLAY "HISTSEQ.DAT ja existe: a conversao ja foi feita."
              DISPLAY "Reconverter a partir dele, recriando "
                 "HISTORICO.DAT (S/N) ?"
              ACCEPT CONFIRMA
              IF NOT CONFIRMADO
                 DISPLAY "Conversao cancelada."
                 CLOSE ARQUIVO-HIST-SEQ
                 MOVE "99" TO HS-ERRO
              END-IF
              GO TO PREPARAR-ORIGEM-EXIT.

           IF HS-ERRO NOT = "35"
              DISPLAY "Erro ao abrir HISTSEQ.DAT, status " HS-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO PREPARAR-ORIGEM-EXIT.

           OPEN INPUT ARQUIVO-HISTORICO.
           IF HIST-ERRO = "00"
              CLOSE ARQUIVO-HISTORICO
              DISPLAY "HISTORICO.DAT ja esta indexado, nada a "
                 "converter."
              MOVE "99" TO HS-ERRO
              GO TO PREPARAR-ORIGEM-EXIT.

           CALL "CBL_RENAME_FILE" USING NOME-HISTORICO NOME-HIST-SEQ.
           IF RETURN-CODE NOT = ZEROS
              DISPLAY "HISTORICO.DAT nao encontrado, nada a converter."
              MOVE ZEROS TO RETURN-CODE
              MOVE "99" TO HS-ERRO
              GO TO PREPARAR-ORIGEM-EXIT.

           OPEN INPUT ARQUIVO-HIST-SEQ.
           IF HS-ERRO NOT = "00"
              DISPLAY "Erro ao abrir HISTSEQ.DAT, status " HS-ERRO
              MOVE 8 TO RETURN-CODE.

       PREPARAR-ORIGEM-EXIT.
           EXIT.

       CONVERTER-REGISTRO.
           READ ARQUIVO-HIST-SEQ
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 ADD 1 TO QTD-LIDOS
                 IF HS-MATRICULA-X IS NOT NUMERIC
                    PERFORM REPORTAR-INVALIDO
                 ELSE
                    PERFORM GRAVAR-CONVERTIDO
                 END-IF
           END-READ.

       GRAVAR-CONVERTIDO.
           MOVE HS-MATRICULA TO HIST-MATRICULA.
           MOVE HS-TURMA     TO HIST-TURMA.
           MOVE HS-DATA      TO HIST-DATA.
           MOVE HS-NOME      TO HIST-NOME.
           MOVE HS-MEDIA     TO HIST-MEDIA.
           MOVE HS-SITUACAO  TO HIST-SITUACAO.
           WRITE REG-HISTORICO
              INVALID KEY
                 PERFORM REPORTAR-DUPLICADO
           END-WRITE.
           IF HIST-ERRO = "00"
              ADD 1 TO QTD-GRAVADOS
           ELSE
              IF HIST-ERRO NOT = "22"
                 DISPLAY "Erro ao gravar HISTORICO.DAT, status "
                    HIST-ERRO
                 MOVE "S" TO SW-FIM-ARQ.

      * The first lancamento read on a key stays; the one turned
      * away is listed under it so the secretaria can relaunch it
      * by hand if it was the right one.
       REPORTAR-DUPLICADO.
           ADD 1 TO QTD-DUPLICADOS.
           MOVE REG-HISTORICO TO HISTORICO-REJEITADO.
           READ ARQUIVO-HISTORICO
              INVALID KEY
                 MOVE SPACES TO HIST-NOME
                 MOVE ZEROS TO HIST-MEDIA
                 MOVE SPACE TO HIST-SITUACAO
           END-READ.

           IF LINHAS-PAGINA >= 19
              PERFORM IMPRIMIR-CABECALHO.

           MOVE SPACES TO LINHA-DETALHE.
           MOVE HREJ-MATRICULA TO LD-MATRICULA.
           MOVE HREJ-TURMA     TO LD-TURMA.
           MOVE HREJ-DATA      TO LD-DATA.
           MOVE "MANTIDO"      TO LD-ROTULO.
           MOVE HIST-NOME      TO LD-NOME.
           MOVE HIST-MEDIA     TO LD-MEDIA.
           MOVE HIST-SITUACAO  TO LD-SITUACAO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE SPACES TO LINHA-DETALHE.
           MOVE "REJEITADO"    TO LD-ROTULO.
           MOVE HREJ-NOME      TO LD-NOME.
           MOVE HREJ-MEDIA     TO LD-MEDIA.
           MOVE HREJ-SITUACAO  TO LD-SITUACAO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 2 TO LINHAS-PAGINA.

       REPORTAR-INVALIDO.
           ADD 1 TO QTD-INVALIDOS.
           IF LINHAS-PAGINA >= 20
              PERFORM IMPRIMIR-CABECALHO.

           MOVE SPACES TO LINHA-DETALHE.
           MOVE HS-MATRICULA-X TO LD-MATRICULA.
           MOVE HS-TURMA       TO LD-TURMA.
           MOVE HS-DATA        TO LD-DATA.
           MOVE "MATR.INV."    TO LD-ROTULO.
           MOVE HS-NOME        TO LD-NOME.
           IF HS-MEDIA IS NUMERIC
              MOVE HS-MEDIA TO LD-MEDIA.
           MOVE HS-SITUACAO    TO LD-SITUACAO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO LINHAS-PAGINA.

       IMPRIMIR-TOTAIS.
           IF LINHAS-PAGINA >= 16
              PERFORM IMPRIMIR-CABECALHO.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "REGISTROS LIDOS EM HISTSEQ.DAT" TO LT-ROTULO.
           MOVE QTD-LIDOS TO LT-VALOR.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "GRAVADOS NO HISTORICO INDEXADO" TO LT-ROTULO.
           MOVE QTD-GRAVADOS TO LT-VALOR.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "REJEITADOS POR CHAVE DUPLICADA" TO LT-ROTULO.
           MOVE QTD-DUPLICADOS TO LT-VALOR.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "REJEITADOS POR MATRICULA INVALIDA" TO LT-ROTULO.
           MOVE QTD-INVALIDOS TO LT-VALOR.
           PERFORM IMPRIMIR-TOTAL.

       IMPRIMIR-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-CABECALHO.
           ADD 1 TO PAGINA.
           MOVE DATA-HOJE TO CB-DATA.
           MOVE PAGINA TO CB-PAGINA.
           MOVE CABECALHO-PAGINA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO LINHAS-PAGINA.

       END PROGRAM CONVERTER-HISTORICO.
