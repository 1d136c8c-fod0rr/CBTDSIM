      * Purpose:      Companion of ARQUIVAR-DADOS: puts one chosen
      *               dated generation (BKP-AAAAMMDD-nome) back over
      *               the live data file, counting the records
      *               restored - PRODUTOS.DAT and HISTORICO.DAT are
      *               reloaded through keyed WRITEs into a fresh
      *               indexed file.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *             the confirmation prompt; NOME-DESTINO was left
      *             blank there since that restore reloads through
      *             its own keyed pass.
      * 2026-10-15  REGPROD widened to 87 with the EAN-13 barcode
      *             (EAN-ARQ). A catalog generation taken before the
      *             widening (74-char records) still restores: the
      *             missing barcode comes in as zeros, so the
      *             backup/restore pair carries the catalog over to
      *             the new layout.
      * 2026-10-15  HISTORICO.DAT is now INDEXED on matricula, turma
      *             and date: its generation is reloaded through
      *             keyed WRITEs into a recreated file, duplicate keys
      *             are listed and skipped, and a generation taken in
      *             the older line sequential layout (nome first,
      *             matricula last) is rearranged on the way in.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTAURAR-DADOS.
           RECORD KEY IS COD-ARQ
           FILE STATUS IS ERRO-PROD.

           SELECT ARQUIVO-HISTORICO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-CHAVE
           ALTERNATE RECORD KEY IS HIST-TURMA WITH DUPLICATES
           FILE STATUS IS HIST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-GERACAO

       FD  ARQUIVO-PRODUTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 87 CHARACTERS
           DATA RECORD IS REGPROD-ARQ
           VALUE OF FILE-ID "PRODUTOS.DAT".

       01  REGPROD-ARQ.
           COPY REGPROD.

       FD  ARQUIVO-HISTORICO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS REG-HISTORICO
           VALUE OF FILE-ID "HISTORICO.DAT".

       01  REG-HISTORICO.
           COPY REGHIST.

       WORKING-STORAGE SECTION.
       77  GR-ERRO   PIC X(02) VALUE "00".
       77  DS-ERRO   PIC X(02) VALUE "00".
       77  ERRO-PROD PIC X(02) VALUE "00".
       77  HIST-ERRO PIC X(02) VALUE "00".
       77  TAM-REGISTRO PIC 9(03) VALUE ZEROS.
       77  NOME-GERACAO PIC X(40) VALUE SPACES.
       77  NOME-DESTINO PIC X(40) VALUE SPACES.
       77  SW-DATA-VALIDA PIC X(01) VALUE "N".
           88 DATA-VALIDA     VALUE "S".

      * One HISTORICO.DAT record as the older line sequential layout
      * laid it out, for a generation taken before the file became
      * indexed.
       01  HISTORICO-ANTIGO.
           05  HA-NOME       PIC X(30).
           05  HA-MEDIA      PIC 99V9.
           05  HA-SITUACAO   PIC X(01).
           05  HA-DATA       PIC 9(08).
           05  HA-TURMA      PIC X(10).
           05  HA-MATRICULA  PIC 9(05).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Restauracao de geracao arquivada ---*".
              DISPLAY "Geracao nao encontrada, status " GR-ERRO
              GO TO END-OF-JOB.

           EVALUATE RD-OPCAO
              WHEN 2
                 PERFORM RESTAURAR-HISTORICO
                    THRU RESTAURAR-HISTORICO-EXIT
              WHEN 5
                 PERFORM RESTAURAR-PRODUTOS
                    THRU RESTAURAR-PRODUTOS-EXIT
              WHEN OTHER
                 PERFORM RESTAURAR-SEQUENCIAL
                    THRU RESTAURAR-SEQUENCIAL-EXIT
           END-EVALUATE.

           CLOSE ARQUIVO-GERACAO.

                 END-IF
           END-READ.

      * The catalog generation holds plain 87-char records; the
      * restore recreates PRODUTOS.DAT and reloads them through
      * keyed WRITEs. A shorter record from an older generation
      * has no barcode, which is left zero.
       RESTAURAR-PRODUTOS.
           OPEN OUTPUT ARQUIVO-PRODUTOS.
           IF ERRO-PROD NOT = "00"
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 MOVE REG-GERACAO(1:87) TO REGPROD-ARQ
                 IF TAM-REGISTRO < 87 OR EAN-ARQ IS NOT NUMERIC
                    MOVE ZEROS TO EAN-ARQ
                 END-IF
                 WRITE REGPROD-ARQ
                    INVALID KEY
                       DISPLAY "Registro duplicado na geracao: "
                 END-IF
           END-READ.

      * The HISTORICO generation holds plain 57-char records, key
      * first. A generation taken before the file was indexed starts
      * with the nome instead of the matricula; those records are
      * moved field by field into the current layout.
       RESTAURAR-HISTORICO.
           OPEN OUTPUT ARQUIVO-HISTORICO.
           IF HIST-ERRO NOT = "00"
              DISPLAY "Erro ao recriar HISTORICO.DAT, status "
                 HIST-ERRO
              GO TO RESTAURAR-HISTORICO-EXIT.

           MOVE "N" TO SW-FIM-ARQ.
           PERFORM CARREGAR-HISTORICO UNTIL FIM-ARQ.

           CLOSE ARQUIVO-HISTORICO.

       RESTAURAR-HISTORICO-EXIT.
           EXIT.

       CARREGAR-HISTORICO.
           READ ARQUIVO-GERACAO
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF REG-GERACAO(1:5) IS NUMERIC
                    MOVE REG-GERACAO(1:57) TO REG-HISTORICO
                 ELSE
                    MOVE REG-GERACAO(1:57) TO HISTORICO-ANTIGO
                    MOVE HA-MATRICULA TO HIST-MATRICULA
                    MOVE HA-TURMA     TO HIST-TURMA
                    MOVE HA-DATA      TO HIST-DATA
                    MOVE HA-NOME      TO HIST-NOME
                    MOVE HA-MEDIA     TO HIST-MEDIA
                    MOVE HA-SITUACAO  TO HIST-SITUACAO
                 END-IF
                 WRITE REG-HISTORICO
                    INVALID KEY
                       DISPLAY "Lancamento duplicado na geracao: "
                          HIST-MATRICULA " " HIST-TURMA " "
                          HIST-DATA
                 END-WRITE
                 IF HIST-ERRO = "00"
                    ADD 1 TO QTD-RESTAURADOS
                 END-IF
           END-READ.

       END PROGRAM RESTAURAR-DADOS.
