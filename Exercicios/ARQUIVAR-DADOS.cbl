      *             archived / copy failures) and an EXPURGO event
      *             (generations dropped), the counts RESUMO-MANHA
      *             pairs with the step on the morning report.
      * 2026-10-15  REGPROD widened to 87 with the EAN-13 barcode
      *             (EAN-ARQ).
      * 2026-10-15  HISTORICO.DAT reorganized as an INDEXED file: it
      *             leaves the line sequential list and gets its own
      *             READ NEXT pass, the same as PRODUTOS.DAT, writing
      *             plain 57-char records to its generation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQUIVAR-DADOS.
           RECORD KEY IS COD-ARQ
           FILE STATUS IS ERRO-PROD.

           SELECT ARQUIVO-HISTORICO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-CHAVE
           ALTERNATE RECORD KEY IS HIST-TURMA WITH DUPLICATES
           FILE STATUS IS HIST-ERRO.

           SELECT ARQUIVO-JOBLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL

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

       FD  ARQUIVO-JOBLOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
       77  OR-ERRO   PIC X(02) VALUE "00".
       77  GR-ERRO   PIC X(02) VALUE "00".
       77  ERRO-PROD PIC X(02) VALUE "00".
       77  HIST-ERRO PIC X(02) VALUE "00".
       77  JL-ERRO   PIC X(02) VALUE "00".
       77  TAM-REGISTRO PIC 9(03) VALUE ZEROS.
       77  NOME-ORIGEM  PIC X(40) VALUE SPACES.
           05  DH-HORA  PIC 9(08).

      * The line sequential files this step archives; PRODUTOS.DAT
      * and HISTORICO.DAT are indexed and get their own passes.
       01  ARQUIVOS-DO-DIA.
           05  FILLER PIC X(20) VALUE "FOLHA-PAGAMENTO.DAT".
           05  FILLER PIC X(20) VALUE "PROVAS".
           05  FILLER PIC X(20) VALUE "LOBO.DAT".
       01  FILLER REDEFINES ARQUIVOS-DO-DIA.
           05  NOME-ARQUIVO-DIA OCCURS 3 TIMES PIC X(20).

       01  ROTULOS-GERACAO.
           05  FILLER PIC X(10) VALUE "FOLHA".
           05  FILLER PIC X(10) VALUE "PROVAS".
           05  FILLER PIC X(10) VALUE "LOBO".
       01  FILLER REDEFINES ROTULOS-GERACAO.
           05  ROTULO-GERACAO OCCURS 3 TIMES PIC X(10).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ARQUIVAR-UM-ARQUIVO
              THRU ARQUIVAR-UM-ARQUIVO-EXIT
              VARYING IX-ARQUIVO FROM 1 BY 1
              UNTIL IX-ARQUIVO > 3.

           PERFORM ARQUIVAR-PRODUTOS THRU ARQUIVAR-PRODUTOS-EXIT.

           PERFORM ARQUIVAR-HISTORICO THRU ARQUIVAR-HISTORICO-EXIT.

           PERFORM EXPURGAR-GERACOES.

      * The outcome counts the morning report pairs with this step.
              CLOSE ARQUIVO-PRODUTOS
              GO TO ARQUIVAR-PRODUTOS-LOG.

           MOVE 87 TO TAM-REGISTRO.
           MOVE "N" TO SW-FIM-ARQ.
           PERFORM COPIAR-PRODUTO UNTIL FIM-ARQ.

              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 MOVE REGPROD-ARQ TO REG-GERACAO(1:87)
                 WRITE REG-GERACAO
                 IF GR-ERRO = "00"
                    ADD 1 TO QTD-COPIADOS
                 ADD 1 TO QTD-ORIGINAIS
           END-READ.

      * HISTORICO.DAT is indexed as well: the same READ NEXT pass,
      * plain records to the generation, and RESTAURAR-DADOS reloads
      * them through keyed WRITEs.
       ARQUIVAR-HISTORICO.
           MOVE "HISTORICO.DAT" TO NOME-ORIGEM.
           MOVE SPACES TO NOME-GERACAO.
           STRING "BKP-" DATA-HOJE "-HISTORICO.DAT"
              DELIMITED BY SIZE INTO NOME-GERACAO.

           MOVE "N" TO SW-COPIA-OK SW-SEM-ORIGEM.
           MOVE ZEROS TO QTD-COPIADOS QTD-ORIGINAIS QTD-CONFERIDOS.

           OPEN INPUT ARQUIVO-HISTORICO.
           IF HIST-ERRO = "35"
              MOVE "S" TO SW-SEM-ORIGEM
              DISPLAY "HISTORICO.DAT inexistente, "
                 "arquivamento ignorado."
              GO TO ARQUIVAR-HISTORICO-LOG.
           IF HIST-ERRO NOT = "00"
              DISPLAY "Erro ao abrir HISTORICO.DAT, status " HIST-ERRO
              GO TO ARQUIVAR-HISTORICO-LOG.

           OPEN OUTPUT ARQUIVO-GERACAO.
           IF GR-ERRO NOT = "00"
              DISPLAY "Erro ao abrir geracao " NOME-GERACAO
                 ", status " GR-ERRO
              CLOSE ARQUIVO-HISTORICO
              GO TO ARQUIVAR-HISTORICO-LOG.

           MOVE 57 TO TAM-REGISTRO.
           MOVE "N" TO SW-FIM-ARQ.
           PERFORM COPIAR-HISTORICO UNTIL FIM-ARQ.

           CLOSE ARQUIVO-HISTORICO.
           CLOSE ARQUIVO-GERACAO.

           PERFORM CONFERIR-HISTORICO.

       ARQUIVAR-HISTORICO-LOG.
           IF COPIA-OK
              ADD 1 TO QTD-ARQUIVADOS
              DISPLAY "HISTORICO.DAT arquivado (" QTD-COPIADOS
                 " registros)."
              MOVE "COPIA OK" TO JL-EVENTO
           ELSE
              IF SEM-ORIGEM
                 MOVE "SEM ORIGEM" TO JL-EVENTO
              ELSE
                 DISPLAY "FALHA no arquivamento de HISTORICO.DAT !"
                 ADD 1 TO QTD-FALHAS
                 MOVE "COPIA ERRO" TO JL-EVENTO.

           MOVE "HISTORICO.DAT" TO JL-PROGRAMA.
           PERFORM GRAVAR-LOG THRU GRAVAR-LOG-EXIT.

       ARQUIVAR-HISTORICO-EXIT.
           EXIT.

       COPIAR-HISTORICO.
           READ ARQUIVO-HISTORICO NEXT
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 MOVE REG-HISTORICO TO REG-GERACAO(1:57)
                 WRITE REG-GERACAO
                 IF GR-ERRO = "00"
                    ADD 1 TO QTD-COPIADOS
                 ELSE
                    DISPLAY "Erro ao gravar geracao, status " GR-ERRO
                    MOVE "S" TO SW-FIM-ARQ
                 END-IF
           END-READ.

       CONFERIR-HISTORICO.
           MOVE ZEROS TO QTD-ORIGINAIS.
           OPEN INPUT ARQUIVO-HISTORICO.
           IF HIST-ERRO = "00"
              MOVE "N" TO SW-FIM-ARQ
              PERFORM CONTAR-HISTORICO UNTIL FIM-ARQ
              CLOSE ARQUIVO-HISTORICO.

           MOVE ZEROS TO QTD-CONFERIDOS.
           OPEN INPUT ARQUIVO-GERACAO.
           IF GR-ERRO = "00"
              MOVE "N" TO SW-FIM-ARQ
              PERFORM CONTAR-GERACAO UNTIL FIM-ARQ
              CLOSE ARQUIVO-GERACAO.

           IF QTD-CONFERIDOS = QTD-ORIGINAIS
              AND QTD-CONFERIDOS = QTD-COPIADOS
              MOVE "S" TO SW-COPIA-OK.

       CONTAR-HISTORICO.
           READ ARQUIVO-HISTORICO NEXT
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 ADD 1 TO QTD-ORIGINAIS
           END-READ.

       MONTAR-NOME-GERACAO.
           MOVE SPACES TO NOME-GERACAO.
           STRING "BKP-" DATA-HOJE "-"

           PERFORM EXPURGAR-UMA-GERACAO
              VARYING IX-ARQUIVO FROM 1 BY 1
              UNTIL IX-ARQUIVO > 3.

           MOVE SPACES TO NOME-GERACAO.
           STRING "BKP-" DATA-LIMITE "-PRODUTOS.DAT"
           IF RETURN-CODE = ZEROS
              ADD 1 TO QTD-EXPURGADAS.

           MOVE SPACES TO NOME-GERACAO.
           STRING "BKP-" DATA-LIMITE "-HISTORICO.DAT"
              DELIMITED BY SIZE INTO NOME-GERACAO.
           CALL "CBL_DELETE_FILE" USING NOME-GERACAO.
           IF RETURN-CODE = ZEROS
              ADD 1 TO QTD-EXPURGADAS.

      * CBL_DELETE_FILE reports through RETURN-CODE; a generation
      * that is not there to delete is fine, so the residue must not
      * reach the batch as a step failure.
