      *             conferred and exceptions found) as a CONTAGEM
      *             event on JOBLOG.DAT, the line RESUMO-MANHA pairs
      *             with the step on the morning report.
      * 2026-10-15  REGPROD widened to 87 with the EAN-13 barcode
      *             (EAN-ARQ): its bytes are conferred with IS
      *             NUMERIC and a barcode whose check digit fails
      *             VALIDAR-EAN is reported.
      * 2026-10-15  HISTORICO.DAT reorganized as an INDEXED file with
      *             the key fields (matricula, turma, date) leading
      *             the record: it gets its own READ NEXT pass like
      *             PRODUTOS.DAT, with the raw view rearranged to the
      *             new byte positions.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDAR-ARQUIVOS.
           RECORD KEY IS COD-ARQ
           FILE STATUS IS ERRO-PROD.

           SELECT ARQUIVO-HISTORICO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-CHAVE
           ALTERNATE RECORD KEY IS HIST-TURMA WITH DUPLICATES
           FILE STATUS IS HIST-ERRO.

           SELECT ARQUIVO-EXCECOES ASSIGN TO DISK
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

       FD  ARQUIVO-EXCECOES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 66 CHARACTERS
       WORKING-STORAGE SECTION.
       77  DD-ERRO   PIC X(02) VALUE "00".
       77  ERRO-PROD PIC X(02) VALUE "00".
       77  HIST-ERRO PIC X(02) VALUE "00".
       77  XC-ERRO   PIC X(02) VALUE "00".
       77  TAM-REGISTRO PIC 9(03) VALUE ZEROS.
       77  NOME-DADOS   PIC X(40) VALUE SPACES.
       77  QTD-AUSENTES PIC 9(01) VALUE ZEROS.
       77  NUM-PROVA PIC 9(01) VALUE ZEROS.
       77  NOME-PROVAS PIC X(40) VALUE SPACES.
       77  SW-EAN-VALIDO PIC X(01) VALUE "N".
           88 EAN-VALIDO VALUE "S".

      * Raw views of each record layout, every PIC 9 field kept as
      * PIC X so IS NUMERIC can judge the stored bytes.
           05  FILLER          PIC X(01).

       01  HISTORICO-BUF.
           05  HB-MATRICULA    PIC X(05).
           05  HB-TURMA        PIC X(10).
           05  HB-DATA.
               10  HB-ANO      PIC X(04).
               10  HB-MES      PIC 9(02).
               10  HB-DIA      PIC 9(02).
           05  HB-NOME         PIC X(30).
           05  HB-MEDIA        PIC X(03).
           05  HB-SITUACAO     PIC X(01).
       01  HISTORICO-NUM REDEFINES HISTORICO-BUF.
           05  FILLER          PIC X(53).
           05  HB-MEDIA-N      PIC 99V9.
           05  FILLER          PIC X(01).

       01  LOBO-BUF.
           05  LB-NOME         PIC X(30).
           MOVE 52 TO TAM-ESPERADO.
           PERFORM VALIDAR-SEQUENCIAL THRU VALIDAR-SEQUENCIAL-EXIT.

           MOVE "LOBO.DAT" TO NOME-DADOS.
           MOVE 48 TO TAM-ESPERADO.
           PERFORM VALIDAR-SEQUENCIAL THRU VALIDAR-SEQUENCIAL-EXIT.

           PERFORM VALIDAR-PRODUTOS THRU VALIDAR-PRODUTOS-EXIT.

           PERFORM VALIDAR-HISTORICO THRU VALIDAR-HISTORICO-EXIT.

           IF EXCECOES-ABERTO
              CLOSE ARQUIVO-EXCECOES.

                 PERFORM CONFERIR-FOLHA
              WHEN NOME-PROVAS
                 PERFORM CONFERIR-PROVA THRU CONFERIR-PROVA-FIM
              WHEN "LOBO.DAT"
                 PERFORM CONFERIR-LOBO THRU CONFERIR-LOBO-FIM
           END-EVALUATE.
                    ADD PV-NOTA-N(NUM-PROVA) TO SOMA-PROVAS.

       CONFERIR-HISTORICO.
           MOVE REG-HISTORICO TO HISTORICO-BUF.
           IF HB-MEDIA IS NOT NUMERIC
              MOVE "MEDIA NAO NUMERICA" TO XC-MOTIVO
              PERFORM GRAVAR-EXCECAO
           IF SITUACAO-ARQ NOT = "A" AND SITUACAO-ARQ NOT = "I"
              MOVE "SITUACAO SEM NIVEL 88" TO XC-MOTIVO
              PERFORM GRAVAR-EXCECAO.
           IF EAN-ARQ IS NOT NUMERIC
              MOVE "EAN NAO NUMERICO" TO XC-MOTIVO
              PERFORM GRAVAR-EXCECAO
           ELSE
              IF EAN-ARQ NOT = ZEROS
                 CALL "VALIDAR-EAN" USING EAN-ARQ, SW-EAN-VALIDO
                 IF NOT EAN-VALIDO
                    MOVE "EAN COM DIGITO INVALIDO" TO XC-MOTIVO
                    PERFORM GRAVAR-EXCECAO.

      * The grade history is indexed too: same READ NEXT pass, each
      * record checked through the raw view above.
       VALIDAR-HISTORICO.
           MOVE "HISTORICO.DAT" TO NOME-DADOS.
           MOVE ZEROS TO NUMERO-REGISTRO.

           OPEN INPUT ARQUIVO-HISTORICO.
           IF HIST-ERRO NOT = "00"
              DISPLAY "HISTORICO.DAT ausente, status " HIST-ERRO
              GO TO VALIDAR-HISTORICO-EXIT.

           MOVE "N" TO SW-FIM-ARQ.
           PERFORM VALIDAR-UM-HISTORICO UNTIL FIM-ARQ.

           CLOSE ARQUIVO-HISTORICO.

       VALIDAR-HISTORICO-EXIT.
           EXIT.

       VALIDAR-UM-HISTORICO.
           READ ARQUIVO-HISTORICO NEXT
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 ADD 1 TO NUMERO-REGISTRO
                 ADD 1 TO QTD-CONFERIDOS
                 PERFORM CONFERIR-HISTORICO
           END-READ.

      * The run's outcome counts land on JOBLOG.DAT as a CONTAGEM
      * event, so the morning report can pair the step with what it
