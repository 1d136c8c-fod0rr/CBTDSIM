      ******************************************************************
      * Modification History:
      * 2026-09-02  First version.
      * 2026-10-15  A reopened competencia whose timeclock marks
      *             RETENCAO-DADOS already moved to PONTO-AAAA.DAT
      *             gets them back on PONTO.DAT, so FECHAR-PONTO and
      *             the payroll rerun see the whole month again; the
      *             next retention moves them out once it is closed
      *             anew. A failed COMPSTAT.DAT write now ends with
      *             RETURN-CODE 8 instead of announcing the reopening.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REABRIR-COMPETENCIA.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CP-ERRO.

           SELECT ARQUIVO-PONTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PT-ERRO.

      * The competencia's yearly ponto history and its rewrite.
           SELECT ARQUIVO-PONTO-ANUAL ASSIGN TO DYNAMIC NOME-ANUAL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PA-ERRO.

           SELECT ARQUIVO-ANUAL-NOVO ASSIGN TO DYNAMIC NOME-ANUAL-NOVO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AN-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-COMPSTAT
       01  REG-COMPSTAT.
           COPY REGCOMP.

       FD  ARQUIVO-PONTO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS REG-PONTO
           VALUE OF FILE-ID "PONTO.DAT".

       01  REG-PONTO          PIC X(29).

       FD  ARQUIVO-PONTO-ANUAL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS REG-PONTO-ANUAL.

       01  REG-PONTO-ANUAL.
           05  PA-MATRICULA   PIC 9(05).
           05  PA-COMPETENCIA PIC 9(06).
           05  PA-DIA         PIC 9(02).
           05  PA-MARCACOES   PIC X(16).

       FD  ARQUIVO-ANUAL-NOVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS REG-ANUAL-NOVO.

       01  REG-ANUAL-NOVO     PIC X(29).

       WORKING-STORAGE SECTION.
       77  CP-ERRO PIC X(02) VALUE "00".
       77  OPERADOR-CODIGO PIC 9(04) VALUE ZEROS.
       77  DATA-HOJE PIC 9(08) VALUE ZEROS.
       77  DATA-REFERENCIA PIC 9(08) VALUE ZEROS.
       77  SITUACAO-COMPETENCIA PIC X(01) VALUE SPACE.
       77  PT-ERRO PIC X(02) VALUE "00".
       77  PA-ERRO PIC X(02) VALUE "00".
       77  AN-ERRO PIC X(02) VALUE "00".
       77  NOME-ANUAL PIC X(40) VALUE SPACES.
       77  NOME-ANUAL-NOVO PIC X(40) VALUE SPACES.
       77  ANO-COMPETENCIA PIC 9(04) VALUE ZEROS.
       77  QTD-DEVOLVIDAS PIC 9(06) VALUE ZEROS.
       77  SW-REABERTA PIC X(01) VALUE "N".
           88 REABERTA VALUE "S".
       77  SW-ERRO-GRAVACAO PIC X(01) VALUE "N".
           88 ERRO-GRAVACAO VALUE "S".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRAR-MOTIVO UNTIL MOTIVO NOT = SPACES.

           PERFORM GRAVAR-REABERTURA THRU GRAVAR-REABERTURA-EXIT.
           IF NOT REABERTA
              GO TO END-OF-JOB.

           DISPLAY "Competencia " COMPETENCIA " reaberta pelo "
              "supervisor " OPERADOR-CODIGO ".".

           PERFORM DEVOLVER-PONTO THRU DEVOLVER-PONTO-EXIT.

       END-OF-JOB.
           GOBACK.

           WRITE REG-COMPSTAT.

           IF CP-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-COMPSTAT, status " CP-ERRO
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE "S" TO SW-REABERTA.

           CLOSE ARQUIVO-COMPSTAT.

       GRAVAR-REABERTURA-EXIT.
           EXIT.

      * The marks of the competencia on its yearly history file go
      * back to the end of PONTO.DAT and the yearly file is
      * rewritten without them, by the usual delete and rename; no
      * yearly file means the month was never moved.
       DEVOLVER-PONTO.
           DIVIDE COMPETENCIA BY 100 GIVING ANO-COMPETENCIA.
           MOVE SPACES TO NOME-ANUAL NOME-ANUAL-NOVO.
           STRING "PONTO-" ANO-COMPETENCIA ".DAT"
              DELIMITED BY SIZE INTO NOME-ANUAL.
           STRING "PONTO-" ANO-COMPETENCIA "-NOVO.DAT"
              DELIMITED BY SIZE INTO NOME-ANUAL-NOVO.

           OPEN INPUT ARQUIVO-PONTO-ANUAL.
           IF PA-ERRO NOT = "00"
              GO TO DEVOLVER-PONTO-EXIT.

           OPEN EXTEND ARQUIVO-PONTO.
           IF PT-ERRO = "35"
              OPEN OUTPUT ARQUIVO-PONTO.

           IF PT-ERRO NOT = "00"
              DISPLAY "Erro ao abrir PONTO.DAT, status " PT-ERRO
              CLOSE ARQUIVO-PONTO-ANUAL
              MOVE 8 TO RETURN-CODE
              GO TO DEVOLVER-PONTO-EXIT.

           OPEN OUTPUT ARQUIVO-ANUAL-NOVO.
           IF AN-ERRO NOT = "00"
              DISPLAY "Erro ao abrir " NOME-ANUAL-NOVO ", status "
                 AN-ERRO
              CLOSE ARQUIVO-PONTO-ANUAL ARQUIVO-PONTO
              MOVE 8 TO RETURN-CODE
              GO TO DEVOLVER-PONTO-EXIT.

           PERFORM DEVOLVER-MARCACAO UNTIL PA-ERRO = "10".

           CLOSE ARQUIVO-PONTO-ANUAL ARQUIVO-PONTO ARQUIVO-ANUAL-NOVO.

           IF ERRO-GRAVACAO
              DISPLAY "Falha ao devolver as marcacoes: conferir "
                 "PONTO.DAT contra " NOME-ANUAL " !"
              MOVE 8 TO RETURN-CODE
              GO TO DEVOLVER-PONTO-EXIT.

           IF QTD-DEVOLVIDAS > ZEROS
              CALL "CBL_DELETE_FILE" USING NOME-ANUAL
              CALL "CBL_RENAME_FILE" USING NOME-ANUAL-NOVO NOME-ANUAL
              DISPLAY "Marcacoes devolvidas ao PONTO.DAT: "
                 QTD-DEVOLVIDAS
           ELSE
              CALL "CBL_DELETE_FILE" USING NOME-ANUAL-NOVO.

      * Only this program's own outcome may reach the caller.
           MOVE ZEROS TO RETURN-CODE.

       DEVOLVER-PONTO-EXIT.
           EXIT.

       DEVOLVER-MARCACAO.
           READ ARQUIVO-PONTO-ANUAL
              AT END
                 MOVE "10" TO PA-ERRO
              NOT AT END
                 IF PA-COMPETENCIA = COMPETENCIA
                    MOVE REG-PONTO-ANUAL TO REG-PONTO
                    WRITE REG-PONTO
                    IF PT-ERRO = "00"
                       ADD 1 TO QTD-DEVOLVIDAS
                    ELSE
                       MOVE "S" TO SW-ERRO-GRAVACAO
                    END-IF
                 ELSE
                    MOVE REG-PONTO-ANUAL TO REG-ANUAL-NOVO
                    WRITE REG-ANUAL-NOVO
                    IF AN-ERRO NOT = "00"
                       MOVE "S" TO SW-ERRO-GRAVACAO
                    END-IF
                 END-IF
           END-READ.

       END PROGRAM REABRIR-COMPETENCIA.
