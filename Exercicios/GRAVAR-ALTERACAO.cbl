      ******************************************************************
      * Author:       BERGAMASCHI, MARCELO.
      * Date:         2026-10-15.
      * Purpose:      Shared before/after change log, CALLed by the
      *               cadastro programs the way they already CALL
      *               VALIDAR-DATA: the caller hands over one REGALTE
      *               record (file, key, field, old and new value,
      *               operator, operation and the sensitive flag);
      *               this stamps the date and time and appends it
      *               to ALTERACOES.DAT. An alteration that left the
      *               field as it was writes nothing, so a caller
      *               can offer every field of the record and only
      *               the real changes land on the log.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  First version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVAR-ALTERACAO.
       AUTHOR. BERGAMASCHI, MARCELO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       INSTALLATION. IFSP-Cubatao.
       SECURITY. LOG DE ALTERACOES DOS CADASTROS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-486-DX2-66-MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66-MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ALTERACOES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LA-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ALTERACOES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD IS REG-ALTERACAO
           VALUE OF FILE-ID "ALTERACOES.DAT".

       01  REG-ALTERACAO.
           COPY REGALTE.

       WORKING-STORAGE SECTION.
       77  LA-ERRO PIC X(02) VALUE "00".
       77  HORA-AGORA PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01  ALTERACAO-INFORMADA PIC X(140).

       PROCEDURE DIVISION USING ALTERACAO-INFORMADA.
       INICIO.
           MOVE ALTERACAO-INFORMADA TO REG-ALTERACAO.

           IF LA-ALTERACAO AND LA-VALOR-ANTIGO = LA-VALOR-NOVO
              GO TO FIM-GRAVACAO.

           ACCEPT LA-DATA FROM DATE YYYYMMDD.
           ACCEPT HORA-AGORA FROM TIME.
           MOVE HORA-AGORA(1:6) TO LA-HORA.

           OPEN EXTEND ARQUIVO-ALTERACOES.
           IF LA-ERRO = "35"
              OPEN OUTPUT ARQUIVO-ALTERACOES.

           IF LA-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ALTERACOES.DAT, status " LA-ERRO
              GO TO FIM-GRAVACAO.

           WRITE REG-ALTERACAO.

           IF LA-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-ALTERACAO, status " LA-ERRO.

           CLOSE ARQUIVO-ALTERACOES.

       FIM-GRAVACAO.
           GOBACK.

       END PROGRAM GRAVAR-ALTERACAO.
