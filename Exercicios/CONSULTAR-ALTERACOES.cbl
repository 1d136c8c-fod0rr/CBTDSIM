      ******************************************************************
      * Author:       BERGAMASCHI, MARCELO.
      * Date:         2026-10-15.
      * Purpose:      Query of the common change log ALTERACOES.DAT
      *               the cadastro programs feed through
      *               GRAVAR-ALTERACAO: selects by file, key, operator
      *               and date range (each left blank or zero to take
      *               everything) and prints RELALTER.DAT, who changed
      *               what, when, from which value to which. Changes
      *               flagged sensitive (bank data, salary, perfil and
      *               senha) are left out of the general listing and
      *               printed on pages of their own at the end, so
      *               they can be handed to the auditor apart.
      *               Supervisor only.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  First version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTAR-ALTERACOES.
       AUTHOR. BERGAMASCHI, MARCELO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       INSTALLATION. IFSP-Cubatao.
       SECURITY. CONSULTA AO LOG DE ALTERACOES DOS CADASTROS.
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

           SELECT ARQUIVO-RELATORIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REL-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ALTERACOES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD IS REG-ALTERACAO
           VALUE OF FILE-ID "ALTERACOES.DAT".

       01  REG-ALTERACAO.
           COPY REGALTE.

       FD  ARQUIVO-RELATORIO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "RELALTER.DAT".

       01  LINHA-RELATORIO PIC X(72).

       WORKING-STORAGE SECTION.
       77  LA-ERRO        PIC X(02) VALUE "00".
       77  REL-ERRO       PIC X(02) VALUE "00".
       77  OPERADOR-CODIGO PIC 9(04) VALUE ZEROS.
       77  OPERADOR-PERFIL PIC X(01) VALUE SPACE.
           88 OPERADOR-SUPERVISOR VALUE "S".
       77  PROGRAMA-LOGON PIC X(15) VALUE "CONSULTA-ALTER.".
       77  RESULTADO-LOGON PIC X(01) VALUE SPACE.
       77  DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77  ARQUIVO-FILTRO PIC X(12) VALUE SPACES.
       77  CHAVE-FILTRO   PIC X(36) VALUE SPACES.
       77  OPERADOR-FILTRO PIC 9(04) VALUE ZEROS.
       77  DATA-INI       PIC 9(08) VALUE ZEROS.
       77  DATA-FIM       PIC 9(08) VALUE ZEROS.
       77  PERMITE-FUTURO PIC X(01) VALUE "N".
       77  SW-DATA-VALIDA PIC X(01) VALUE "N".
           88 DATA-VALIDA     VALUE "S".
       77  SW-FIM-ARQ     PIC X(01) VALUE "N".
           88 FIM-ARQ         VALUE "S".
       77  SW-SELECIONADO PIC X(01) VALUE "N".
           88 SELECIONADO     VALUE "S".
      * S while the second pass picks the sensitive changes.
       77  SW-PASSADA     PIC X(01) VALUE "N".
           88 PASSADA-SENSIVEIS VALUE "S".
       77  QTD-LIDOS      PIC 9(06) VALUE ZEROS.
       77  QTD-GERAIS     PIC 9(06) VALUE ZEROS.
       77  QTD-SENSIVEIS  PIC 9(06) VALUE ZEROS.
       77  PAGINA         PIC 9(03) VALUE ZEROS.
       77  LINHAS-PAGINA  PIC 9(02) VALUE 99.

       01  HORA-DESDOB.
           05  HD-HORA    PIC 9(02).
           05  HD-MINUTO  PIC 9(02).
           05  HD-SEGUNDO PIC 9(02).

       01  CABECALHO-PAGINA.
           05  CB-TITULO    PIC X(46).
           05  CB-DATA      PIC 9(08).
           05  FILLER       PIC X(12) VALUE "      PAGINA".
           05  CB-PAGINA    PIC ZZ9.
           05  FILLER       PIC X(03) VALUE SPACES.

       01  CABECALHO-COLUNAS.
           05  FILLER PIC X(09) VALUE "DATA".
           05  FILLER PIC X(09) VALUE "HORA".
           05  FILLER PIC X(05) VALUE "OPER".
           05  FILLER PIC X(13) VALUE "ARQUIVO".
           05  FILLER PIC X(36) VALUE "CHAVE".

      * Three lines per change: who, where and when; the field with
      * its value before; the value after.
       01  LINHA-QUEM.
           05  LQ-DATA      PIC 9(08).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LQ-HORA      PIC 9(02).
           05  FILLER       PIC X(01) VALUE ":".
           05  LQ-MINUTO    PIC 9(02).
           05  FILLER       PIC X(01) VALUE ":".
           05  LQ-SEGUNDO   PIC 9(02).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LQ-OPERADOR  PIC 9(04).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LQ-ARQUIVO   PIC X(12).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LQ-CHAVE     PIC X(36).

       01  LINHA-ANTES.
           05  FILLER       PIC X(04) VALUE SPACES.
           05  LB-OPERACAO  PIC X(10).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LB-CAMPO     PIC X(12).
           05  FILLER       PIC X(08) VALUE " ANTES: ".
           05  LB-VALOR     PIC X(30).
           05  FILLER       PIC X(07) VALUE SPACES.

       01  LINHA-DEPOIS.
           05  FILLER       PIC X(27) VALUE SPACES.
           05  FILLER       PIC X(08) VALUE "DEPOIS: ".
           05  LD-VALOR     PIC X(30).
           05  FILLER       PIC X(07) VALUE SPACES.

       01  LINHA-TOTAL.
           05  LT-ROTULO    PIC X(36).
           05  LT-VALOR     PIC ZZZ.ZZ9.
           05  FILLER       PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Consulta ao log de alteracoes ---*".

           CALL "EFETUAR-LOGON" USING PROGRAMA-LOGON,
              OPERADOR-CODIGO, OPERADOR-PERFIL, RESULTADO-LOGON.
           IF RESULTADO-LOGON NOT = "S"
              DISPLAY "Identificacao recusada, encerrando."
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           IF NOT OPERADOR-SUPERVISOR
              DISPLAY "Funcao restrita a supervisores !"
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "Arquivo (ex. FUNCIONARIOS; branco = todos) :".
           ACCEPT ARQUIVO-FILTRO.
           DISPLAY "Chave como exibida (branco = todas) :".
           ACCEPT CHAVE-FILTRO.
           DISPLAY "Operador (0000 = todos) :".
           ACCEPT OPERADOR-FILTRO.
           MOVE "N" TO SW-DATA-VALIDA.
           PERFORM ENTRAR-DATA-INI UNTIL DATA-VALIDA.
           MOVE "N" TO SW-DATA-VALIDA.
           PERFORM ENTRAR-DATA-FIM UNTIL DATA-VALIDA.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           IF REL-ERRO NOT = "00"
              DISPLAY "Erro ao abrir RELALTER.DAT, status " REL-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           MOVE "ALTERACOES DOS CADASTROS" TO CB-TITULO.
           MOVE "N" TO SW-PASSADA.
           PERFORM PERCORRER-LOG THRU PERCORRER-LOG-EXIT.
           IF LA-ERRO NOT = "10"
              CLOSE ARQUIVO-RELATORIO
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

      * The sensitive changes start on a page of their own.
           MOVE "ALTERACOES SENSIVEIS (BANCO, SALARIO, PERFIL)"
              TO CB-TITULO.
           MOVE 99 TO LINHAS-PAGINA.
           MOVE "S" TO SW-PASSADA.
           PERFORM PERCORRER-LOG THRU PERCORRER-LOG-EXIT.

           PERFORM IMPRIMIR-TOTAIS.

           CLOSE ARQUIVO-RELATORIO.

           DISPLAY "Registros lidos.........: " QTD-LIDOS.
           DISPLAY "Alteracoes gerais.......: " QTD-GERAIS.
           DISPLAY "Alteracoes sensiveis....: " QTD-SENSIVEIS.
           DISPLAY "Relatorio em RELALTER.DAT.".

       END-OF-JOB.
           GOBACK.

       ENTRAR-DATA-INI.
           DISPLAY "De (AAAAMMDD; 0 = desde o inicio) :".
           ACCEPT DATA-INI.
           IF DATA-INI = ZEROS
              MOVE "S" TO SW-DATA-VALIDA
           ELSE
              CALL "VALIDAR-DATA" USING DATA-INI,
                 PERMITE-FUTURO, SW-DATA-VALIDA
              IF NOT DATA-VALIDA
                 DISPLAY "Data invalida !".

       ENTRAR-DATA-FIM.
           DISPLAY "Ate (AAAAMMDD; 0 = ate hoje) :".
           ACCEPT DATA-FIM.
           IF DATA-FIM = ZEROS
              MOVE 99999999 TO DATA-FIM
              MOVE "S" TO SW-DATA-VALIDA
           ELSE
              CALL "VALIDAR-DATA" USING DATA-FIM,
                 PERMITE-FUTURO, SW-DATA-VALIDA
              IF NOT DATA-VALIDA OR DATA-FIM < DATA-INI
                 MOVE "N" TO SW-DATA-VALIDA
                 DISPLAY "Data invalida (minimo o inicio) !".

      * One pass over the log: the first takes the general changes,
      * the second the sensitive ones. A missing log leaves an
      * empty report.
       PERCORRER-LOG.
           OPEN INPUT ARQUIVO-ALTERACOES.
           IF LA-ERRO = "35"
              IF NOT PASSADA-SENSIVEIS
                 DISPLAY "Nenhuma alteracao registrada em "
                    "ALTERACOES.DAT."
              END-IF
              MOVE "10" TO LA-ERRO
              GO TO PERCORRER-LOG-EXIT.

           IF LA-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ALTERACOES.DAT, status " LA-ERRO
              GO TO PERCORRER-LOG-EXIT.

           MOVE "N" TO SW-FIM-ARQ.
           PERFORM LER-ALTERACAO UNTIL FIM-ARQ.

           CLOSE ARQUIVO-ALTERACOES.
           MOVE "10" TO LA-ERRO.

       PERCORRER-LOG-EXIT.
           EXIT.

       LER-ALTERACAO.
           READ ARQUIVO-ALTERACOES
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 PERFORM SELECIONAR-ALTERACAO
                 IF SELECIONADO
                    PERFORM IMPRIMIR-ALTERACAO
                 END-IF
           END-READ.

       SELECIONAR-ALTERACAO.
           MOVE "S" TO SW-SELECIONADO.
           IF NOT PASSADA-SENSIVEIS
              ADD 1 TO QTD-LIDOS.
           IF PASSADA-SENSIVEIS AND NOT LA-DADO-SENSIVEL
              MOVE "N" TO SW-SELECIONADO.
           IF NOT PASSADA-SENSIVEIS AND LA-DADO-SENSIVEL
              MOVE "N" TO SW-SELECIONADO.
           IF ARQUIVO-FILTRO NOT = SPACES AND
              LA-ARQUIVO NOT = ARQUIVO-FILTRO
              MOVE "N" TO SW-SELECIONADO.
           IF CHAVE-FILTRO NOT = SPACES AND
              LA-CHAVE NOT = CHAVE-FILTRO
              MOVE "N" TO SW-SELECIONADO.
           IF OPERADOR-FILTRO NOT = ZEROS AND
              LA-OPERADOR NOT = OPERADOR-FILTRO
              MOVE "N" TO SW-SELECIONADO.
           IF LA-DATA < DATA-INI OR LA-DATA > DATA-FIM
              MOVE "N" TO SW-SELECIONADO.

       IMPRIMIR-ALTERACAO.
           IF LINHAS-PAGINA >= 51
              PERFORM IMPRIMIR-CABECALHO.

           IF PASSADA-SENSIVEIS
              ADD 1 TO QTD-SENSIVEIS
           ELSE
              ADD 1 TO QTD-GERAIS.

           MOVE LA-HORA TO HORA-DESDOB.
           MOVE LA-DATA TO LQ-DATA.
           MOVE HD-HORA TO LQ-HORA.
           MOVE HD-MINUTO TO LQ-MINUTO.
           MOVE HD-SEGUNDO TO LQ-SEGUNDO.
           MOVE LA-OPERADOR TO LQ-OPERADOR.
           MOVE LA-ARQUIVO TO LQ-ARQUIVO.
           MOVE LA-CHAVE TO LQ-CHAVE.
           MOVE LINHA-QUEM TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           EVALUATE TRUE
              WHEN LA-INCLUSAO
                 MOVE "INCLUSAO" TO LB-OPERACAO
              WHEN LA-EXCLUSAO
                 MOVE "EXCLUSAO" TO LB-OPERACAO
              WHEN OTHER
                 MOVE "ALTERACAO" TO LB-OPERACAO
           END-EVALUATE.
           MOVE LA-CAMPO TO LB-CAMPO.
           MOVE LA-VALOR-ANTIGO TO LB-VALOR.
           MOVE LINHA-ANTES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE LA-VALOR-NOVO TO LD-VALOR.
           MOVE LINHA-DEPOIS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 3 TO LINHAS-PAGINA.

       IMPRIMIR-TOTAIS.
           IF LINHAS-PAGINA >= 48
              PERFORM IMPRIMIR-CABECALHO.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "REGISTROS LIDOS NO LOG" TO LT-ROTULO.
           MOVE QTD-LIDOS TO LT-VALOR.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "ALTERACOES GERAIS SELECIONADAS" TO LT-ROTULO.
           MOVE QTD-GERAIS TO LT-VALOR.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "ALTERACOES SENSIVEIS SELECIONADAS" TO LT-ROTULO.
           MOVE QTD-SENSIVEIS TO LT-VALOR.
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

       END PROGRAM CONSULTAR-ALTERACOES.
