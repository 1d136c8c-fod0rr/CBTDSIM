      ******************************************************************
      * Author:       BERGAMASCHI, MARCELO.
      * Date:         2026-10-15.
      * Purpose:      The consolidated worklist of pending items, run
      *               as the last step of PROCESSOS-DO-DIA so it is
      *               waiting every morning: gathers the ponto
      *               exceptions of PONTOEXC.DAT, the integrity
      *               exceptions of EXCECOES.DAT, the ferias nearing
      *               or past their legal limit (the ALERTA-FERIAS
      *               rule), the lotes expiring or expired (the
      *               VALIDADE-LOTES rule), the rejected credits
      *               waiting on REPAGAR.DAT, the advances still
      *               aberto on ADIANTAMENTOS.DAT after the month
      *               that should have deducted them, the PEDIDOS.DAT
      *               lines open past the supplier's lead time and
      *               the turmas whose last planned session is past
      *               with no ata de encerramento. Printed to
      *               RELPEND.DAT grouped by responsible area (RH,
      *               estoque, secretaria), each item with its age in
      *               days and a priority, marked NOVA when the
      *               previous day's list (PENDANT.DAT) did not have
      *               it, followed by the items resolved since then.
      *               The day's list is kept on PENDENCIAS.DAT for
      *               the next run.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  First version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDENCIAS.
       AUTHOR. BERGAMASCHI, MARCELO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       INSTALLATION. IFSP-Cubatao.
       SECURITY. LISTA CONSOLIDADA DE PENDENCIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-486-DX2-66-MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66-MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The day's list, the previous day's and the one being written
      * share one layout and one name field.
           SELECT ARQUIVO-PENDENCIAS ASSIGN TO DYNAMIC NOME-PENDENCIAS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PN-ERRO.

           SELECT ARQUIVO-PONTOEXC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PX-ERRO.

           SELECT ARQUIVO-EXCECOES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS XC-ERRO.

           SELECT ARQUIVO-FUNCIONARIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FN-MATRICULA
           FILE STATUS IS FN-ERRO.

           SELECT ARQUIVO-CONTROLE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CT-ERRO.

           SELECT ARQUIVO-REPAGAR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RP-ERRO.

           SELECT ARQUIVO-ADIANTAMENTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AD-ERRO.

           SELECT ARQUIVO-LOTES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LT-ERRO.

           SELECT ARQUIVO-PEDIDOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PD-ERRO.

           SELECT ARQUIVO-PRODFORN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PF-ERRO.

           SELECT ARQUIVO-TURMAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TR-ERRO.

           SELECT ARQUIVO-CALENDARIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CL-ERRO.

           SELECT ARQUIVO-RELATORIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REL-ERRO.

           SELECT ARQUIVO-JOBLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JL-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PENDENCIAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 129 CHARACTERS
           DATA RECORD IS REG-PENDENCIA.

       01  REG-PENDENCIA.
           COPY REGPEND.

      * Written by AUDITAR-PONTO, whole, at each audit.
       FD  ARQUIVO-PONTOEXC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS REG-PONTOEXC
           VALUE OF FILE-ID "PONTOEXC.DAT".

       01  REG-PONTOEXC.
           05  PX-MATRICULA PIC 9(05).
           05  PX-DATA      PIC 9(08).
           05  PX-MOTIVO    PIC X(40).

      * Written by VALIDAR-ARQUIVOS, whole, at each verification.
       FD  ARQUIVO-EXCECOES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS REG-EXCECAO
           VALUE OF FILE-ID "EXCECOES.DAT".

       01  REG-EXCECAO.
           05  XC-ARQUIVO  PIC X(20).
           05  XC-REGISTRO PIC 9(06).
           05  XC-MOTIVO   PIC X(40).

       FD  ARQUIVO-FUNCIONARIOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS REG-FUNC
           VALUE OF FILE-ID "FUNCIONARIOS.DAT".

       01  REG-FUNC.
           COPY REGFUNC.

       FD  ARQUIVO-CONTROLE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS REG-CONTROLE
           VALUE OF FILE-ID "FERIASCTL.DAT".

       01  REG-CONTROLE.
           COPY REGFCTL.

      * Rejected credits of RETORNO-BANCO, in the remessa detail
      * layout; the conta and valor identify the credit.
       FD  ARQUIVO-REPAGAR
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS REG-REPAGAR
           VALUE OF FILE-ID "REPAGAR.DAT".

       01  REG-REPAGAR.
           05  RP-TIPO     PIC X(01).
           05  RP-NOME     PIC X(30).
           05  RP-CREDITO.
               10  RP-BANCO    PIC 9(03).
               10  RP-AGENCIA  PIC 9(04).
               10  RP-CONTA    PIC 9(08).
               10  RP-VALOR    PIC 9(08)V99.

       FD  ARQUIVO-ADIANTAMENTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS REG-ADIANTAMENTO
           VALUE OF FILE-ID "ADIANTAMENTOS.DAT".

       01  REG-ADIANTAMENTO.
           05  AD-MATRICULA  PIC 9(05).
           05  AD-DATA       PIC 9(08).
           05  AD-VALOR      PIC 9(05)V99.
           05  AD-SITUACAO   PIC X(01).
               88 ADIANTAMENTO-ABERTO  VALUE "A".
               88 ADIANTAMENTO-QUITADO VALUE "Q".

       FD  ARQUIVO-LOTES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS REG-LOTE
           VALUE OF FILE-ID "LOTES.DAT".

       01  REG-LOTE.
           COPY REGLOTE.

       FD  ARQUIVO-PEDIDOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS REG-PEDIDO
           VALUE OF FILE-ID "PEDIDOS.DAT".

       01  REG-PEDIDO.
           05  PD-NUMERO       PIC 9(06).
           05  PD-DATA         PIC 9(08).
           05  PD-FORN         PIC 9(04).
           05  PD-COD          PIC 9(05).
           05  PD-QTD          PIC 9(03).
           05  PD-QTD-RECEBIDA PIC 9(03).
           05  PD-SITUACAO     PIC X(01).
               88 PEDIDO-ABERTO    VALUE "A".
               88 PEDIDO-ENCERRADO VALUE "E".

       FD  ARQUIVO-PRODFORN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS REG-PRODFORN
           VALUE OF FILE-ID "PRODFORN.DAT".

       01  REG-PRODFORN.
           COPY REGPFOR.

       FD  ARQUIVO-TURMAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS REG-TURMA
           VALUE OF FILE-ID "TURMAS.DAT".

       01  REG-TURMA.
           COPY REGTURMA.

       FD  ARQUIVO-CALENDARIO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS REG-CALENDARIO
           VALUE OF FILE-ID "CALENDARIO.DAT".

       01  REG-CALENDARIO.
           COPY REGCALE.

       FD  ARQUIVO-RELATORIO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "RELPEND.DAT".

       01  LINHA-RELATORIO PIC X(72).

       FD  ARQUIVO-JOBLOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS REG-JOBLOG
           VALUE OF FILE-ID "JOBLOG.DAT".

       01  REG-JOBLOG.
           COPY REGJLOG.

       WORKING-STORAGE SECTION.
       77  PN-ERRO        PIC X(02) VALUE "00".
       77  PX-ERRO        PIC X(02) VALUE "00".
       77  XC-ERRO        PIC X(02) VALUE "00".
       77  FN-ERRO        PIC X(02) VALUE "00".
       77  CT-ERRO        PIC X(02) VALUE "00".
       77  RP-ERRO        PIC X(02) VALUE "00".
       77  AD-ERRO        PIC X(02) VALUE "00".
       77  LT-ERRO        PIC X(02) VALUE "00".
       77  PD-ERRO        PIC X(02) VALUE "00".
       77  PF-ERRO        PIC X(02) VALUE "00".
       77  TR-ERRO        PIC X(02) VALUE "00".
       77  CL-ERRO        PIC X(02) VALUE "00".
       77  REL-ERRO       PIC X(02) VALUE "00".
       77  JL-ERRO        PIC X(02) VALUE "00".
       77  NOME-PENDENCIAS PIC X(14) VALUE SPACES.
       77  NOME-PEND-ATUAL PIC X(14) VALUE "PENDENCIAS.DAT".
       77  NOME-PEND-ANTERIOR PIC X(11) VALUE "PENDANT.DAT".
       77  NOME-PEND-NOVO PIC X(12) VALUE "PENDNOVO.DAT".
      * Windows of the warnings, the same the interactive reports
      * suggest: ferias whose limit is within 60 days, lotes expiring
      * within 7; a pedido without a quotation is late after 30 days.
       77  DIAS-JANELA-FERIAS PIC 9(03) VALUE 060.
       77  DIAS-JANELA-LOTES  PIC 9(03) VALUE 007.
       77  PRAZO-PADRAO   PIC 9(03) VALUE 030.
      * An item left unattended longer than this climbs one priority.
       77  DIAS-ESCALONAR PIC 9(03) VALUE 030.
       77  DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77  DATA-BASE      PIC 9(08) VALUE ZEROS.
       77  DATA-LIMITE    PIC 9(08) VALUE ZEROS.
       77  INICIO-PERIODO PIC 9(08) VALUE ZEROS.
       77  SW-BASE        PIC X(01) VALUE "N".
           88 TEM-BASE        VALUE "S".
      * The baseline read is PENDENCIAS.DAT itself when it was
      * written on an earlier day; on a second run the same day it
      * is still the PENDANT.DAT the first run left.
       77  SW-BASE-ATUAL  PIC X(01) VALUE "N".
           88 BASE-ATUAL      VALUE "S".
       77  SW-ACHOU       PIC X(01) VALUE "N".
           88 ACHOU           VALUE "S".
       77  SW-TABELA-CHEIA PIC X(01) VALUE "N".
           88 TABELA-CHEIA    VALUE "S".
       77  SW-ERRO-GRAVACAO PIC X(01) VALUE "N".
           88 ERRO-GRAVACAO   VALUE "S".
       77  SW-IDADE-PROPRIA PIC X(01) VALUE "N".
           88 IDADE-PROPRIA   VALUE "S".
       77  SW-ITEM-MANTIDO PIC X(01) VALUE "N".
           88 ITEM-MANTIDO    VALUE "S".
       77  STATUS-ABERTURA PIC X(02) VALUE "00".
       77  QTD-PEND       PIC 9(03) VALUE ZEROS.
       77  QTD-ANT        PIC 9(03) VALUE ZEROS.
       77  QTD-CONTROLES  PIC 9(03) VALUE ZEROS.
       77  QTD-PRAZOS     PIC 9(04) VALUE ZEROS.
       77  QTD-TURMAS     PIC 9(03) VALUE ZEROS.
       77  QTD-LINHAS     PIC 9(05) VALUE ZEROS.
       77  QTD-NAO-LIDAS  PIC 9(01) VALUE ZEROS.
       77  PRIORIDADE-ATUAL PIC 9(01) VALUE ZEROS.
       77  PRAZO-PEDIDO   PIC 9(03) VALUE ZEROS.
       77  SALDO-PEDIDO   PIC 9(03) VALUE ZEROS.
       77  PAGINA         PIC 9(03) VALUE ZEROS.
       77  LINHAS-PAGINA  PIC 9(02) VALUE 99.
       77  DIA-HOJE-JUL   PIC 9(07) VALUE ZEROS.
       77  DIAS-RESTANTES PIC S9(07) VALUE ZEROS.
       77  MASCARA-VALOR  PIC ZZ.ZZ9,99.
       77  DATA-CALCULO   PIC 9(08) VALUE ZEROS.
       77  DIA-JULIANO    PIC 9(07) VALUE ZEROS.
       77  JD-MES     PIC 9(02) VALUE ZEROS.
       77  JD-ANO     PIC 9(04) VALUE ZEROS.
       77  JD-Q4      PIC 9(04) VALUE ZEROS.
       77  JD-Q100    PIC 9(04) VALUE ZEROS.
       77  JD-Q400    PIC 9(04) VALUE ZEROS.
       77  JD-MESES   PIC 9(04) VALUE ZEROS.

       01  DATA-CALCULO-DESDOB.
           05  DC-ANO PIC 9(04).
           05  DC-MES PIC 9(02).
           05  DC-DIA PIC 9(02).

       01  DATA-HORA-ATUAL.
           05  DH-DATA PIC 9(08).
           05  DH-HORA PIC 9(08).

      * The item a source paragraph hands to INCLUIR-PENDENCIA.
       01  NOVA-PENDENCIA.
           05  NV-AREA-NUM        PIC 9(01).
           05  NV-ORIGEM          PIC X(08).
           05  NV-CHAVE           PIC X(40).
           05  NV-DESCRICAO       PIC X(45).
           05  NV-DATA-REFERENCIA PIC 9(08).
           05  NV-DATA-INCLUSAO   PIC 9(08).
           05  NV-PRIORIDADE      PIC 9(01).
           05  NV-IDADE           PIC 9(05).

      * The three responsible areas, in report order, with their
      * counts.
       01  NOMES-AREAS.
           05  FILLER PIC X(10) VALUE "RH".
           05  FILLER PIC X(10) VALUE "ESTOQUE".
           05  FILLER PIC X(10) VALUE "SECRETARIA".
       01  FILLER REDEFINES NOMES-AREAS.
           05  AR-NOME PIC X(10) OCCURS 3 TIMES.

       01  TABELA-AREAS VALUE ZEROS.
           05  AREA-TAB OCCURS 3 TIMES INDEXED BY IX-AREA.
               10  AR-ABERTAS    PIC 9(04).
               10  AR-ALTAS      PIC 9(04).
               10  AR-NOVAS      PIC 9(04).
               10  AR-RESOLVIDAS PIC 9(04).

       01  NOMES-PRIORIDADES.
           05  FILLER PIC X(05) VALUE "ALTA".
           05  FILLER PIC X(05) VALUE "MEDIA".
           05  FILLER PIC X(05) VALUE "BAIXA".
       01  FILLER REDEFINES NOMES-PRIORIDADES.
           05  NOME-PRIORIDADE PIC X(05) OCCURS 3 TIMES.

      * The sources in reading order and how each was read: L lida,
      * A ausente (nothing pending there), N nao lida - its items of
      * the previous list are kept as they were, not taken as
      * resolved.
       01  NOMES-FONTES.
           05  FILLER PIC X(08) VALUE "PONTOEXC".
           05  FILLER PIC X(08) VALUE "EXCECOES".
           05  FILLER PIC X(08) VALUE "FERIAS".
           05  FILLER PIC X(08) VALUE "REPAGAR".
           05  FILLER PIC X(08) VALUE "ADIANTAM".
           05  FILLER PIC X(08) VALUE "LOTES".
           05  FILLER PIC X(08) VALUE "PEDIDOS".
           05  FILLER PIC X(08) VALUE "TURMAS".
       01  FILLER REDEFINES NOMES-FONTES.
           05  FT-ORIGEM PIC X(08) OCCURS 8 TIMES.

       01  TABELA-FONTES VALUE SPACES.
           05  FT-SITUACAO PIC X(01) OCCURS 8 TIMES
               INDEXED BY IX-FONTE.

      * Today's list.
       01  TABELA-PENDENCIAS.
           05  PEND-TAB OCCURS 500 TIMES INDEXED BY IX-PEND.
               10  TP-AREA-NUM        PIC 9(01).
               10  TP-ORIGEM          PIC X(08).
               10  TP-CHAVE           PIC X(40).
               10  TP-DESCRICAO       PIC X(45).
               10  TP-DATA-REFERENCIA PIC 9(08).
               10  TP-DATA-INCLUSAO   PIC 9(08).
               10  TP-PRIORIDADE      PIC 9(01).
               10  TP-IDADE           PIC 9(05).
               10  TP-NOVA            PIC X(01).

      * The previous list; TA-ACHADA marks the items listed again
      * today, the others were resolved.
       01  TABELA-ANTERIOR.
           05  ANT-TAB OCCURS 500 TIMES INDEXED BY IX-ANT IX-BUSCA.
               10  TA-AREA            PIC X(10).
               10  TA-ORIGEM          PIC X(08).
               10  TA-CHAVE           PIC X(40).
               10  TA-DESCRICAO       PIC X(45).
               10  TA-DATA-REFERENCIA PIC 9(08).
               10  TA-DATA-INCLUSAO   PIC 9(08).
               10  TA-PRIORIDADE      PIC 9(01).
               10  TA-ACHADA          PIC X(01).

       01  TABELA-CONTROLES VALUE ZEROS.
           05  CONTROLE-TAB OCCURS 200 TIMES INDEXED BY IX-CTL.
               10  FC-MATRICULA PIC 9(05).
               10  FC-INICIO    PIC 9(08).

       01  TABELA-PRAZOS VALUE ZEROS.
           05  PRAZO-TAB OCCURS 1000 TIMES INDEXED BY IX-PRAZO.
               10  TZ-COD   PIC 9(05).
               10  TZ-FORN  PIC 9(04).
               10  TZ-PRAZO PIC 9(03).

      * Turmas still open (ativa and not encerrada) with the date of
      * their last planned session.
       01  TABELA-TURMAS.
           05  TURMA-TAB OCCURS 200 TIMES INDEXED BY IX-TURMA.
               10  TT-CODIGO    PIC X(10).
               10  TT-DESCRICAO PIC X(30).
               10  TT-ULTIMA    PIC 9(08).

       01  CABECALHO-PAGINA.
           05  CB-TITULO    PIC X(46).
           05  CB-DATA      PIC 9(08).
           05  FILLER       PIC X(12) VALUE "      PAGINA".
           05  CB-PAGINA    PIC ZZ9.
           05  FILLER       PIC X(03) VALUE SPACES.

       01  CABECALHO-COMPARACAO PIC X(72) VALUE SPACES.

       01  COLUNAS-PENDENCIA.
           05  FILLER PIC X(05) VALUE "SIT.".
           05  FILLER PIC X(06) VALUE "PRIOR".
           05  FILLER PIC X(06) VALUE "IDADE".
           05  FILLER PIC X(09) VALUE "ORIGEM".
           05  FILLER PIC X(46) VALUE "DESCRICAO".

       01  COLUNAS-RESUMO.
           05  FILLER PIC X(13) VALUE "AREA".
           05  FILLER PIC X(10) VALUE "ABERTAS".
           05  FILLER PIC X(10) VALUE "ALTA".
           05  FILLER PIC X(10) VALUE "NOVAS".
           05  FILLER PIC X(29) VALUE "RESOLVIDAS".

      * The column heading of the page being printed.
       01  LINHA-COLUNAS  PIC X(72) VALUE SPACES.

       01  LINHA-PENDENCIA.
           05  LP-SITUACAO  PIC X(04).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LP-PRIORIDADE PIC X(05).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LP-IDADE     PIC ZZZZ9.
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LP-ORIGEM    PIC X(08).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LP-DESCRICAO PIC X(45).
           05  FILLER       PIC X(01) VALUE SPACES.

       01  LINHA-SUBTITULO.
           05  LS-TEXTO     PIC X(28).
           05  LS-DATA      PIC X(08).
           05  FILLER       PIC X(36) VALUE SPACES.

       01  LINHA-RESUMO.
           05  LR-AREA       PIC X(13).
           05  LR-ABERTAS    PIC ZZZZ9.
           05  FILLER        PIC X(05) VALUE SPACES.
           05  LR-ALTAS      PIC ZZZZ9.
           05  FILLER        PIC X(05) VALUE SPACES.
           05  LR-NOVAS      PIC ZZZZ9.
           05  FILLER        PIC X(05) VALUE SPACES.
           05  LR-RESOLVIDAS PIC ZZZZ9.
           05  FILLER        PIC X(24) VALUE SPACES.

       01  LINHA-FONTE.
           05  FILLER       PIC X(16) VALUE "FONTE NAO LIDA: ".
           05  LF-ORIGEM    PIC X(08).
           05  FILLER       PIC X(48)
               VALUE " - ITENS MANTIDOS COMO NA LISTA ANTERIOR".

       01  LINHA-LIMITE.
           05  FILLER       PIC X(28)
               VALUE "LISTA LIMITADA A 500 ITENS: ".
           05  FILLER       PIC X(44)
               VALUE "EXCEDENTES FORA, RESOLVIDAS NAO APURADAS".

       01  LINHA-TOTAL.
           05  LT-ROTULO    PIC X(36).
           05  LT-VALOR     PIC ZZZ.ZZ9.
           05  FILLER       PIC X(29) VALUE SPACES.

       01  TOTAIS-GERAIS VALUE ZEROS.
           05  TG-ABERTAS    PIC 9(04).
           05  TG-ALTAS      PIC 9(04).
           05  TG-NOVAS      PIC 9(04).
           05  TG-RESOLVIDAS PIC 9(04).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Lista de pendencias ---*".
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE DATA-HOJE TO DATA-CALCULO.
           PERFORM APURAR-DIA-JULIANO.
           MOVE DIA-JULIANO TO DIA-HOJE-JUL.

           PERFORM CARREGAR-ANTERIOR THRU CARREGAR-ANTERIOR-EXIT.

           PERFORM LEVANTAR-PONTO THRU LEVANTAR-PONTO-EXIT.
           PERFORM LEVANTAR-EXCECOES THRU LEVANTAR-EXCECOES-EXIT.
           PERFORM LEVANTAR-FERIAS THRU LEVANTAR-FERIAS-EXIT.
           PERFORM LEVANTAR-REPAGAR THRU LEVANTAR-REPAGAR-EXIT.
           PERFORM LEVANTAR-ADIANTAMENTOS
              THRU LEVANTAR-ADIANTAMENTOS-EXIT.
           PERFORM LEVANTAR-LOTES THRU LEVANTAR-LOTES-EXIT.
           PERFORM LEVANTAR-PEDIDOS THRU LEVANTAR-PEDIDOS-EXIT.
           PERFORM LEVANTAR-TURMAS THRU LEVANTAR-TURMAS-EXIT.

      * With the list cut at 500 items an unmatched previous item may
      * well be one of those left out, so nothing is taken as resolved.
           IF NOT TABELA-CHEIA
              PERFORM CONTAR-RESOLVIDA
                 VARYING IX-ANT FROM 1 BY 1
                 UNTIL IX-ANT > QTD-ANT.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           IF REL-ERRO NOT = "00"
              DISPLAY "Erro ao abrir RELPEND.DAT, status " REL-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           IF TEM-BASE
              MOVE SPACES TO CABECALHO-COMPARACAO
              STRING "COMPARADA COM A LISTA DE " DATA-BASE
                 DELIMITED BY SIZE INTO CABECALHO-COMPARACAO
           ELSE
              MOVE "SEM LISTA ANTERIOR PARA COMPARAR"
                 TO CABECALHO-COMPARACAO.

           PERFORM IMPRIMIR-AREA
              VARYING IX-AREA FROM 1 BY 1
              UNTIL IX-AREA > 3.

           PERFORM IMPRIMIR-RESUMO.

           CLOSE ARQUIVO-RELATORIO.

           PERFORM GRAVAR-PENDENCIAS THRU GRAVAR-PENDENCIAS-EXIT.

           DISPLAY "Pendencias em aberto....: " TG-ABERTAS.
           DISPLAY "Prioridade alta.........: " TG-ALTAS.
           DISPLAY "Novas desde a anterior..: " TG-NOVAS.
           DISPLAY "Resolvidas..............: " TG-RESOLVIDAS.
           IF TABELA-CHEIA
              DISPLAY "Lista limitada a 500 itens, resolvidas nao "
                 "apuradas !".
           IF QTD-NAO-LIDAS > ZEROS
              DISPLAY "Fontes nao lidas........: " QTD-NAO-LIDAS.
           DISPLAY "Lista impressa em RELPEND.DAT.".

           PERFORM GRAVAR-CONTAGEM THRU GRAVAR-CONTAGEM-EXIT.

       END-OF-JOB.
           GOBACK.

      ******************************************************************
      * The previous list
      ******************************************************************
       CARREGAR-ANTERIOR.
           MOVE "N" TO SW-BASE SW-BASE-ATUAL.
           MOVE ZEROS TO QTD-ANT DATA-BASE.

           MOVE NOME-PEND-ATUAL TO NOME-PENDENCIAS.
           OPEN INPUT ARQUIVO-PENDENCIAS.
           IF PN-ERRO NOT = "00"
              GO TO CARREGAR-ANTERIOR-EXIT.

           READ ARQUIVO-PENDENCIAS
              AT END
                 MOVE "10" TO PN-ERRO
           END-READ.

           IF PN-ERRO = "00" AND PENDENCIA-CONTROLE
              AND PN-DATA-EXECUCAO < DATA-HOJE
              MOVE "S" TO SW-BASE SW-BASE-ATUAL
              MOVE PN-DATA-EXECUCAO TO DATA-BASE
              PERFORM LER-ANTERIOR UNTIL PN-ERRO = "10"
              CLOSE ARQUIVO-PENDENCIAS
              GO TO CARREGAR-ANTERIOR-EXIT.

           CLOSE ARQUIVO-PENDENCIAS.

           MOVE NOME-PEND-ANTERIOR TO NOME-PENDENCIAS.
           OPEN INPUT ARQUIVO-PENDENCIAS.
           IF PN-ERRO NOT = "00"
              GO TO CARREGAR-ANTERIOR-EXIT.

           MOVE "S" TO SW-BASE.
           PERFORM LER-ANTERIOR UNTIL PN-ERRO = "10".

           CLOSE ARQUIVO-PENDENCIAS.

       CARREGAR-ANTERIOR-EXIT.
           EXIT.

      * The control line carries the date of the list; the first
      * record of PENDENCIAS.DAT is already in the buffer when this
      * is first performed for it.
       LER-ANTERIOR.
           IF PENDENCIA-CONTROLE
              MOVE PN-DATA-EXECUCAO TO DATA-BASE.

           IF PENDENCIA-ITEM
              IF QTD-ANT < 500
                 ADD 1 TO QTD-ANT
                 SET IX-ANT TO QTD-ANT
                 MOVE PN-AREA TO TA-AREA(IX-ANT)
                 MOVE PN-ORIGEM TO TA-ORIGEM(IX-ANT)
                 MOVE PN-CHAVE TO TA-CHAVE(IX-ANT)
                 MOVE PN-DESCRICAO TO TA-DESCRICAO(IX-ANT)
                 MOVE PN-DATA-REFERENCIA TO TA-DATA-REFERENCIA(IX-ANT)
                 MOVE PN-DATA-INCLUSAO TO TA-DATA-INCLUSAO(IX-ANT)
                 MOVE PN-PRIORIDADE TO TA-PRIORIDADE(IX-ANT)
                 MOVE "N" TO TA-ACHADA(IX-ANT)
              ELSE
                 DISPLAY "Aviso: lista anterior com mais de 500 "
                    "itens, excedentes ignorados !".

           READ ARQUIVO-PENDENCIAS
              AT END
                 MOVE "10" TO PN-ERRO
           END-READ.

      * The open status of a source decides how it is taken: 35 is a
      * file never written, nothing pending there; any other failure
      * keeps the source's items of the previous list.
       CONFERIR-ABERTURA.
           IF STATUS-ABERTURA = "00"
              MOVE "L" TO FT-SITUACAO(IX-FONTE)
           ELSE
              IF STATUS-ABERTURA = "35"
                 MOVE "A" TO FT-SITUACAO(IX-FONTE)
              ELSE
                 MOVE "N" TO FT-SITUACAO(IX-FONTE)
                 ADD 1 TO QTD-NAO-LIDAS
                 DISPLAY "Erro ao abrir a fonte " FT-ORIGEM(IX-FONTE)
                    ", status " STATUS-ABERTURA
                 PERFORM MANTER-FONTE
                    VARYING IX-ANT FROM 1 BY 1
                    UNTIL IX-ANT > QTD-ANT.

       MANTER-FONTE.
           IF TA-ORIGEM(IX-ANT) = FT-ORIGEM(IX-FONTE)
              PERFORM PROCURAR-AREA
                 VARYING IX-AREA FROM 1 BY 1
                 UNTIL IX-AREA > 3
              MOVE TA-ORIGEM(IX-ANT) TO NV-ORIGEM
              MOVE TA-CHAVE(IX-ANT) TO NV-CHAVE
              MOVE TA-DESCRICAO(IX-ANT) TO NV-DESCRICAO
              MOVE TA-DATA-REFERENCIA(IX-ANT) TO NV-DATA-REFERENCIA
              MOVE TA-PRIORIDADE(IX-ANT) TO NV-PRIORIDADE
              MOVE "N" TO SW-IDADE-PROPRIA
              MOVE "S" TO SW-ITEM-MANTIDO
              PERFORM INCLUIR-PENDENCIA THRU INCLUIR-PENDENCIA-EXIT
              MOVE "N" TO SW-ITEM-MANTIDO.

       PROCURAR-AREA.
           IF TA-AREA(IX-ANT) = AR-NOME(IX-AREA)
              SET NV-AREA-NUM TO IX-AREA.

      ******************************************************************
      * Adds one item to today's list: NOVA when the previous list
      * did not have its origem and chave, otherwise it keeps the
      * date it was first listed. The age is the item's own when the
      * source set one, else the days since it was first listed; an
      * item past DIAS-ESCALONAR climbs one priority.
      ******************************************************************
       INCLUIR-PENDENCIA.
           IF QTD-PEND = 500
              IF NOT TABELA-CHEIA
                 MOVE "S" TO SW-TABELA-CHEIA
                 DISPLAY "Aviso: mais de 500 pendencias, excedentes "
                    "fora da lista !"
              END-IF
              GO TO INCLUIR-PENDENCIA-EXIT.

           MOVE "N" TO SW-ACHOU.
           PERFORM PROCURAR-ANTERIOR
              VARYING IX-BUSCA FROM 1 BY 1
              UNTIL IX-BUSCA > QTD-ANT OR ACHOU.

           ADD 1 TO QTD-PEND.
           SET IX-PEND TO QTD-PEND.
           MOVE NV-AREA-NUM TO TP-AREA-NUM(IX-PEND).
           MOVE NV-ORIGEM TO TP-ORIGEM(IX-PEND).
           MOVE NV-CHAVE TO TP-CHAVE(IX-PEND).
           MOVE NV-DESCRICAO TO TP-DESCRICAO(IX-PEND).
           MOVE NV-DATA-REFERENCIA TO TP-DATA-REFERENCIA(IX-PEND).

           IF ACHOU
              SET IX-BUSCA DOWN BY 1
              MOVE "S" TO TA-ACHADA(IX-BUSCA)
              MOVE TA-DATA-INCLUSAO(IX-BUSCA)
                 TO TP-DATA-INCLUSAO(IX-PEND)
              MOVE "N" TO TP-NOVA(IX-PEND)
           ELSE
              MOVE DATA-HOJE TO TP-DATA-INCLUSAO(IX-PEND)
              IF TEM-BASE
                 MOVE "S" TO TP-NOVA(IX-PEND)
              ELSE
                 MOVE "N" TO TP-NOVA(IX-PEND).

           IF IDADE-PROPRIA
              MOVE NV-IDADE TO TP-IDADE(IX-PEND)
           ELSE
              MOVE TP-DATA-INCLUSAO(IX-PEND) TO DATA-CALCULO
              PERFORM APURAR-DIA-JULIANO
              COMPUTE TP-IDADE(IX-PEND) = DIA-HOJE-JUL - DIA-JULIANO.

           MOVE NV-PRIORIDADE TO TP-PRIORIDADE(IX-PEND).
           IF NOT ITEM-MANTIDO
              AND TP-IDADE(IX-PEND) > DIAS-ESCALONAR
              AND TP-PRIORIDADE(IX-PEND) > 1
              SUBTRACT 1 FROM TP-PRIORIDADE(IX-PEND).

           SET IX-AREA TO TP-AREA-NUM(IX-PEND).
           ADD 1 TO AR-ABERTAS(IX-AREA) TG-ABERTAS.
           IF TP-PRIORIDADE(IX-PEND) = 1
              ADD 1 TO AR-ALTAS(IX-AREA) TG-ALTAS.
           IF TP-NOVA(IX-PEND) = "S"
              ADD 1 TO AR-NOVAS(IX-AREA) TG-NOVAS.

       INCLUIR-PENDENCIA-EXIT.
           EXIT.

       PROCURAR-ANTERIOR.
           IF TA-ACHADA(IX-BUSCA) NOT = "S"
              AND TA-ORIGEM(IX-BUSCA) = NV-ORIGEM
              AND TA-CHAVE(IX-BUSCA) = NV-CHAVE
              MOVE "S" TO SW-ACHOU.

       CONTAR-RESOLVIDA.
           IF TA-ACHADA(IX-ANT) NOT = "S"
              ADD 1 TO TG-RESOLVIDAS
              PERFORM SOMAR-RESOLVIDA
                 VARYING IX-AREA FROM 1 BY 1
                 UNTIL IX-AREA > 3.

       SOMAR-RESOLVIDA.
           IF TA-AREA(IX-ANT) = AR-NOME(IX-AREA)
              ADD 1 TO AR-RESOLVIDAS(IX-AREA).

      ******************************************************************
      * RH: the ponto exceptions AUDITAR-PONTO left open hold the
      * folha, so they are all high priority, aged from the day of
      * the marks.
      ******************************************************************
       LEVANTAR-PONTO.
           SET IX-FONTE TO 1.
           OPEN INPUT ARQUIVO-PONTOEXC.
           MOVE PX-ERRO TO STATUS-ABERTURA.
           PERFORM CONFERIR-ABERTURA.
           IF FT-SITUACAO(IX-FONTE) NOT = "L"
              GO TO LEVANTAR-PONTO-EXIT.

           PERFORM LER-PONTOEXC UNTIL PX-ERRO = "10".

           CLOSE ARQUIVO-PONTOEXC.

       LEVANTAR-PONTO-EXIT.
           EXIT.

       LER-PONTOEXC.
           READ ARQUIVO-PONTOEXC
              AT END
                 MOVE "10" TO PX-ERRO
              NOT AT END
                 PERFORM INCLUIR-PONTOEXC
           END-READ.

       INCLUIR-PONTOEXC.
           MOVE 1 TO NV-AREA-NUM.
           MOVE "PONTOEXC" TO NV-ORIGEM.
           MOVE REG-PONTOEXC TO NV-CHAVE.
           MOVE SPACES TO NV-DESCRICAO.
           STRING PX-MATRICULA " " PX-DATA " " PX-MOTIVO
              DELIMITED BY SIZE INTO NV-DESCRICAO.
           MOVE PX-DATA TO NV-DATA-REFERENCIA DATA-CALCULO.
           PERFORM APURAR-DIA-JULIANO.
           COMPUTE NV-IDADE = DIA-HOJE-JUL - DIA-JULIANO.
           MOVE 1 TO NV-PRIORIDADE.
           MOVE "S" TO SW-IDADE-PROPRIA.
           PERFORM INCLUIR-PENDENCIA THRU INCLUIR-PENDENCIA-EXIT.

      ******************************************************************
      * The integrity exceptions stop the batch past their tolerance:
      * high priority, each going to the area that owns the file.
      ******************************************************************
       LEVANTAR-EXCECOES.
           SET IX-FONTE TO 2.
           OPEN INPUT ARQUIVO-EXCECOES.
           MOVE XC-ERRO TO STATUS-ABERTURA.
           PERFORM CONFERIR-ABERTURA.
           IF FT-SITUACAO(IX-FONTE) NOT = "L"
              GO TO LEVANTAR-EXCECOES-EXIT.

           PERFORM LER-EXCECAO UNTIL XC-ERRO = "10".

           CLOSE ARQUIVO-EXCECOES.

       LEVANTAR-EXCECOES-EXIT.
           EXIT.

       LER-EXCECAO.
           READ ARQUIVO-EXCECOES
              AT END
                 MOVE "10" TO XC-ERRO
              NOT AT END
                 PERFORM INCLUIR-EXCECAO
           END-READ.

       INCLUIR-EXCECAO.
           EVALUATE XC-ARQUIVO
              WHEN "FOLHA-PAGAMENTO.DAT"
                 MOVE 1 TO NV-AREA-NUM
              WHEN "PRODUTOS.DAT"
                 MOVE 2 TO NV-AREA-NUM
              WHEN OTHER
                 MOVE 3 TO NV-AREA-NUM
           END-EVALUATE.
           MOVE "EXCECOES" TO NV-ORIGEM.
           MOVE REG-EXCECAO TO NV-CHAVE.
           MOVE SPACES TO NV-DESCRICAO.
           STRING XC-ARQUIVO DELIMITED BY SPACE
              " REG " XC-REGISTRO " " XC-MOTIVO
              DELIMITED BY SIZE INTO NV-DESCRICAO.
           MOVE ZEROS TO NV-DATA-REFERENCIA.
           MOVE 1 TO NV-PRIORIDADE.
           MOVE "N" TO SW-IDADE-PROPRIA.
           PERFORM INCLUIR-PENDENCIA THRU INCLUIR-PENDENCIA-EXIT.

      ******************************************************************
      * RH: the ALERTA-FERIAS rule over the active employees - the
      * legal limit is two years after the periodo aquisitivo began.
      * Past the limit is high priority, aged from the limit; within
      * 30 days medium; the rest of the window low.
      ******************************************************************
       LEVANTAR-FERIAS.
           SET IX-FONTE TO 3.
           PERFORM CARREGAR-CONTROLES THRU CARREGAR-CONTROLES-EXIT.

           OPEN INPUT ARQUIVO-FUNCIONARIOS.
           MOVE FN-ERRO TO STATUS-ABERTURA.
           PERFORM CONFERIR-ABERTURA.
           IF FT-SITUACAO(IX-FONTE) NOT = "L"
              GO TO LEVANTAR-FERIAS-EXIT.

           PERFORM LER-FUNCIONARIO UNTIL FN-ERRO = "10".

           CLOSE ARQUIVO-FUNCIONARIOS.

       LEVANTAR-FERIAS-EXIT.
           EXIT.

      * A missing FERIASCTL.DAT just means nobody took ferias yet.
       CARREGAR-CONTROLES.
           MOVE ZEROS TO QTD-CONTROLES.
           OPEN INPUT ARQUIVO-CONTROLE.
           IF CT-ERRO NOT = "00"
              GO TO CARREGAR-CONTROLES-EXIT.

           PERFORM LER-CONTROLE UNTIL CT-ERRO = "10".

           CLOSE ARQUIVO-CONTROLE.

       CARREGAR-CONTROLES-EXIT.
           EXIT.

       LER-CONTROLE.
           READ ARQUIVO-CONTROLE
              AT END
                 MOVE "10" TO CT-ERRO
              NOT AT END
                 IF QTD-CONTROLES < 200
                    ADD 1 TO QTD-CONTROLES
                    SET IX-CTL TO QTD-CONTROLES
                    MOVE CT-MATRICULA TO FC-MATRICULA(IX-CTL)
                    MOVE CT-INICIO-PERIODO TO FC-INICIO(IX-CTL)
                 END-IF
           END-READ.

       LER-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIOS NEXT
              AT END
                 MOVE "10" TO FN-ERRO
              NOT AT END
                 IF NOT FUNC-DESLIGADO
                    PERFORM CONFERIR-FERIAS THRU CONFERIR-FERIAS-EXIT
                 END-IF
           END-READ.

       CONFERIR-FERIAS.
           MOVE FN-ADMISSAO TO INICIO-PERIODO.
           PERFORM PROCURAR-CONTROLE
              VARYING IX-CTL FROM 1 BY 1
              UNTIL IX-CTL > QTD-CONTROLES.
           IF INICIO-PERIODO = ZEROS
              GO TO CONFERIR-FERIAS-EXIT.

           COMPUTE DATA-LIMITE = INICIO-PERIODO + 20000.
           MOVE DATA-LIMITE TO DATA-CALCULO.
           PERFORM APURAR-DIA-JULIANO.
           COMPUTE DIAS-RESTANTES = DIA-JULIANO - DIA-HOJE-JUL.
           IF DIAS-RESTANTES > DIAS-JANELA-FERIAS
              GO TO CONFERIR-FERIAS-EXIT.

           MOVE 1 TO NV-AREA-NUM.
           MOVE "FERIAS" TO NV-ORIGEM.
           MOVE SPACES TO NV-CHAVE NV-DESCRICAO.
           STRING FN-MATRICULA DATA-LIMITE
              DELIMITED BY SIZE INTO NV-CHAVE.
           STRING FN-MATRICULA " LIMITE " DATA-LIMITE " " FN-NOME
              DELIMITED BY SIZE INTO NV-DESCRICAO.
           MOVE DATA-LIMITE TO NV-DATA-REFERENCIA.
           IF DIAS-RESTANTES < ZEROS
              MOVE 1 TO NV-PRIORIDADE
              COMPUTE NV-IDADE = ZEROS - DIAS-RESTANTES
              MOVE "S" TO SW-IDADE-PROPRIA
           ELSE
              MOVE "N" TO SW-IDADE-PROPRIA
              IF DIAS-RESTANTES > 30
                 MOVE 3 TO NV-PRIORIDADE
              ELSE
                 MOVE 2 TO NV-PRIORIDADE.
           PERFORM INCLUIR-PENDENCIA THRU INCLUIR-PENDENCIA-EXIT.

       CONFERIR-FERIAS-EXIT.
           EXIT.

       PROCURAR-CONTROLE.
           IF FN-MATRICULA = FC-MATRICULA(IX-CTL)
              MOVE FC-INICIO(IX-CTL) TO INICIO-PERIODO
              SET IX-CTL TO QTD-CONTROLES.

      ******************************************************************
      * RH: a credit the bank rejected leaves the employee unpaid
      * until the next remessa - high priority from its first day.
      ******************************************************************
       LEVANTAR-REPAGAR.
           SET IX-FONTE TO 4.
           OPEN INPUT ARQUIVO-REPAGAR.
           MOVE RP-ERRO TO STATUS-ABERTURA.
           PERFORM CONFERIR-ABERTURA.
           IF FT-SITUACAO(IX-FONTE) NOT = "L"
              GO TO LEVANTAR-REPAGAR-EXIT.

           PERFORM LER-REPAGAR UNTIL RP-ERRO = "10".

           CLOSE ARQUIVO-REPAGAR.

       LEVANTAR-REPAGAR-EXIT.
           EXIT.

       LER-REPAGAR.
           READ ARQUIVO-REPAGAR
              AT END
                 MOVE "10" TO RP-ERRO
              NOT AT END
                 PERFORM INCLUIR-REPAGAR
           END-READ.

       INCLUIR-REPAGAR.
           MOVE 1 TO NV-AREA-NUM.
           MOVE "REPAGAR" TO NV-ORIGEM.
           MOVE RP-CREDITO TO NV-CHAVE.
           MOVE SPACES TO NV-DESCRICAO.
           STRING RP-NOME " CONTA " RP-CONTA
              DELIMITED BY SIZE INTO NV-DESCRICAO.
           MOVE ZEROS TO NV-DATA-REFERENCIA.
           MOVE 1 TO NV-PRIORIDADE.
           MOVE "N" TO SW-IDADE-PROPRIA.
           PERFORM INCLUIR-PENDENCIA THRU INCLUIR-PENDENCIA-EXIT.

      ******************************************************************
      * RH: an advance is deducted by the roster lote of its own
      * month; one still aberto once the next month has begun was
      * missed, and ages from the first day of that month.
      ******************************************************************
       LEVANTAR-ADIANTAMENTOS.
           SET IX-FONTE TO 5.
           OPEN INPUT ARQUIVO-ADIANTAMENTOS.
           MOVE AD-ERRO TO STATUS-ABERTURA.
           PERFORM CONFERIR-ABERTURA.
           IF FT-SITUACAO(IX-FONTE) NOT = "L"
              GO TO LEVANTAR-ADIANTAMENTOS-EXIT.

           PERFORM LER-ADIANTAMENTO UNTIL AD-ERRO = "10".

           CLOSE ARQUIVO-ADIANTAMENTOS.

       LEVANTAR-ADIANTAMENTOS-EXIT.
           EXIT.

       LER-ADIANTAMENTO.
           READ ARQUIVO-ADIANTAMENTOS
              AT END
                 MOVE "10" TO AD-ERRO
              NOT AT END
                 IF ADIANTAMENTO-ABERTO
                    PERFORM CONFERIR-ADIANTAMENTO
                 END-IF
           END-READ.

       CONFERIR-ADIANTAMENTO.
           MOVE AD-DATA TO DATA-CALCULO-DESDOB.
           IF DC-MES = 12
              ADD 1 TO DC-ANO
              MOVE 1 TO DC-MES
           ELSE
              ADD 1 TO DC-MES.
           MOVE 1 TO DC-DIA.
           MOVE DATA-CALCULO-DESDOB TO DATA-CALCULO.

           IF DATA-CALCULO NOT > DATA-HOJE
              MOVE 1 TO NV-AREA-NUM
              MOVE "ADIANTAM" TO NV-ORIGEM
              MOVE REG-ADIANTAMENTO TO NV-CHAVE
              MOVE AD-VALOR TO MASCARA-VALOR
              MOVE SPACES TO NV-DESCRICAO
              STRING AD-MATRICULA " ADIANTAMENTO " AD-DATA
                 " VALOR " MASCARA-VALOR
                 DELIMITED BY SIZE INTO NV-DESCRICAO
              MOVE AD-DATA TO NV-DATA-REFERENCIA
              PERFORM APURAR-DIA-JULIANO
              COMPUTE NV-IDADE = DIA-HOJE-JUL - DIA-JULIANO
              MOVE 2 TO NV-PRIORIDADE
              MOVE "S" TO SW-IDADE-PROPRIA
              PERFORM INCLUIR-PENDENCIA THRU INCLUIR-PENDENCIA-EXIT.

      ******************************************************************
      * Estoque: the VALIDADE-LOTES rule - a lote with stock expiring
      * within the window is medium priority, an expired one high,
      * aged from its validade.
      ******************************************************************
       LEVANTAR-LOTES.
           SET IX-FONTE TO 6.
           OPEN INPUT ARQUIVO-LOTES.
           MOVE LT-ERRO TO STATUS-ABERTURA.
           PERFORM CONFERIR-ABERTURA.
           IF FT-SITUACAO(IX-FONTE) NOT = "L"
              GO TO LEVANTAR-LOTES-EXIT.

           PERFORM LER-LOTE UNTIL LT-ERRO = "10".

           CLOSE ARQUIVO-LOTES.

       LEVANTAR-LOTES-EXIT.
           EXIT.

       LER-LOTE.
           READ ARQUIVO-LOTES
              AT END
                 MOVE "10" TO LT-ERRO
              NOT AT END
                 IF LT-QTD > ZEROS
                    PERFORM CONFERIR-LOTE THRU CONFERIR-LOTE-EXIT
                 END-IF
           END-READ.

       CONFERIR-LOTE.
           MOVE LT-VALIDADE TO DATA-CALCULO.
           PERFORM APURAR-DIA-JULIANO.
           COMPUTE DIAS-RESTANTES = DIA-JULIANO - DIA-HOJE-JUL.
           IF DIAS-RESTANTES > DIAS-JANELA-LOTES
              GO TO CONFERIR-LOTE-EXIT.

           MOVE 2 TO NV-AREA-NUM.
           MOVE "LOTES" TO NV-ORIGEM.
           MOVE SPACES TO NV-CHAVE NV-DESCRICAO.
           STRING LT-COD LT-LOTE LT-VALIDADE
              DELIMITED BY SIZE INTO NV-CHAVE.
           STRING "PROD " LT-COD " LOTE " LT-LOTE " VALIDADE "
              LT-VALIDADE
              DELIMITED BY SIZE INTO NV-DESCRICAO.
           MOVE LT-VALIDADE TO NV-DATA-REFERENCIA.
           IF DIAS-RESTANTES < ZEROS
              MOVE 1 TO NV-PRIORIDADE
              COMPUTE NV-IDADE = ZEROS - DIAS-RESTANTES
              MOVE "S" TO SW-IDADE-PROPRIA
           ELSE
              MOVE 2 TO NV-PRIORIDADE
              MOVE "N" TO SW-IDADE-PROPRIA.
           PERFORM INCLUIR-PENDENCIA THRU INCLUIR-PENDENCIA-EXIT.

       CONFERIR-LOTE-EXIT.
           EXIT.

      ******************************************************************
      * Estoque: a pedido line still aberto past the lead time quoted
      * on PRODFORN.DAT for its product and supplier (PRAZO-PADRAO
      * without a quotation) is late, aged from the expected day.
      ******************************************************************
       LEVANTAR-PEDIDOS.
           SET IX-FONTE TO 7.
           PERFORM CARREGAR-PRAZOS THRU CARREGAR-PRAZOS-EXIT.

           OPEN INPUT ARQUIVO-PEDIDOS.
           MOVE PD-ERRO TO STATUS-ABERTURA.
           PERFORM CONFERIR-ABERTURA.
           IF FT-SITUACAO(IX-FONTE) NOT = "L"
              GO TO LEVANTAR-PEDIDOS-EXIT.

           PERFORM LER-PEDIDO UNTIL PD-ERRO = "10".

           CLOSE ARQUIVO-PEDIDOS.

       LEVANTAR-PEDIDOS-EXIT.
           EXIT.

       CARREGAR-PRAZOS.
           MOVE ZEROS TO QTD-PRAZOS.
           OPEN INPUT ARQUIVO-PRODFORN.
           IF PF-ERRO NOT = "00"
              GO TO CARREGAR-PRAZOS-EXIT.

           PERFORM LER-PRODFORN UNTIL PF-ERRO = "10".

           CLOSE ARQUIVO-PRODFORN.

       CARREGAR-PRAZOS-EXIT.
           EXIT.

       LER-PRODFORN.
           READ ARQUIVO-PRODFORN
              AT END
                 MOVE "10" TO PF-ERRO
              NOT AT END
                 IF QTD-PRAZOS < 1000
                    ADD 1 TO QTD-PRAZOS
                    SET IX-PRAZO TO QTD-PRAZOS
                    MOVE PF-COD TO TZ-COD(IX-PRAZO)
                    MOVE PF-FORN TO TZ-FORN(IX-PRAZO)
                    MOVE PF-PRAZO TO TZ-PRAZO(IX-PRAZO)
                 END-IF
           END-READ.

       LER-PEDIDO.
           READ ARQUIVO-PEDIDOS
              AT END
                 MOVE "10" TO PD-ERRO
              NOT AT END
                 IF PEDIDO-ABERTO
                    PERFORM CONFERIR-PEDIDO
                 END-IF
           END-READ.

       CONFERIR-PEDIDO.
           MOVE PRAZO-PADRAO TO PRAZO-PEDIDO.
           PERFORM PROCURAR-PRAZO
              VARYING IX-PRAZO FROM 1 BY 1
              UNTIL IX-PRAZO > QTD-PRAZOS.

           MOVE PD-DATA TO DATA-CALCULO.
           PERFORM APURAR-DIA-JULIANO.
           COMPUTE DIAS-RESTANTES =
              DIA-JULIANO + PRAZO-PEDIDO - DIA-HOJE-JUL.

           IF DIAS-RESTANTES < ZEROS
              MOVE 2 TO NV-AREA-NUM
              MOVE "PEDIDOS" TO NV-ORIGEM
              MOVE SPACES TO NV-CHAVE NV-DESCRICAO
              STRING PD-NUMERO PD-COD
                 DELIMITED BY SIZE INTO NV-CHAVE
              IF PD-QTD-RECEBIDA < PD-QTD
                 COMPUTE SALDO-PEDIDO = PD-QTD - PD-QTD-RECEBIDA
              ELSE
                 MOVE ZEROS TO SALDO-PEDIDO
              END-IF
              STRING "PEDIDO " PD-NUMERO " PROD " PD-COD
                 " FORN " PD-FORN " SALDO " SALDO-PEDIDO
                 DELIMITED BY SIZE INTO NV-DESCRICAO
              MOVE PD-DATA TO NV-DATA-REFERENCIA
              COMPUTE NV-IDADE = ZEROS - DIAS-RESTANTES
              MOVE 2 TO NV-PRIORIDADE
              MOVE "S" TO SW-IDADE-PROPRIA
              PERFORM INCLUIR-PENDENCIA THRU INCLUIR-PENDENCIA-EXIT.

       PROCURAR-PRAZO.
           IF PD-COD = TZ-COD(IX-PRAZO)
              AND PD-FORN = TZ-FORN(IX-PRAZO)
              MOVE TZ-PRAZO(IX-PRAZO) TO PRAZO-PEDIDO
              SET IX-PRAZO TO QTD-PRAZOS.

      ******************************************************************
      * Secretaria: a turma still open whose last planned session on
      * CALENDARIO.DAT is past has ended without its ata de
      * encerramento - low priority, aged from that session.
      ******************************************************************
       LEVANTAR-TURMAS.
           SET IX-FONTE TO 8.
           MOVE ZEROS TO QTD-TURMAS.

           OPEN INPUT ARQUIVO-TURMAS.
           MOVE TR-ERRO TO STATUS-ABERTURA.
           PERFORM CONFERIR-ABERTURA.
           IF FT-SITUACAO(IX-FONTE) NOT = "L"
              GO TO LEVANTAR-TURMAS-EXIT.

           PERFORM LER-TURMA UNTIL TR-ERRO = "10".

           CLOSE ARQUIVO-TURMAS.

      * The turmas are judged by their calendar: a CALENDARIO.DAT
      * that cannot be read leaves the source not read, keeping the
      * previous list's items; none at all means no session past.
           OPEN INPUT ARQUIVO-CALENDARIO.
           IF CL-ERRO NOT = "00"
              MOVE CL-ERRO TO STATUS-ABERTURA
              PERFORM CONFERIR-ABERTURA
              GO TO LEVANTAR-TURMAS-EXIT.

           PERFORM LER-CALENDARIO UNTIL CL-ERRO = "10".

           CLOSE ARQUIVO-CALENDARIO.

           PERFORM CONFERIR-TURMA
              VARYING IX-TURMA FROM 1 BY 1
              UNTIL IX-TURMA > QTD-TURMAS.

       LEVANTAR-TURMAS-EXIT.
           EXIT.

       LER-TURMA.
           READ ARQUIVO-TURMAS
              AT END
                 MOVE "10" TO TR-ERRO
              NOT AT END
                 IF TURMA-ATIVA AND NOT TURMA-ENCERRADA
                    IF QTD-TURMAS < 200
                       ADD 1 TO QTD-TURMAS
                       SET IX-TURMA TO QTD-TURMAS
                       MOVE TR-CODIGO TO TT-CODIGO(IX-TURMA)
                       MOVE TR-DESCRICAO TO TT-DESCRICAO(IX-TURMA)
                       MOVE ZEROS TO TT-ULTIMA(IX-TURMA)
                    END-IF
                 END-IF
           END-READ.

       LER-CALENDARIO.
           READ ARQUIVO-CALENDARIO
              AT END
                 MOVE "10" TO CL-ERRO
              NOT AT END
                 PERFORM ANOTAR-SESSAO
                    VARYING IX-TURMA FROM 1 BY 1
                    UNTIL IX-TURMA > QTD-TURMAS
           END-READ.

       ANOTAR-SESSAO.
           IF CL-TURMA = TT-CODIGO(IX-TURMA)
              IF CL-DATA > TT-ULTIMA(IX-TURMA)
                 MOVE CL-DATA TO TT-ULTIMA(IX-TURMA).

       CONFERIR-TURMA.
           IF TT-ULTIMA(IX-TURMA) > ZEROS
              AND TT-ULTIMA(IX-TURMA) < DATA-HOJE
              MOVE 3 TO NV-AREA-NUM
              MOVE "TURMAS" TO NV-ORIGEM
              MOVE TT-CODIGO(IX-TURMA) TO NV-CHAVE
              MOVE SPACES TO NV-DESCRICAO
              STRING TT-CODIGO(IX-TURMA) " SEM ATA "
                 TT-DESCRICAO(IX-TURMA)
                 DELIMITED BY SIZE INTO NV-DESCRICAO
              MOVE TT-ULTIMA(IX-TURMA) TO NV-DATA-REFERENCIA
                 DATA-CALCULO
              PERFORM APURAR-DIA-JULIANO
              COMPUTE NV-IDADE = DIA-HOJE-JUL - DIA-JULIANO
              MOVE 3 TO NV-PRIORIDADE
              MOVE "S" TO SW-IDADE-PROPRIA
              PERFORM INCLUIR-PENDENCIA THRU INCLUIR-PENDENCIA-EXIT.

      ******************************************************************
      * The report: one page per area, the open items by priority,
      * then the ones resolved since the previous list.
      ******************************************************************
       IMPRIMIR-AREA.
           MOVE SPACES TO CB-TITULO.
           STRING "PENDENCIAS - " AR-NOME(IX-AREA)
              DELIMITED BY SIZE INTO CB-TITULO.
           MOVE COLUNAS-PENDENCIA TO LINHA-COLUNAS.
           MOVE 99 TO LINHAS-PAGINA.
           PERFORM IMPRIMIR-CABECALHO.
           MOVE ZEROS TO QTD-LINHAS.

           PERFORM IMPRIMIR-PRIORIDADE
              VARYING PRIORIDADE-ATUAL FROM 1 BY 1
              UNTIL PRIORIDADE-ATUAL > 3.

           IF QTD-LINHAS = ZEROS
              MOVE "NENHUMA PENDENCIA EM ABERTO" TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              ADD 1 TO LINHAS-PAGINA.

           IF TEM-BASE AND AR-RESOLVIDAS(IX-AREA) > ZEROS
              PERFORM IMPRIMIR-SUBTITULO
              PERFORM IMPRIMIR-RESOLVIDA
                 VARYING IX-ANT FROM 1 BY 1
                 UNTIL IX-ANT > QTD-ANT.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "PENDENCIAS EM ABERTO" TO LT-ROTULO.
           MOVE AR-ABERTAS(IX-AREA) TO LT-VALOR.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "PRIORIDADE ALTA" TO LT-ROTULO.
           MOVE AR-ALTAS(IX-AREA) TO LT-VALOR.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "NOVAS DESDE A LISTA ANTERIOR" TO LT-ROTULO.
           MOVE AR-NOVAS(IX-AREA) TO LT-VALOR.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "RESOLVIDAS DESDE A LISTA ANTERIOR" TO LT-ROTULO.
           MOVE AR-RESOLVIDAS(IX-AREA) TO LT-VALOR.
           PERFORM IMPRIMIR-TOTAL.

       IMPRIMIR-PRIORIDADE.
           PERFORM IMPRIMIR-PENDENCIA
              VARYING IX-PEND FROM 1 BY 1
              UNTIL IX-PEND > QTD-PEND.

       IMPRIMIR-PENDENCIA.
           IF TP-AREA-NUM(IX-PEND) = IX-AREA
              AND TP-PRIORIDADE(IX-PEND) = PRIORIDADE-ATUAL
              IF LINHAS-PAGINA >= 55
                 PERFORM IMPRIMIR-CABECALHO
              END-IF
              IF TP-NOVA(IX-PEND) = "S"
                 MOVE "NOVA" TO LP-SITUACAO
              ELSE
                 MOVE SPACES TO LP-SITUACAO
              END-IF
              MOVE NOME-PRIORIDADE(PRIORIDADE-ATUAL) TO LP-PRIORIDADE
              MOVE TP-IDADE(IX-PEND) TO LP-IDADE
              MOVE TP-ORIGEM(IX-PEND) TO LP-ORIGEM
              MOVE TP-DESCRICAO(IX-PEND) TO LP-DESCRICAO
              MOVE LINHA-PENDENCIA TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              ADD 1 TO LINHAS-PAGINA
              ADD 1 TO QTD-LINHAS.

       IMPRIMIR-SUBTITULO.
           IF LINHAS-PAGINA >= 53
              PERFORM IMPRIMIR-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "RESOLVIDAS DESDE A LISTA DE " TO LS-TEXTO.
           MOVE DATA-BASE TO LS-DATA.
           MOVE LINHA-SUBTITULO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 2 TO LINHAS-PAGINA.

      * A resolved item shows how many days it stayed on the list.
       IMPRIMIR-RESOLVIDA.
           IF TA-ACHADA(IX-ANT) NOT = "S"
              AND TA-AREA(IX-ANT) = AR-NOME(IX-AREA)
              IF LINHAS-PAGINA >= 55
                 PERFORM IMPRIMIR-CABECALHO
              END-IF
              MOVE "OK" TO LP-SITUACAO
              MOVE NOME-PRIORIDADE(TA-PRIORIDADE(IX-ANT))
                 TO LP-PRIORIDADE
              MOVE TA-DATA-INCLUSAO(IX-ANT) TO DATA-CALCULO
              PERFORM APURAR-DIA-JULIANO
              COMPUTE LP-IDADE = DIA-HOJE-JUL - DIA-JULIANO
              MOVE TA-ORIGEM(IX-ANT) TO LP-ORIGEM
              MOVE TA-DESCRICAO(IX-ANT) TO LP-DESCRICAO
              MOVE LINHA-PENDENCIA TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              ADD 1 TO LINHAS-PAGINA.

      * The closing page: the counts per area, any source that could
      * not be read and the warning of a list cut at 500 items.
       IMPRIMIR-RESUMO.
           MOVE "RESUMO DAS PENDENCIAS" TO CB-TITULO.
           MOVE COLUNAS-RESUMO TO LINHA-COLUNAS.
           PERFORM IMPRIMIR-CABECALHO.

           PERFORM IMPRIMIR-RESUMO-AREA
              VARYING IX-AREA FROM 1 BY 1
              UNTIL IX-AREA > 3.

           MOVE "TOTAL" TO LR-AREA.
           MOVE TG-ABERTAS TO LR-ABERTAS.
           MOVE TG-ALTAS TO LR-ALTAS.
           MOVE TG-NOVAS TO LR-NOVAS.
           MOVE TG-RESOLVIDAS TO LR-RESOLVIDAS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-RESUMO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           IF QTD-NAO-LIDAS > ZEROS
              MOVE SPACES TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              PERFORM IMPRIMIR-FONTE
                 VARYING IX-FONTE FROM 1 BY 1
                 UNTIL IX-FONTE > 8.

           IF TABELA-CHEIA
              MOVE SPACES TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              MOVE LINHA-LIMITE TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO.

       IMPRIMIR-RESUMO-AREA.
           MOVE AR-NOME(IX-AREA) TO LR-AREA.
           MOVE AR-ABERTAS(IX-AREA) TO LR-ABERTAS.
           MOVE AR-ALTAS(IX-AREA) TO LR-ALTAS.
           MOVE AR-NOVAS(IX-AREA) TO LR-NOVAS.
           MOVE AR-RESOLVIDAS(IX-AREA) TO LR-RESOLVIDAS.
           MOVE LINHA-RESUMO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-FONTE.
           IF FT-SITUACAO(IX-FONTE) = "N"
              MOVE FT-ORIGEM(IX-FONTE) TO LF-ORIGEM
              MOVE LINHA-FONTE TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO.

       IMPRIMIR-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO LINHAS-PAGINA.

       IMPRIMIR-CABECALHO.
           ADD 1 TO PAGINA.
           MOVE DATA-HOJE TO CB-DATA.
           MOVE PAGINA TO CB-PAGINA.
           MOVE CABECALHO-PAGINA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CABECALHO-COMPARACAO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-COLUNAS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO LINHAS-PAGINA.

      ******************************************************************
      * Today's list goes to PENDNOVO.DAT and replaces PENDENCIAS.DAT;
      * a list from an earlier day becomes PENDANT.DAT, the baseline
      * of any further run today and of tomorrow's.
      ******************************************************************
       GRAVAR-PENDENCIAS.
           MOVE "N" TO SW-ERRO-GRAVACAO.
           MOVE NOME-PEND-NOVO TO NOME-PENDENCIAS.
           OPEN OUTPUT ARQUIVO-PENDENCIAS.
           IF PN-ERRO NOT = "00"
              DISPLAY "Erro ao abrir PENDNOVO.DAT, status " PN-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO GRAVAR-PENDENCIAS-EXIT.

           MOVE SPACES TO REG-PENDENCIA.
           MOVE "C" TO PN-TIPO.
           MOVE DATA-HOJE TO PN-DATA-EXECUCAO.
           MOVE ZEROS TO PN-DATA-REFERENCIA PN-DATA-INCLUSAO
              PN-PRIORIDADE.
           WRITE REG-PENDENCIA.
           IF PN-ERRO NOT = "00"
              MOVE "S" TO SW-ERRO-GRAVACAO.

           PERFORM GRAVAR-PENDENCIA
              VARYING IX-PEND FROM 1 BY 1
              UNTIL IX-PEND > QTD-PEND.

           CLOSE ARQUIVO-PENDENCIAS.

           IF ERRO-GRAVACAO
              DISPLAY "Erro ao gravar PENDNOVO.DAT, lista anterior "
                 "mantida !"
              CALL "CBL_DELETE_FILE" USING NOME-PEND-NOVO
              MOVE 8 TO RETURN-CODE
              GO TO GRAVAR-PENDENCIAS-EXIT.

           IF BASE-ATUAL
              CALL "CBL_DELETE_FILE" USING NOME-PEND-ANTERIOR
              CALL "CBL_RENAME_FILE" USING NOME-PEND-ATUAL
                 NOME-PEND-ANTERIOR
           ELSE
              CALL "CBL_DELETE_FILE" USING NOME-PEND-ATUAL.

           CALL "CBL_RENAME_FILE" USING NOME-PEND-NOVO NOME-PEND-ATUAL.
           MOVE ZEROS TO RETURN-CODE.

       GRAVAR-PENDENCIAS-EXIT.
           EXIT.

       GRAVAR-PENDENCIA.
           MOVE "P" TO PN-TIPO.
           MOVE DATA-HOJE TO PN-DATA-EXECUCAO.
           SET IX-AREA TO TP-AREA-NUM(IX-PEND).
           MOVE AR-NOME(IX-AREA) TO PN-AREA.
           MOVE TP-ORIGEM(IX-PEND) TO PN-ORIGEM.
           MOVE TP-CHAVE(IX-PEND) TO PN-CHAVE.
           MOVE TP-DESCRICAO(IX-PEND) TO PN-DESCRICAO.
           MOVE TP-DATA-REFERENCIA(IX-PEND) TO PN-DATA-REFERENCIA.
           MOVE TP-DATA-INCLUSAO(IX-PEND) TO PN-DATA-INCLUSAO.
           MOVE TP-PRIORIDADE(IX-PEND) TO PN-PRIORIDADE.
           WRITE REG-PENDENCIA.
           IF PN-ERRO NOT = "00"
              MOVE "S" TO SW-ERRO-GRAVACAO.

      * The outcome counts land on JOBLOG.DAT as a CONTAGEM event:
      * items open, and those of high priority.
       GRAVAR-CONTAGEM.
           OPEN EXTEND ARQUIVO-JOBLOG.
           IF JL-ERRO = "35"
              OPEN OUTPUT ARQUIVO-JOBLOG.

           IF JL-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-JOBLOG, status " JL-ERRO
              GO TO GRAVAR-CONTAGEM-EXIT.

           ACCEPT DH-DATA FROM DATE YYYYMMDD.
           ACCEPT DH-HORA FROM TIME.
           MOVE DH-DATA TO JL-DATA.
           MOVE DH-HORA TO JL-HORA.
           MOVE "PENDENCIAS" TO JL-PROGRAMA.
           MOVE "CONTAGEM" TO JL-EVENTO.
           MOVE TG-ABERTAS TO JL-QTD-PROC.
           MOVE TG-ALTAS TO JL-QTD-REJ.
           WRITE REG-JOBLOG.

           IF JL-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-JOBLOG, status " JL-ERRO.

           CLOSE ARQUIVO-JOBLOG.

       GRAVAR-CONTAGEM-EXIT.
           EXIT.

      * Day number of DATA-CALCULO counted from a fixed origin, the
      * JORNADA-VIGENTE way: January and February taken as months
      * 13/14 of the previous year as in Zeller's congruence; two
      * dates subtract to the days between them.
       APURAR-DIA-JULIANO.
           MOVE DATA-CALCULO TO DATA-CALCULO-DESDOB.
           MOVE DC-MES TO JD-MES.
           MOVE DC-ANO TO JD-ANO.
           IF JD-MES < 3
              ADD 12 TO JD-MES
              SUBTRACT 1 FROM JD-ANO.

           DIVIDE 4 INTO JD-ANO GIVING JD-Q4.
           DIVIDE 100 INTO JD-ANO GIVING JD-Q100.
           DIVIDE 400 INTO JD-ANO GIVING JD-Q400.
           COMPUTE JD-MESES = (153 * (JD-MES - 3)) + 2.
           DIVIDE 5 INTO JD-MESES.
           COMPUTE DIA-JULIANO = (365 * JD-ANO) + JD-Q4 - JD-Q100
              + JD-Q400 + JD-MESES + DC-DIA.

       END PROGRAM PENDENCIAS.
