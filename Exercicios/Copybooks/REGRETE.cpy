      ******************************************************************
      * Shared layout of one RETENCAO.DAT record: the outcome of one
      * movement file on one run of RETENCAO-DADOS, which moves the
      * closed periods older than the retention horizon out of
      * MOVESTOQ.DAT, VENDAS.DAT, PONTO.DAT and FREQUENCIA.DAT into
      * the yearly history files (<arquivo>-AAAA.DAT). The counts
      * and control totals before the run, moved and left on the
      * live file are the check the move was made on; RT-ANO-
      * INICIAL/RT-ANO-FINAL tell the readers which yearly files a
      * run wrote. Copy at the 05 level inside an enclosing 01
      * group; use REPLACING to rename the RT- prefix when a
      * program needs a second buffer.
      ******************************************************************
           05  RT-DATA              PIC 9(08).
           05  RT-ARQUIVO           PIC X(10).
           05  RT-MESES             PIC 9(03).
           05  RT-COMPETENCIA-CORTE PIC 9(06).
           05  RT-ANO-INICIAL       PIC 9(04).
           05  RT-ANO-FINAL         PIC 9(04).
           05  RT-QTD-ANTES         PIC 9(07).
           05  RT-QTD-MOVIDOS       PIC 9(07).
           05  RT-QTD-DEPOIS        PIC 9(07).
      * Control totals: the movement value (quantity times unit
      * value) on MOVESTOQ and VENDAS, a hash total of the marks on
      * PONTO and of the matriculas on FREQUENCIA.
           05  RT-TOTAL-ANTES       PIC 9(11)V99.
           05  RT-TOTAL-MOVIDOS     PIC 9(11)V99.
           05  RT-TOTAL-DEPOIS      PIC 9(11)V99.
           05  RT-SITUACAO          PIC X(01).
               88 RETENCAO-CONFERIDA   VALUE "C".
               88 RETENCAO-SEM-PERIODO VALUE "N".
               88 RETENCAO-DIVERGENTE  VALUE "D".
               88 RETENCAO-BLOQUEADA   VALUE "B".
               88 RETENCAO-ERRO        VALUE "E".
