      ******************************************************************
      * Shared layout of one PENDENCIAS.DAT record: one item of the
      * consolidated worklist PENDENCIAS builds every night from the
      * pending warnings of all subsystems, kept so the next run can
      * tell what is new and what was resolved. The file opens with
      * one PN-TIPO "C" control line carrying only the run date;
      * every other line is a PN-TIPO "P" item. The previous day's
      * list is kept as PENDANT.DAT in the same layout. Copy at the
      * 05 level inside an enclosing 01 group.
      ******************************************************************
           05  PN-TIPO             PIC X(01).
               88 PENDENCIA-CONTROLE   VALUE "C".
               88 PENDENCIA-ITEM       VALUE "P".
           05  PN-DATA-EXECUCAO    PIC 9(08).
      * RH, ESTOQUE or SECRETARIA: who has to act on the item.
           05  PN-AREA             PIC X(10).
      * Where the item came from: PONTOEXC, EXCECOES, FERIAS,
      * LOTES, REPAGAR, ADIANTAM, PEDIDOS or TURMAS.
           05  PN-ORIGEM           PIC X(08).
      * Identifies the item within its origem from one run to the
      * next (matricula and date, file and record number, pedido and
      * product...); two runs listing the same origem and chave are
      * the same pendencia.
           05  PN-CHAVE            PIC X(40).
           05  PN-DESCRICAO        PIC X(45).
      * The item's own date when it has one (exception day, ferias
      * limit, lote validade, pedido, advance, last session of the
      * turma), zero otherwise; PN-DATA-INCLUSAO is the run that
      * first listed it, carried over from run to run.
           05  PN-DATA-REFERENCIA  PIC 9(08).
           05  PN-DATA-INCLUSAO    PIC 9(08).
           05  PN-PRIORIDADE       PIC 9(01).
               88 PRIORIDADE-ALTA      VALUE 1.
               88 PRIORIDADE-MEDIA     VALUE 2.
               88 PRIORIDADE-BAIXA     VALUE 3.
