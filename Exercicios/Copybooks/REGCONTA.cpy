      ******************************************************************
      * Shared layout of one PLANO-CONTAS.DAT record: the ledger
      * accounts one kind of amount posts to, maintained by
      * CADASTRO-CONTAS and read by EXPORTAR-CONTABIL when it builds
      * LANCAMENTOS-CONTABEIS.DAT. Each kind carries both sides of
      * its entry; a kind left without either account keeps its
      * source out of balance and the export refuses it. Copy at the
      * 05 level inside an enclosing 01 group; use REPLACING to
      * rename the PC- prefix when a program needs a second buffer.
      ******************************************************************
           05  PC-TIPO          PIC X(10).
               88 TIPO-SALARIOS     VALUE "SALARIOS".
               88 TIPO-INSS         VALUE "INSS".
               88 TIPO-IRRF         VALUE "IRRF".
               88 TIPO-DESCONTOS    VALUE "DESCONTOS".
               88 TIPO-FGTS         VALUE "FGTS".
               88 TIPO-PROV-13      VALUE "PROV-13".
               88 TIPO-PROV-FERIAS  VALUE "PROV-FERIAS".
               88 TIPO-ESTOQUE      VALUE "ESTOQUE".
               88 TIPO-VENDAS       VALUE "VENDAS".
               88 TIPO-CMV          VALUE "CMV".
               88 TIPO-PERDA-INV    VALUE "PERDA-INV".
               88 TIPO-VALIDO       VALUE "SALARIOS", "INSS", "IRRF",
                                          "DESCONTOS", "FGTS",
                                          "PROV-13", "PROV-FERIAS",
                                          "ESTOQUE", "VENDAS", "CMV",
                                          "PERDA-INV".
           05  PC-DESCRICAO     PIC X(30).
           05  PC-CONTA-DEBITO  PIC X(12).
           05  PC-CONTA-CREDITO PIC X(12).
