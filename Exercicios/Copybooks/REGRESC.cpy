      ******************************************************************
      * Shared layout of one RESCISAO.DAT record: the itemized termo
      * de rescisao of one matricula, appended by RESCISAO when the
      * settlement is posted and read back by MOVIMENTACAO-PESSOAL
      * for the type of desligamento of the monthly movement file.
      * RS-TIPO is blank on termos posted before the tipo was asked.
      * Copy at the 05 level inside an enclosing 01 group.
      ******************************************************************
           05  RS-MATRICULA         PIC 9(05).
           05  RS-NOME              PIC X(30).
           05  RS-DATA-DESLIGAMENTO PIC 9(08).
           05  RS-SALDO-SALARIO     PIC 9(05)V99.
           05  RS-DECIMO-TERCEIRO   PIC 9(05)V99.
           05  RS-FERIAS            PIC 9(05)V99.
           05  RS-TERCO             PIC 9(05)V99.
           05  RS-AVISO             PIC 9(05)V99.
           05  RS-INSS              PIC 9(05)V99.
           05  RS-IRRF              PIC 9(05)V99.
           05  RS-TOTAL-LIQUIDO     PIC 9(06)V99.
           05  RS-TIPO              PIC X(01).
               88 RS-SEM-JUSTA-CAUSA    VALUE "S".
               88 RS-PEDIDO-DEMISSAO    VALUE "P".
               88 RS-JUSTA-CAUSA        VALUE "J".
           05  RS-FGTS-MES          PIC 9(05)V99.
           05  RS-MULTA-FGTS        PIC 9(06)V99.
           05  RS-CONSIGNADO        PIC 9(05)V99.
           05  RS-PENSAO            PIC 9(05)V99.
           05  RS-BANCO-HORAS       PIC 9(05)V99.
