      ******************************************************************
      * Shared layout of one CLIENTES.DAT record (cadastro de
      * clientes de fiado), maintained by CADASTRO-CLIENTES and read
      * by VENDA-BALCAO's fiado sale and by CONTAS-RECEBER. Copy at
      * the 05 level inside an enclosing 01 group; use REPLACING to
      * rename the CL- prefix when a program needs a second buffer.
      ******************************************************************
           05  CL-COD            PIC 9(05).
           05  CL-NOME           PIC X(30).
           05  CL-CPF            PIC 9(11).
           05  CL-DDD            PIC 9(02).
           05  CL-TELEFONE       PIC 9(09).
      * Most the customer may owe at once: the open receivables plus
      * a new fiado sale may not pass it.
           05  CL-LIMITE         PIC 9(05)V99.
           05  CL-BLOQUEIO       PIC X(01).
               88 CLIENTE-BLOQUEADO    VALUE "S".
               88 CLIENTE-LIBERADO     VALUE "N".
      * Day of the month (1-28) the tab is paid: a fiado sale falls
      * due on that day of the following month.
           05  CL-DIA-VENCIMENTO PIC 9(02).
