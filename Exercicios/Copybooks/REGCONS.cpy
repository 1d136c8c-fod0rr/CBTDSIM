      ******************************************************************
      * Shared layout of one CONSIGNADOS.DAT record: a payroll-
      * deductible bank loan (emprestimo consignado) of one
      * matricula, maintained by CADASTRO-CONSIGNADOS. The roster
      * lote of CALCULA-SALARIO deducts the parcela due from the
      * competencia CG-INICIO on, within the 35% margin, advances
      * CG-PARCELAS-PAGAS and brings CG-SALDO down; RESCISAO settles
      * what it can of the balance out of the termo. CG-ULTIMA-
      * COMPETENCIA/CG-ULTIMO-VALOR record the last deduction, the
      * line REPASSE-CONSIGNADO reports to the bank. CG-SITUACAO:
      * A aberto, Q quitado, R rescindido (settled by the termo, any
      * remainder left for the bank to collect). Copy at the 05 level
      * inside an enclosing 01 group; use REPLACING to rename the
      * CG- prefix when a program needs a second buffer.
      ******************************************************************
           05  CG-MATRICULA          PIC 9(05).
           05  CG-CONTRATO           PIC X(12).
           05  CG-BANCO              PIC 9(03).
           05  CG-QTD-PARCELAS       PIC 9(03).
           05  CG-PARCELAS-PAGAS     PIC 9(03).
           05  CG-VALOR-PARCELA      PIC 9(05)V99.
           05  CG-SALDO              PIC 9(07)V99.
           05  CG-INICIO             PIC 9(06).
           05  CG-ULTIMA-COMPETENCIA PIC 9(06).
           05  CG-ULTIMO-VALOR       PIC 9(05)V99.
           05  CG-SITUACAO           PIC X(01).
               88 CONSIGNADO-ABERTO      VALUE "A".
               88 CONSIGNADO-QUITADO     VALUE "Q".
               88 CONSIGNADO-RESCINDIDO  VALUE "R".
