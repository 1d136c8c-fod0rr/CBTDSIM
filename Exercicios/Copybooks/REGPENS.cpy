      ******************************************************************
      * Shared layout of one PENSOES.DAT record: a court order of
      * pensao alimenticia against one matricula, maintained by
      * CADASTRO-PENSOES. PN-PERCENTUAL falls on the bruto (PN-BASE
      * "B") or on the liquido after INSS and IRRF (PN-BASE "L");
      * the order always applies to the monthly folha and, when its
      * flag says so, to the 13o and to ferias. CALCULA-PENSAO turns
      * the orders into values; the payroll programs deduct them and
      * credit each beneficiary's account on REMESSA-BANCO.DAT. Copy
      * at the 05 level inside an enclosing 01 group; use REPLACING
      * to rename the PN- prefix when a program needs a second
      * buffer.
      ******************************************************************
           05  PN-MATRICULA          PIC 9(05).
           05  PN-BENEFICIARIO       PIC X(30).
           05  PN-BANCO              PIC 9(03).
           05  PN-AGENCIA            PIC 9(04).
           05  PN-CONTA              PIC 9(08).
           05  PN-PERCENTUAL         PIC 9(03)V99.
           05  PN-BASE               PIC X(01).
               88 PENSAO-SOBRE-BRUTO     VALUE "B".
               88 PENSAO-SOBRE-LIQUIDO   VALUE "L".
           05  PN-INCIDE-13          PIC X(01).
               88 PENSAO-INCIDE-13       VALUE "S".
           05  PN-INCIDE-FERIAS      PIC X(01).
               88 PENSAO-INCIDE-FERIAS   VALUE "S".
