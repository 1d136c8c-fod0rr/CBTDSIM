      *             with subtotals by fornecedor and the company
      *             total - the inventory figure the accountant
      *             needs, not the shelf price times quantity.
      * 2026-10-15  The company total is now also filed on
      *             VALESTOQ.DAT under the competencia of the run
      *             date, the estoque figure EXPORTAR-CONTABIL takes
      *             to the ledger; a rerun in the month supersedes.
      * 2026-10-15  REGPROD widened to 87 with the EAN-13 barcode
      *             (EAN-ARQ).
      *----------------------------------------------------*

       Environment Division.
           Record Key Is COD-ARQ
           File Status Is ERRO-PROD.

           Select ARQUIVO-VALESTOQ Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-VEST.

       Data Division.
      *----------------------------------------------------*
       File Section.
      *-----------------------*
       FD  ARQUIVO-PRODUTOS
           Label Record Is Standard
           Record Contains 87 Characters
           Data Record Is REGPROD-ARQ
           Value Of File-Id "PRODUTOS.DAT".

       01  REGPROD-ARQ.
           COPY REGPROD.

       FD  ARQUIVO-VALESTOQ
           Label Record Is Standard
           Record Contains 25 Characters
           Data Record Is REG-VALESTOQ
           Value Of File-Id "VALESTOQ.DAT".

       01  REG-VALESTOQ.
           COPY REGVEST.

       Working-Storage Section.
      *-----------------------*
       77  ERRO-PROD                      Pic X(02) Value "00".
       77  ERRO-VEST                      Pic X(02) Value "00".
       77  SW-FIM-ARQ                     Pic X(01) Value "N".
           88 FIM-ARQ                            Value "S".
       77  SW-ACHOU                       Pic X(01) Value "N".
       77  VALOR-TOTAL                    Pic 9(09)V99 Value Zeros.
       77  MASCARA                        Pic ZZZ.ZZZ.ZZ9,99.

       01  DATA-HOJE.
           05 COMPETENCIA-HOJE Pic 9(06).
           05 DIA-HOJE         Pic 9(02).

       01  TABELA-FORNECEDORES Value Zeros.
           05 FORN-TAB Occurs 50 Times Indexed By IX-FORN.
              10 VF-COD-FORN Pic 9(04).
              Move VALOR-TOTAL To MASCARA.
              Display "Valor do estoque......: " MASCARA.

              Perform GRAVAR-VALORIZACAO Thru GRAVAR-VALORIZACAO-EXIT.

       END-OF-JOB.
              Goback.

              Display "Fornecedor " VF-COD-FORN(IX-FORN) ": "
                 MASCARA.

      * Appends the company total to VALESTOQ.DAT under the
      * competencia of today's date.
       GRAVAR-VALORIZACAO.
              Accept DATA-HOJE From Date Yyyymmdd.

              Open Extend ARQUIVO-VALESTOQ.
              If ERRO-VEST = "35"
                 Open Output ARQUIVO-VALESTOQ.

              If ERRO-VEST Not = "00"
                 Display "Erro ao abrir ARQUIVO-VALESTOQ, status "
                    ERRO-VEST
                 GO TO GRAVAR-VALORIZACAO-EXIT.

              Move COMPETENCIA-HOJE To VE-COMPETENCIA.
              Move DATA-HOJE To VE-DATA.
              Move VALOR-TOTAL To VE-VALOR.
              Write REG-VALESTOQ.

              If ERRO-VEST Not = "00"
                 Display "Erro ao gravar REG-VALESTOQ, status "
                    ERRO-VEST.

              Close ARQUIVO-VALESTOQ.

       GRAVAR-VALORIZACAO-EXIT.
              EXIT.

       END PROGRAM VALORIZAR-ESTOQUE.
