      *             indexed catalog), every product whose descricao
      *             contains a typed fragment, and every product of
      *             one fornecedor with its stock position.
      * 2026-10-15  REGPROD widened to 87 with the EAN-13 barcode
      *             (EAN-ARQ).
      *----------------------------------------------------*

       Environment Division.
      *-----------------------*
       FD  ARQUIVO-PRODUTOS
           Label Record Is Standard
           Record Contains 87 Characters
           Data Record Is REGPROD-ARQ
           Value Of File-Id "PRODUTOS.DAT".

