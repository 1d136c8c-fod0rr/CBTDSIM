      *             product's average cost - so expired goods stop
      *             being discovered on the shelf by the health
      *             inspector.
      * 2026-10-15  REGPROD widened to 87 with the EAN-13 barcode
      *             (EAN-ARQ).
      *----------------------------------------------------*

       Environment Division.

       FD  ARQUIVO-PRODUTOS
           Label Record Is Standard
           Record Contains 87 Characters
           Data Record Is REGPROD-ARQ
           Value Of File-Id "PRODUTOS.DAT".

