      ******************************************************************
      * Shared layout of one KITS.DAT record (composicao de kits),
      * one per component of a kit, kept by CADASTRO-KITS. The kit
      * itself is an ordinary product of the catalog carrying the
      * selling price; it holds no stock of its own. VENDA-BALCAO
      * sells a kit by taking KT-QTD units of every component from
      * the loja, and the kit's CUSTO-MEDIO-ARQ is kept at the sum of
      * its components' average costs. A kit's records are always
      * written together, one after another. Copy at the 05 level
      * inside an enclosing 01 group.
      ******************************************************************
           05  KT-KIT              PIC 9(05).
           05  KT-COMPONENTE       PIC 9(05).
           05  KT-QTD              PIC 9(03).
