      * Shared layout of one MOVESTOQ.DAT record (movimentacao de
      * estoque), written by MOVIMENTO-ESTOQUE for entradas/saidas
      * and by INVENTARIO for count adjustments, and read back by
      * the kardex. Closed, snapshotted months past the retention
      * horizon are moved by RETENCAO-DADOS to MOVESTOQ-AAAA.DAT in
      * this same layout. Copy at the 05 level inside an enclosing
      * 01 group; use REPLACING to rename the MV- prefix when a
      * program needs a second buffer.
      ******************************************************************
           05 MV-DATA      Pic 9(08).
