      *               voids the set entered in error, demands the
      *               supervisor authorization the grade corrections
      *               already demand (an OPERADORES.DAT codigo with
      *               perfil S), rewrites the file through a new copy
      *               renamed over the original, as LINE SEQUENTIAL
      *               demands,
      *               and logs old and new marks to AUDPONTO.DAT the
      *               way AUDITORIA.DAT logs grade changes - so the
      *               fix stops being a text editor on the data file.
           END-READ.

      * Rewrites PONTO.DAT with the set corrected (or dropped, on a
      * void): the marks are copied to a new file, then PONTO.DAT is
      * deleted and the copy renamed over it.
       REGRAVAR-PONTO.
           MOVE "N" TO SW-ENCONTROU SW-FIM-ARQ.

