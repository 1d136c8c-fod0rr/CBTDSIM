      * check reads); QTD-LOJA-ARQ is the slice of it sitting in the
      * loja, the rest being deposito. Transfers move the slice.
           05 QTD-LOJA-ARQ             Pic 9(03).
      * EAN-13 barcode printed on the package, check digit conferred
      * through VALIDAR-EAN and unique across the catalog; zeros
      * when the product carries none.
           05 EAN-ARQ                  Pic 9(13).
