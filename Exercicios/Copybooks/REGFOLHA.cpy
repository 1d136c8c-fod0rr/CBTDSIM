      * "T" trailer (record count, total bruto, total liquido) after
      * the last, so a run that died halfway or a truncated file can
      * be detected by VERIFICA-FOLHA. Payments are "D" details.
      * Run modes: 1 individual, 2 lote, 3 decimo terceiro, 5 ferias,
      * 6 rescisao, 7 diferencas de dissidio. A rescisao run carries
      * the termo of one matricula: the saldo de salario detail (with
      * its hours; ferias, 1/3 and aviso indenizados as outros
      * proventos) and, when due, a detail with no hours for the 13o
      * proporcional. A dissidio run (DISSIDIO) carries one detail
      * per employee with the retroactive differences of the closed
      * competencias since the vigencia, with no hours.
      *
      * FP-VALOR-EXTRAS holds every premium paid on top of the normal
      * hours: the 50%/100% extras, the banco de horas paid out and,
      * in the lote, the adicional noturno.
      *
      * FP-OUTROS-PROVENTOS and FP-OUTROS-DESCONTOS carry the summed
      * recurring items (rubricas) of the payment, applied after the
