      *             MEDIA and SITUACAO recomputed by the same rules
      *             SEXO's CADASTRAR applies (99,9 ausente sentinel
      *             included), or voids a record entered in error;
      *             the file is rewritten via a new-file pass that is
      *             then renamed over the original, honoring the PROVAS
      *             environment-variable redirection, and every
      *             change lands on LOGPROVA.DAT with the old and
      *             new record and the operator - so corrections
