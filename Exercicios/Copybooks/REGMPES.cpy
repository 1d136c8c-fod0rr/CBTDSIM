      ******************************************************************
      * Shared layout of one MOVPESSOAL.DAT record, the monthly
      * declaration of admissions and desligamentos written by
      * MOVIMENTACAO-PESSOAL for one competencia. Copy at the 05
      * level inside an enclosing 01 group.
      *
      * The file opens with an "H" header (competencia and the
      * establishment) and closes with a "T" trailer carrying the
      * counts of admissions and desligamentos, the same control
      * bracketing FOLHA-PAGAMENTO.DAT uses. Each "D" detail is one
      * movement: MP-MOVIMENTO "A" for an admission (FN-ADMISSAO in
      * the competencia) or "D" for a desligamento (FN-DESLIGAMENTO),
      * with the salario mensal in force on the date of the movement
      * and, on a desligamento, the tipo of the termo on RESCISAO.DAT
      * (S sem justa causa, P pedido de demissao, J justa causa;
      * blank when no termo typed it).
      ******************************************************************
           05  MP-TIPO              PIC X(01).
               88 MP-HEADER             VALUE "H".
               88 MP-DETALHE-REG        VALUE "D".
               88 MP-TRAILER            VALUE "T".
           05  MP-DETALHE.
               10  MP-MATRICULA     PIC 9(05).
               10  MP-NOME          PIC X(30).
               10  MP-CARGO         PIC X(20).
               10  MP-MOVIMENTO     PIC X(01).
                   88 MP-ADMISSAO       VALUE "A".
                   88 MP-DESLIGAMENTO   VALUE "D".
               10  MP-DATA          PIC 9(08).
               10  MP-SALARIO       PIC 9(05)V99.
               10  MP-TIPO-DESLIG   PIC X(01).
           05  MP-CONTROLE REDEFINES MP-DETALHE.
               10  MP-CTL-COMPETENCIA    PIC 9(06).
               10  MP-CTL-CNPJ           PIC 9(14).
               10  MP-CTL-EMPRESA        PIC X(30).
               10  MP-CTL-ADMISSOES      PIC 9(05).
               10  MP-CTL-DESLIGAMENTOS  PIC 9(05).
               10  FILLER                PIC X(12).
