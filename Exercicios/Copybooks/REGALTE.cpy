      ******************************************************************
      * Shared layout of one ALTERACOES.DAT record: the common
      * before/after change log of the master files. Each cadastro
      * program fills one record per field changed (or one per
      * inclusion / exclusion) and CALLs GRAVAR-ALTERACAO, which
      * stamps the date and time and appends it; CONSULTAR-
      * ALTERACOES queries it. LA-OPERADOR is the codigo returned
      * by EFETUAR-LOGON; LA-ARQUIVO names the master file without
      * its extension and LA-CHAVE holds its key as displayed.
      * LA-SENSIVEL marks bank data, salary and perfil changes,
      * which the query prints on a page of their own. Copy at the
      * 05 level inside an enclosing 01 group.
      ******************************************************************
           05  LA-DATA         PIC 9(08).
           05  LA-HORA         PIC 9(06).
           05  LA-OPERADOR     PIC 9(04).
           05  LA-ARQUIVO      PIC X(12).
           05  LA-CHAVE        PIC X(36).
           05  LA-CAMPO        PIC X(12).
           05  LA-OPERACAO     PIC X(01).
               88 LA-INCLUSAO      VALUE "I".
               88 LA-ALTERACAO     VALUE "A".
               88 LA-EXCLUSAO      VALUE "E".
           05  LA-SENSIVEL     PIC X(01).
               88 LA-DADO-SENSIVEL VALUE "S".
           05  LA-VALOR-ANTIGO PIC X(30).
           05  LA-VALOR-NOVO   PIC X(30).
