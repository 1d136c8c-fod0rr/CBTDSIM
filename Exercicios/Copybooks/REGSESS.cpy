      ******************************************************************
      * Shared layout of one SESSOES.DAT record: who, where and when,
      * with the resultado. EFETUAR-LOGON writes one line per sign-on
      * attempt that reached a verdict (S aceita, N recusada, B
      * bloqueada nesta tentativa, J operador ja bloqueado);
      * REGISTRAR-ACESSO adds one line each time the menu is asked
      * for a supervisor-only function (E entrou, R recusado por
      * falta de perfil). Read by SEGURANCA-ACESSOS. Copy at the 05
      * level inside an enclosing 01 group.
      ******************************************************************
           05  SE-DATA      PIC 9(08).
           05  SE-HORA      PIC 9(08).
           05  SE-OPERADOR  PIC 9(04).
           05  SE-PROGRAMA  PIC X(15).
           05  SE-RESULTADO PIC X(01).
               88 SESSAO-ACEITA     VALUE "S".
               88 SESSAO-RECUSADA   VALUE "N".
               88 SESSAO-BLOQUEADA  VALUE "B".
               88 SESSAO-JA-BLOQUEADA VALUE "J".
               88 ACESSO-RESTRITO   VALUE "E".
               88 ACESSO-NEGADO     VALUE "R".
