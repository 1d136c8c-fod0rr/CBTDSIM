      * subprogram, never in the clear; OP-TROCAR forces a change
      * on the next sign-on (set on inclusion and on an unblock);
      * OP-BLOQUEIO is set to B by EFETUAR-LOGON after repeated
      * failures, or by SEGURANCA-ACESSOS on an idle account, and
      * cleared only by CADASTRO-OPERADORES.
           05  OP-SENHA    PIC X(08).
           05  OP-TROCAR   PIC X(01).
               88 TROCA-PENDENTE     VALUE "S".
