      *             a different codigo is keyed, so two failures
      *             against one operator no longer block the next
      *             operator on their first wrong senha.
      * 2026-10-15  SESSOES.DAT layout moved to the shared REGSESS
      *             copybook, now that the security report reads it.
      * 2026-10-15  A sign-on attempt by an operator already blocked
      *             is logged J, apart from the B of the lockout
      *             itself, so the report no longer counts each retry
      *             as a new lockout.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFETUAR-LOGON.
           VALUE OF FILE-ID "SESSOES.DAT".

       01  REG-SESSAO.
           COPY REGSESS.

       WORKING-STORAGE SECTION.
       77  OP-ERRO PIC X(02) VALUE "00".

           IF OPERADOR-BLOQUEADO-A
              DISPLAY "Operador bloqueado: procure um supervisor !"
              MOVE "J" TO RESULTADO-SESSAO
              PERFORM GRAVAR-SESSAO THRU GRAVAR-SESSAO-EXIT
              MOVE 3 TO QTD-TENTATIVAS
              GO TO TENTAR-LOGON-EXIT.
