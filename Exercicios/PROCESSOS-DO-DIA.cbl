      *             now log as CONTAGEM events; the batch's own
      *             events carry the counts zeroed. RESUMO-MANHA
      *             reads the same records for the morning report.
      * 2026-10-15  VARIACAO-FOLHA joins the known steps: scheduled
      *             on the parameter card just before the closing,
      *             it prints the variance of the competencia against
      *             the month before for the supervisor's review.
      * 2026-10-15  PENDENCIAS joins the known steps and closes the
      *             default plan: the consolidated worklist of the
      *             pending items of every area is printed after the
      *             day's processing, waiting in the morning with the
      *             items new and resolved since the day before.
      *             It only reads the other files, so it runs even
      *             after an earlier step aborted the batch - those
      *             are the mornings the list matters most.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESSOS-DO-DIA.
           05  FILLER PIC X(15) VALUE "PRODUTOS".
           05  FILLER PIC X(15) VALUE "SEXO".
           05  FILLER PIC X(15) VALUE "ARQUIVAR-DADOS".
           05  FILLER PIC X(15) VALUE "VARIACAO-FOLHA".
           05  FILLER PIC X(15) VALUE "PENDENCIAS".
       01  FILLER REDEFINES PROGRAMAS-CONHECIDOS.
           05  PROGRAMA-CONHECIDO OCCURS 9 TIMES
               INDEXED BY IX-CONHECIDO PIC X(15).

      * The day's plan, in execution order, with each step's
      * done-today mark read back from JOBLOG.DAT.
       01  TABELA-PLANO VALUE SPACES.
           05  PLANO-TAB OCCURS 9 TIMES INDEXED BY IX-PASSO.
               10  PL-PROGRAMA PIC X(15).
               10  PL-FEITO    PIC X(01).

                 GO TO CARREGAR-PLANO-EXIT.

              PERFORM LER-PARAMETRO UNTIL PM-ERRO = "10"
                 OR QTD-PASSOS = 9.

              CLOSE ARQUIVO-PARAMETROS.

              MOVE "N" TO SW-PASSO-CONHECIDO.
              PERFORM COMPARAR-PASSO
                 VARYING IX-CONHECIDO FROM 1 BY 1
                 UNTIL IX-CONHECIDO > 9.

       COMPARAR-PASSO.
              IF PM-PROGRAMA = PROGRAMA-CONHECIDO(IX-CONHECIDO)
                 MOVE "S" TO SW-PASSO-CONHECIDO
                 SET IX-CONHECIDO TO 9.

       MONTAR-PLANO-PADRAO.
              MOVE 7 TO QTD-PASSOS.
              MOVE "VALIDAR-ARQUIVO" TO PL-PROGRAMA(1).
              MOVE "CALCULA-SALARIO" TO PL-PROGRAMA(2).
              MOVE "CALCULAR-MEDIA"  TO PL-PROGRAMA(3).
              MOVE "PRODUTOS"        TO PL-PROGRAMA(4).
              MOVE "SEXO"            TO PL-PROGRAMA(5).
              MOVE "ARQUIVAR-DADOS"  TO PL-PROGRAMA(6).
              MOVE "PENDENCIAS"      TO PL-PROGRAMA(7).
              MOVE "N" TO PL-FEITO(1) PL-FEITO(2) PL-FEITO(3)
                 PL-FEITO(4) PL-FEITO(5) PL-FEITO(6) PL-FEITO(7).

       REGISTRAR-PLANO.
              MOVE PL-PROGRAMA(IX-PASSO) TO JL-PROGRAMA.
              MOVE ZEROS TO QTD-FEITOS.

      * Runs one step of the plan: skipped when already done today
      * or when an earlier step failed (except PENDENCIAS, which
      * only reads and reports); otherwise logged INICIO,
      * CALLed, and logged FIM - or ERRO with the step's status
      * code, which stops the remaining steps.
       EXECUTAR-PASSO.
              IF LOTE-ABORTADO
                 AND PL-PROGRAMA(IX-PASSO) NOT = "PENDENCIAS"
                 DISPLAY "Passo " PL-PROGRAMA(IX-PASSO)
                    " nao executado: lote abortado."
                 GO TO EXECUTAR-PASSO-EXIT.
                    CALL "SEXO"
                 WHEN "ARQUIVAR-DADOS"
                    CALL "ARQUIVAR-DADOS"
                 WHEN "VARIACAO-FOLHA"
                    CALL "VARIACAO-FOLHA"
                 WHEN "PENDENCIAS"
                    CALL "PENDENCIAS"
              END-EVALUATE.

              MOVE PL-PROGRAMA(IX-PASSO) TO JL-PROGRAMA.
