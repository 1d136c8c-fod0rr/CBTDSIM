      ******************************************************************
      * Author:       BERGAMASCHI, MARCELO.
      * Date:         2026-10-15.
      * Purpose:      Runs the month-end closing programs of one
      *               competencia back to back, in the order the
      *               closing needs them - AUDITAR-PONTO,
      *               FECHAR-PONTO, the CALCULA-SALARIO lote,
      *               VERIFICA-FOLHA, FGTS-MENSAL, PROVISAO-FOLHA,
      *               FECHAMENTO-FOLHA and FECHAR-ESTOQUE - with the
      *               competencia keyed once and handed to every step
      *               on the COMPMES.DAT card. Between steps it holds
      *               the gates of the closing (competencia still
      *               open on COMPSTAT.DAT, no ponto exception left
      *               on PONTOEXC.DAT, a clean VERIFICA-FOLHA, the
      *               run-date steps inside their month); every event
      *               lands on JOBLOG.DAT, a re-run resumes at the
      *               first step not yet concluded for the
      *               competencia, and the run ends with the one-page
      *               closing certificate on CERTMES.DAT.
      * Tectonics: cobc -x PROCESSOS-DO-MES.cbl AUDITAR-PONTO.cbl
      *               FECHAR-PONTO.cbl CALCULA-SALARIO.cbl
      *               VERIFICA-FOLHA.cbl FGTS-MENSAL.cbl
      *               PROVISAO-FOLHA.cbl FECHAMENTO-FOLHA.cbl
      *               FECHAR-ESTOQUE.cbl CONFERIR-COMPETENCIA.cbl
      *               -I Copybooks
      ******************************************************************
      * Modification History:
      * 2026-10-15  First version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESSOS-DO-MES.
       AUTHOR.       BERGAMASCHI, MARCELO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       INSTALLATION. IFSP-Cubatao.
       SECURITY.     FECHAMENTO MENSAL EM LOTE.

       ENVIRONMENT DIVISION.
      *----------------------------------------------------*
       CONFIGURATION SECTION.
      *---------------------*
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.
              DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-JOBLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JL-ERRO.

           SELECT ARQUIVO-EXECUCAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EX-ERRO.

           SELECT ARQUIVO-COMPMES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CM-ERRO.

           SELECT ARQUIVO-EXCECOES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS XC-ERRO.

           SELECT ARQUIVO-CERTIFICADO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CT-ERRO.

       DATA DIVISION.
      *----------------------------------------------------*
       FILE SECTION.
      *-----------------------*
       FD  ARQUIVO-JOBLOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS REG-JOBLOG
           VALUE OF FILE-ID "JOBLOG.DAT".

       01  REG-JOBLOG.
           COPY REGJLOG.

      * Execution-mode card shared with the daily batch: AUTOMATICO
      * takes the competencia from the run date, no operator needed.
       FD  ARQUIVO-EXECUCAO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS REG-EXECUCAO
           VALUE OF FILE-ID "EXECUCAO.DAT".

       01  REG-EXECUCAO.
           05  EX-MODO       PIC X(10).

      * Competencia card handed to the steps: written before each
      * CALL with the day it was written, emptied when the chain
      * ends. The steps only honour a card dated today.
       FD  ARQUIVO-COMPMES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS REG-COMPMES
           VALUE OF FILE-ID "COMPMES.DAT".

       01  REG-COMPMES.
           05  CM-COMPETENCIA PIC 9(06).
           05  CM-DATA        PIC 9(08).

      * The ponto exceptions AUDITAR-PONTO left; only counted here.
       FD  ARQUIVO-EXCECOES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS REG-EXCECAO
           VALUE OF FILE-ID "PONTOEXC.DAT".

       01  REG-EXCECAO      PIC X(53).

       FD  ARQUIVO-CERTIFICADO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "CERTMES.DAT".

       01  LINHA-RELATORIO PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  JL-ERRO    PIC X(02) VALUE "00".
       77  EX-ERRO    PIC X(02) VALUE "00".
       77  CM-ERRO    PIC X(02) VALUE "00".
       77  XC-ERRO    PIC X(02) VALUE "00".
       77  CT-ERRO    PIC X(02) VALUE "00".
       77  SW-AUTOMATICO PIC X(01) VALUE "N".
           88 MODO-AUTOMATICO  VALUE "S".
       77  COMPETENCIA PIC 9(06) VALUE ZEROS.
       77  DATA-REFERENCIA PIC 9(08) VALUE ZEROS.
       77  SITUACAO-COMPETENCIA PIC X(01) VALUE SPACE.
       77  QTD-PASSOS PIC 9(01) VALUE 8.
       77  QTD-FEITOS PIC 9(01) VALUE ZEROS.
       77  QTD-EXCECOES-PONTO PIC 9(06) VALUE ZEROS.
       77  POS-PASSO PIC 9(01) VALUE ZEROS.
       77  SW-LOTE-ABORTADO PIC X(01) VALUE "N".
           88 LOTE-ABORTADO     VALUE "S".
       77  SW-CONDICAO PIC X(01) VALUE "S".
           88 CONDICAO-ATENDIDA VALUE "S".
       77  SW-LEITURA PIC X(01) VALUE "R".
           88 LEITURA-REINICIO  VALUE "R".
       77  CONFIRMA   PIC X(01) VALUE "N".
           88 CONFIRMADO   VALUE "S", "s".
       77  CODIGO-RETORNO PIC 9(04) VALUE ZEROS.
       77  MOTIVO-BARRADO PIC X(26) VALUE SPACES.

       01  DATA-HORA-ATUAL.
           05  DH-DATA       PIC 9(08).
           05  DH-HORA       PIC 9(08).

       01  DATA-HOJE-DESDOB.
           05  COMPETENCIA-HOJE PIC 9(06).
           05  DIA-HOJE         PIC 9(02).

       01  COMPETENCIA-DESDOB.
           05  ANO-COMP  PIC 9(04).
           05  MES-COMP  PIC 9(02).

      * The marker a step logs on JOBLOG.DAT right after its FIM
      * once it concluded for the competencia - what a re-run reads
      * back to skip it, whatever the day it ran.
       01  EVENTO-MES.
           05  FILLER         PIC X(04) VALUE "MES ".
           05  EM-COMPETENCIA PIC 9(06).

      * The closing's steps, in execution order.
       01  PASSOS-DO-MES.
           05  FILLER PIC X(15) VALUE "AUDITAR-PONTO".
           05  FILLER PIC X(15) VALUE "FECHAR-PONTO".
           05  FILLER PIC X(15) VALUE "CALCULA-SALARIO".
           05  FILLER PIC X(15) VALUE "VERIFICA-FOLHA".
           05  FILLER PIC X(15) VALUE "FGTS-MENSAL".
           05  FILLER PIC X(15) VALUE "PROVISAO-FOLHA".
           05  FILLER PIC X(15) VALUE "FECHAMENTO-FOLH".
           05  FILLER PIC X(15) VALUE "FECHAR-ESTOQUE".
       01  FILLER REDEFINES PASSOS-DO-MES.
           05  PASSO-DO-MES OCCURS 8 TIMES PIC X(15).

      * The plan with each step's outcome: the done mark read back
      * from JOBLOG.DAT, the outcome text, the day it concluded and
      * the counts its CONTAGEM event carried; PL-PEND- holds the
      * latest CONTAGEM until the step's marker confirms it.
       01  TABELA-PLANO VALUE SPACES.
           05  PLANO-TAB OCCURS 8 TIMES INDEXED BY IX-PASSO.
               10  PL-PROGRAMA  PIC X(15).
               10  PL-FEITO     PIC X(01).
               10  PL-SITUACAO  PIC X(26).
               10  PL-DATA-FIM  PIC 9(08).
               10  PL-QTD-PROC  PIC 9(06).
               10  PL-QTD-REJ   PIC 9(06).
               10  PL-PEND-PROC PIC 9(06).
               10  PL-PEND-REJ  PIC 9(06).

      *----------------------------------------------------*
      * Closing certificate lines, 72 columns.
      *----------------------------------------------------*
       01  CABECALHO-PAGINA.
           05  CB-TITULO    PIC X(46)
               VALUE "CERTIFICADO DE FECHAMENTO MENSAL".
           05  CB-DATA      PIC 9(08).
           05  FILLER       PIC X(12) VALUE "      PAGINA".
           05  CB-PAGINA    PIC ZZ9.
           05  FILLER       PIC X(03) VALUE SPACES.

       01  LINHA-COMPETENCIA.
           05  FILLER       PIC X(13) VALUE "COMPETENCIA: ".
           05  LC-COMPETENCIA PIC 9(06).
           05  FILLER       PIC X(13) VALUE "   EXECUCAO: ".
           05  LC-EXECUCAO  PIC X(10).
           05  FILLER       PIC X(30) VALUE SPACES.

       01  LINHA-COLUNAS.
           05  FILLER       PIC X(03) VALUE "N. ".
           05  FILLER       PIC X(17) VALUE "PASSO".
           05  FILLER       PIC X(28) VALUE "SITUACAO".
           05  FILLER       PIC X(10) VALUE "CONCLUSAO".
           05  FILLER       PIC X(07) VALUE " PROC. ".
           05  FILLER       PIC X(07) VALUE "  REJ. ".

       01  LINHA-PASSO.
           05  LP-ORDEM     PIC 9(01).
           05  FILLER       PIC X(02) VALUE SPACES.
           05  LP-PROGRAMA  PIC X(15).
           05  FILLER       PIC X(02) VALUE SPACES.
           05  LP-SITUACAO  PIC X(26).
           05  FILLER       PIC X(02) VALUE SPACES.
           05  LP-DATA      PIC X(08).
           05  FILLER       PIC X(02) VALUE SPACES.
           05  LP-PROC      PIC ZZZZZ9.
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LP-REJ       PIC ZZZZZ9.
           05  FILLER       PIC X(01) VALUE SPACES.

       01  LINHA-RESULTADO.
           05  FILLER       PIC X(11) VALUE "RESULTADO: ".
           05  LR-TEXTO     PIC X(44).
           05  LR-PASSO     PIC X(15).
           05  FILLER       PIC X(02) VALUE SPACES.

       01  LINHA-VISTO.
           05  FILLER       PIC X(22) VALUE "VISTO DO RESPONSAVEL: ".
           05  FILLER       PIC X(30) VALUE ALL "_".
           05  FILLER       PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              DISPLAY "*-----------------------------------*".
              DISPLAY "  PROCESSOS DO MES - INICIANDO LOTE   ".
              DISPLAY "*-----------------------------------*".

              ACCEPT DATA-HOJE-DESDOB FROM DATE YYYYMMDD.

              PERFORM VERIFICAR-EXECUCAO
                 THRU VERIFICAR-EXECUCAO-FIM.

      * The competencia is keyed once here and reaches every step
      * on the COMPMES.DAT card; unattended, it is the run date's.
              IF MODO-AUTOMATICO
                 MOVE COMPETENCIA-HOJE TO COMPETENCIA
                 DISPLAY "Execucao automatica: competencia "
                    COMPETENCIA
              ELSE
                 PERFORM ENTRAR-COMPETENCIA
                    UNTIL COMPETENCIA > ZEROS.
              MOVE COMPETENCIA TO EM-COMPETENCIA.

              PERFORM MONTAR-PLANO
                 VARYING IX-PASSO FROM 1 BY 1
                 UNTIL IX-PASSO > QTD-PASSOS.
              PERFORM REGISTRAR-PLANO
                 VARYING IX-PASSO FROM 1 BY 1
                 UNTIL IX-PASSO > QTD-PASSOS.

              MOVE "R" TO SW-LEITURA.
              PERFORM LEVANTAR-FEITOS THRU LEVANTAR-FEITOS-EXIT.

              IF QTD-FEITOS > ZEROS
                 DISPLAY QTD-FEITOS " passo(s) ja concluido(s) p/ "
                    "a competencia " COMPETENCIA "."
                 IF MODO-AUTOMATICO
                    DISPLAY "Execucao automatica: passos concluidos "
                       "serao pulados."
                 ELSE
                    DISPLAY "Reexecutar os passos concluidos (S/N) ?"
                    ACCEPT CONFIRMA
                    IF CONFIRMADO
                       PERFORM LIMPAR-FEITOS
                          VARYING IX-PASSO FROM 1 BY 1
                          UNTIL IX-PASSO > QTD-PASSOS.

              PERFORM EXECUTAR-PASSO THRU EXECUTAR-PASSO-EXIT
                 VARYING IX-PASSO FROM 1 BY 1
                 UNTIL IX-PASSO > QTD-PASSOS.

              PERFORM LIMPAR-CARTAO.

      * A second pass over the log picks up the counts the steps of
      * this run filed as CONTAGEM events.
              MOVE "C" TO SW-LEITURA.
              PERFORM LEVANTAR-FEITOS THRU LEVANTAR-FEITOS-EXIT.

              PERFORM EMITIR-CERTIFICADO THRU EMITIR-CERTIFICADO-EXIT.

              DISPLAY "*-----------------------------------*".
              IF LOTE-ABORTADO
                 DISPLAY "  PROCESSOS DO MES - LOTE ABORTADO    "
                 MOVE 8 TO RETURN-CODE
              ELSE
                 DISPLAY "  PROCESSOS DO MES - LOTE CONCLUIDO   ".
              DISPLAY "*-----------------------------------*".
              STOP RUN.

      * Reads the execution-mode card the same way the daily batch
      * does; a missing card means the usual operated run.
       VERIFICAR-EXECUCAO.
              MOVE "N" TO SW-AUTOMATICO.
              OPEN INPUT ARQUIVO-EXECUCAO.
              IF EX-ERRO NOT = "00"
                 GO TO VERIFICAR-EXECUCAO-FIM.
              READ ARQUIVO-EXECUCAO
                 AT END
                    CONTINUE
                 NOT AT END
                    IF EX-MODO = "AUTOMATICO"
                       MOVE "S" TO SW-AUTOMATICO
                    END-IF
              END-READ.
              CLOSE ARQUIVO-EXECUCAO.

       VERIFICAR-EXECUCAO-FIM.
              EXIT.

      * Zero takes the competencia of the run date.
       ENTRAR-COMPETENCIA.
              DISPLAY "Competencia a fechar (AAAAMM, zero p/ "
                 COMPETENCIA-HOJE ") :".
              ACCEPT COMPETENCIA.
              IF COMPETENCIA = ZEROS
                 MOVE COMPETENCIA-HOJE TO COMPETENCIA.
              MOVE COMPETENCIA TO COMPETENCIA-DESDOB.
              IF MES-COMP = ZEROS OR MES-COMP > 12
                 DISPLAY "Competencia invalida !"
                 MOVE ZEROS TO COMPETENCIA.

       MONTAR-PLANO.
              MOVE PASSO-DO-MES(IX-PASSO) TO PL-PROGRAMA(IX-PASSO).
              MOVE "N" TO PL-FEITO(IX-PASSO).
              MOVE ZEROS TO PL-DATA-FIM(IX-PASSO) PL-QTD-PROC(IX-PASSO)
                 PL-QTD-REJ(IX-PASSO) PL-PEND-PROC(IX-PASSO)
                 PL-PEND-REJ(IX-PASSO).

       REGISTRAR-PLANO.
              MOVE PL-PROGRAMA(IX-PASSO) TO JL-PROGRAMA.
              MOVE "PLANO" TO JL-EVENTO.
              PERFORM GRAVAR-LOG THRU GRAVAR-LOG-EXIT.

      * Reads the job log back. On the restart pass (R) every step
      * whose competencia marker is on file is marked done, with the
      * day and the counts of the run that concluded it; on the
      * counts pass (C) only the steps run now take their counts.
       LEVANTAR-FEITOS.
              IF LEITURA-REINICIO
                 MOVE ZEROS TO QTD-FEITOS.

              OPEN INPUT ARQUIVO-JOBLOG.
              IF JL-ERRO NOT = "00"
                 GO TO LEVANTAR-FEITOS-EXIT.

              PERFORM LER-JOBLOG THRU LER-JOBLOG-EXIT
                 UNTIL JL-ERRO = "10".

              CLOSE ARQUIVO-JOBLOG.

       LEVANTAR-FEITOS-EXIT.
              EXIT.

      * INICIO clears a step's pending counts, CONTAGEM fills them
      * and the competencia marker makes them the step's own.
       LER-JOBLOG.
              READ ARQUIVO-JOBLOG
                 AT END
                    MOVE "10" TO JL-ERRO
                    GO TO LER-JOBLOG-EXIT
              END-READ.

              MOVE ZEROS TO POS-PASSO.
              PERFORM PROCURAR-PASSO
                 VARYING IX-PASSO FROM 1 BY 1
                 UNTIL IX-PASSO > QTD-PASSOS.
              IF POS-PASSO = ZEROS
                 GO TO LER-JOBLOG-EXIT.
              SET IX-PASSO TO POS-PASSO.

              EVALUATE TRUE
                 WHEN JL-EVENTO = "INICIO"
                    MOVE ZEROS TO PL-PEND-PROC(IX-PASSO)
                       PL-PEND-REJ(IX-PASSO)
                 WHEN JL-EVENTO = "CONTAGEM"
                    MOVE JL-QTD-PROC TO PL-PEND-PROC(IX-PASSO)
                    MOVE JL-QTD-REJ TO PL-PEND-REJ(IX-PASSO)
                 WHEN JL-EVENTO = EVENTO-MES
                    PERFORM MARCAR-FEITO
              END-EVALUATE.

       LER-JOBLOG-EXIT.
              EXIT.

       PROCURAR-PASSO.
              IF JL-PROGRAMA = PL-PROGRAMA(IX-PASSO)
                 SET POS-PASSO TO IX-PASSO.

       MARCAR-FEITO.
              IF LEITURA-REINICIO
                 IF PL-FEITO(IX-PASSO) NOT = "S"
                    ADD 1 TO QTD-FEITOS
                 END-IF
                 MOVE "S" TO PL-FEITO(IX-PASSO)
                 MOVE "CONCLUIDO" TO PL-SITUACAO(IX-PASSO)
                 MOVE JL-DATA TO PL-DATA-FIM(IX-PASSO)
                 MOVE PL-PEND-PROC(IX-PASSO) TO PL-QTD-PROC(IX-PASSO)
                 MOVE PL-PEND-REJ(IX-PASSO) TO PL-QTD-REJ(IX-PASSO)
              ELSE
                 IF PL-SITUACAO(IX-PASSO) = "EXECUTADO"
                    MOVE PL-PEND-PROC(IX-PASSO)
                       TO PL-QTD-PROC(IX-PASSO)
                    MOVE PL-PEND-REJ(IX-PASSO)
                       TO PL-QTD-REJ(IX-PASSO).

       LIMPAR-FEITOS.
              MOVE "N" TO PL-FEITO(IX-PASSO).
              MOVE SPACES TO PL-SITUACAO(IX-PASSO).
              MOVE ZEROS TO PL-DATA-FIM(IX-PASSO) PL-QTD-PROC(IX-PASSO)
                 PL-QTD-REJ(IX-PASSO) QTD-FEITOS.

      * Runs one step: skipped when already concluded for the
      * competencia or when an earlier step failed; otherwise its
      * gate is checked, the card written, INICIO logged, the step
      * CALLed, and FIM plus the competencia marker logged - or
      * ERRO with the step's status code, which stops the chain.
       EXECUTAR-PASSO.
              IF LOTE-ABORTADO
                 DISPLAY "Passo " PL-PROGRAMA(IX-PASSO)
                    " nao executado: lote abortado."
                 MOVE "NAO EXECUTADO" TO PL-SITUACAO(IX-PASSO)
                 GO TO EXECUTAR-PASSO-EXIT.

              IF PL-FEITO(IX-PASSO) = "S"
                 DISPLAY "Passo " PL-PROGRAMA(IX-PASSO)
                    " ja concluido em " PL-DATA-FIM(IX-PASSO)
                    ", pulando."
                 GO TO EXECUTAR-PASSO-EXIT.

              PERFORM CONFERIR-CONDICAO THRU CONFERIR-CONDICAO-EXIT.
              IF NOT CONDICAO-ATENDIDA
                 GO TO EXECUTAR-PASSO-EXIT.

              PERFORM GRAVAR-CARTAO THRU GRAVAR-CARTAO-EXIT.
              IF NOT CONDICAO-ATENDIDA
                 GO TO EXECUTAR-PASSO-EXIT.

              MOVE PL-PROGRAMA(IX-PASSO) TO JL-PROGRAMA.
              MOVE "INICIO" TO JL-EVENTO.
              PERFORM GRAVAR-LOG THRU GRAVAR-LOG-EXIT.

              MOVE ZEROS TO RETURN-CODE.

              EVALUATE PL-PROGRAMA(IX-PASSO)
                 WHEN "AUDITAR-PONTO"
                    CALL "AUDITAR-PONTO"
                 WHEN "FECHAR-PONTO"
                    CALL "FECHAR-PONTO"
                 WHEN "CALCULA-SALARIO"
                    CALL "CALCULA-SALARIO"
                 WHEN "VERIFICA-FOLHA"
                    CALL "VERIFICA-FOLHA"
                 WHEN "FGTS-MENSAL"
                    CALL "FGTS-MENSAL"
                 WHEN "PROVISAO-FOLHA"
                    CALL "PROVISAO-FOLHA"
                 WHEN "FECHAMENTO-FOLH"
                    CALL "FECHAMENTO-FOLHA"
                 WHEN "FECHAR-ESTOQUE"
                    CALL "FECHAR-ESTOQUE"
              END-EVALUATE.

              MOVE PL-PROGRAMA(IX-PASSO) TO JL-PROGRAMA.
              IF RETURN-CODE NOT = ZEROS
                 MOVE RETURN-CODE TO CODIGO-RETORNO
                 MOVE SPACES TO JL-EVENTO
                 STRING "ERRO " CODIGO-RETORNO
                    DELIMITED BY SIZE INTO JL-EVENTO
                 PERFORM GRAVAR-LOG THRU GRAVAR-LOG-EXIT
                 DISPLAY "Passo " PL-PROGRAMA(IX-PASSO)
                    " falhou com codigo " CODIGO-RETORNO " !"
                 MOVE SPACES TO PL-SITUACAO(IX-PASSO)
                 STRING "FALHOU - ERRO " CODIGO-RETORNO
                    DELIMITED BY SIZE INTO PL-SITUACAO(IX-PASSO)
                 MOVE "S" TO SW-LOTE-ABORTADO
                 MOVE ZEROS TO RETURN-CODE
              ELSE
                 MOVE "FIM" TO JL-EVENTO
                 PERFORM GRAVAR-LOG THRU GRAVAR-LOG-EXIT
                 MOVE EVENTO-MES TO JL-EVENTO
                 PERFORM GRAVAR-LOG THRU GRAVAR-LOG-EXIT
                 MOVE "S" TO PL-FEITO(IX-PASSO)
                 MOVE "EXECUTADO" TO PL-SITUACAO(IX-PASSO)
                 MOVE DH-DATA TO PL-DATA-FIM(IX-PASSO).

       EXECUTAR-PASSO-EXIT.
              EXIT.

      * The gates of the closing, checked just before the step runs:
      * up to the folha closing itself the competencia must still be
      * open on COMPSTAT.DAT; FECHAR-PONTO needs PONTOEXC.DAT empty;
      * the lote and the provision date their records by the run
      * date, so they only run inside the competencia's own month.
      * VERIFICA-FOLHA's own RETURN-CODE is the gate for the rest.
       CONFERIR-CONDICAO.
              MOVE "S" TO SW-CONDICAO.
              ACCEPT DATA-HOJE-DESDOB FROM DATE YYYYMMDD.

              IF PL-PROGRAMA(IX-PASSO) NOT = "FECHAR-ESTOQUE"
                 COMPUTE DATA-REFERENCIA = (COMPETENCIA * 100) + 1
                 CALL "CONFERIR-COMPETENCIA" USING DATA-REFERENCIA,
                    SITUACAO-COMPETENCIA
                 IF SITUACAO-COMPETENCIA = "F"
                    DISPLAY "Competencia " COMPETENCIA " ja fechada "
                       "em COMPSTAT.DAT !"
                    MOVE "BARRADO - COMPET. FECHADA" TO MOTIVO-BARRADO
                    PERFORM BARRAR-PASSO
                    GO TO CONFERIR-CONDICAO-EXIT.

              IF PL-PROGRAMA(IX-PASSO) = "FECHAR-PONTO"
                 PERFORM CONTAR-EXCECOES-PONTO
                    THRU CONTAR-EXCECOES-PONTO-EXIT
                 IF QTD-EXCECOES-PONTO > ZEROS
                    DISPLAY QTD-EXCECOES-PONTO " excecao(oes) de ponto "
                       "pendente(s) em PONTOEXC.DAT !"
                    MOVE "BARRADO - EXCECOES PONTO" TO MOTIVO-BARRADO
                    PERFORM BARRAR-PASSO
                    GO TO CONFERIR-CONDICAO-EXIT.

              IF PL-PROGRAMA(IX-PASSO) = "CALCULA-SALARIO" OR
                 PL-PROGRAMA(IX-PASSO) = "PROVISAO-FOLHA"
                 IF COMPETENCIA NOT = COMPETENCIA-HOJE
                    DISPLAY PL-PROGRAMA(IX-PASSO) " grava com a data "
                       "do dia: rode-o dentro da competencia !"
                    MOVE "BARRADO - FORA DO MES" TO MOTIVO-BARRADO
                    PERFORM BARRAR-PASSO
                    GO TO CONFERIR-CONDICAO-EXIT.

       CONFERIR-CONDICAO-EXIT.
              EXIT.

      * A gate not met stops the chain like a failed step, logged
      * as ERRO COND so the morning report shows it too.
       BARRAR-PASSO.
              MOVE "N" TO SW-CONDICAO.
              MOVE MOTIVO-BARRADO TO PL-SITUACAO(IX-PASSO).
              MOVE PL-PROGRAMA(IX-PASSO) TO JL-PROGRAMA.
              MOVE "ERRO COND" TO JL-EVENTO.
              PERFORM GRAVAR-LOG THRU GRAVAR-LOG-EXIT.
              DISPLAY "Passo " PL-PROGRAMA(IX-PASSO) " barrado !".
              MOVE "S" TO SW-LOTE-ABORTADO.

       CONTAR-EXCECOES-PONTO.
              MOVE ZEROS TO QTD-EXCECOES-PONTO.
              OPEN INPUT ARQUIVO-EXCECOES.
              IF XC-ERRO NOT = "00"
                 GO TO CONTAR-EXCECOES-PONTO-EXIT.

              PERFORM LER-EXCECAO UNTIL XC-ERRO = "10".

              CLOSE ARQUIVO-EXCECOES.

       CONTAR-EXCECOES-PONTO-EXIT.
              EXIT.

       LER-EXCECAO.
              READ ARQUIVO-EXCECOES
                 AT END
                    MOVE "10" TO XC-ERRO
                 NOT AT END
                    ADD 1 TO QTD-EXCECOES-PONTO
              END-READ.

      * The card carries the day it was written, so a step only
      * takes it from a chain running now.
       GRAVAR-CARTAO.
              OPEN OUTPUT ARQUIVO-COMPMES.
              IF CM-ERRO NOT = "00"
                 DISPLAY "Erro ao abrir COMPMES.DAT, status " CM-ERRO
                 MOVE "BARRADO - CARTAO COMPMES" TO MOTIVO-BARRADO
                 PERFORM BARRAR-PASSO
                 GO TO GRAVAR-CARTAO-EXIT.

              MOVE COMPETENCIA TO CM-COMPETENCIA.
              ACCEPT CM-DATA FROM DATE YYYYMMDD.
              WRITE REG-COMPMES.

              IF CM-ERRO NOT = "00"
                 DISPLAY "Erro ao gravar REG-COMPMES, status " CM-ERRO
                 MOVE "BARRADO - CARTAO COMPMES" TO MOTIVO-BARRADO
                 PERFORM BARRAR-PASSO.

              CLOSE ARQUIVO-COMPMES.

       GRAVAR-CARTAO-EXIT.
              EXIT.

      * Leaves the card empty, so the steps run from the menu take
      * their competencia from the console again.
       LIMPAR-CARTAO.
              OPEN OUTPUT ARQUIVO-COMPMES.
              IF CM-ERRO = "00"
                 CLOSE ARQUIVO-COMPMES.

      * One page: each step's outcome, the day it concluded and its
      * counts, the overall result and room for the supervisor's
      * visto. Replaced on every run.
       EMITIR-CERTIFICADO.
              OPEN OUTPUT ARQUIVO-CERTIFICADO.
              IF CT-ERRO NOT = "00"
                 DISPLAY "Erro ao abrir CERTMES.DAT, status " CT-ERRO
                 GO TO EMITIR-CERTIFICADO-EXIT.

              ACCEPT CB-DATA FROM DATE YYYYMMDD.
              MOVE 1 TO CB-PAGINA.
              MOVE CABECALHO-PAGINA TO LINHA-RELATORIO.
              WRITE LINHA-RELATORIO.
              MOVE COMPETENCIA TO LC-COMPETENCIA.
              IF MODO-AUTOMATICO
                 MOVE "AUTOMATICA" TO LC-EXECUCAO
              ELSE
                 MOVE "OPERADA" TO LC-EXECUCAO.
              MOVE LINHA-COMPETENCIA TO LINHA-RELATORIO.
              WRITE LINHA-RELATORIO.
              MOVE SPACES TO LINHA-RELATORIO.
              WRITE LINHA-RELATORIO.
              MOVE LINHA-COLUNAS TO LINHA-RELATORIO.
              WRITE LINHA-RELATORIO.
              MOVE SPACES TO LINHA-RELATORIO.
              WRITE LINHA-RELATORIO.

              MOVE ZEROS TO POS-PASSO.
              PERFORM IMPRIMIR-PASSO
                 VARYING IX-PASSO FROM 1 BY 1
                 UNTIL IX-PASSO > QTD-PASSOS.

              MOVE SPACES TO LINHA-RELATORIO.
              WRITE LINHA-RELATORIO.
              IF POS-PASSO = ZEROS
                 MOVE "COMPETENCIA ENCERRADA, TODOS OS PASSOS OK"
                    TO LR-TEXTO
                 MOVE SPACES TO LR-PASSO
              ELSE
                 SET IX-PASSO TO POS-PASSO
                 MOVE "FECHAMENTO INCOMPLETO - REINICIAR EM"
                    TO LR-TEXTO
                 MOVE PL-PROGRAMA(IX-PASSO) TO LR-PASSO.
              MOVE LINHA-RESULTADO TO LINHA-RELATORIO.
              WRITE LINHA-RELATORIO.

              MOVE SPACES TO LINHA-RELATORIO.
              WRITE LINHA-RELATORIO.
              WRITE LINHA-RELATORIO.
              MOVE LINHA-VISTO TO LINHA-RELATORIO.
              WRITE LINHA-RELATORIO.

              CLOSE ARQUIVO-CERTIFICADO.
              DISPLAY "Certificado de fechamento em CERTMES.DAT.".

       EMITIR-CERTIFICADO-EXIT.
              EXIT.

      * POS-PASSO ends on the first step not concluded, the one a
      * re-run resumes at.
       IMPRIMIR-PASSO.
              SET LP-ORDEM TO IX-PASSO.
              MOVE PL-PROGRAMA(IX-PASSO) TO LP-PROGRAMA.
              MOVE PL-SITUACAO(IX-PASSO) TO LP-SITUACAO.
              IF PL-FEITO(IX-PASSO) = "S"
                 MOVE PL-DATA-FIM(IX-PASSO) TO LP-DATA
              ELSE
                 MOVE SPACES TO LP-DATA
                 IF POS-PASSO = ZEROS
                    SET POS-PASSO TO IX-PASSO.
              MOVE PL-QTD-PROC(IX-PASSO) TO LP-PROC.
              MOVE PL-QTD-REJ(IX-PASSO) TO LP-REJ.
              MOVE LINHA-PASSO TO LINHA-RELATORIO.
              WRITE LINHA-RELATORIO.

      * Appends one line to ARQUIVO-JOBLOG for the event already moved
      * into JL-PROGRAMA/JL-EVENTO by the calling paragraph.
       GRAVAR-LOG.
              OPEN EXTEND ARQUIVO-JOBLOG.
              IF JL-ERRO = "35"
                 OPEN OUTPUT ARQUIVO-JOBLOG.

              IF JL-ERRO NOT = "00"
                 DISPLAY "Erro ao abrir ARQUIVO-JOBLOG, status " JL-ERRO
                 GO TO GRAVAR-LOG-EXIT.

              ACCEPT DH-DATA FROM DATE YYYYMMDD.
              ACCEPT DH-HORA FROM TIME.
              MOVE DH-DATA TO JL-DATA.
              MOVE DH-HORA TO JL-HORA.
              MOVE ZEROS TO JL-QTD-PROC JL-QTD-REJ.
              WRITE REG-JOBLOG.

              IF JL-ERRO NOT = "00"
                 DISPLAY "Erro ao gravar REG-JOBLOG, status " JL-ERRO.

              CLOSE ARQUIVO-JOBLOG.

       GRAVAR-LOG-EXIT.
              EXIT.
