      *             the shared TRAVAR-SUBSISTEMA lock on startup and
      *             releases it at Goback, like every other writer
      *             of the subsystem's files.
      * 2026-10-15  REGPROD widened to 87 with the EAN-13 barcode
      *             (EAN-ARQ).
      * 2026-10-15  Run by PROCESSOS-DO-MES (COMPMES.DAT card of the
      *             day present), the closing of the card's
      *             competencia runs with no menu and no ACCEPT, and
      *             the positions written are logged as a CONTAGEM
      *             event on JOBLOG.DAT. A competencia already on
      *             POSESTOQ.DAT still counts as done for the chain.
      * 2026-10-15  The Return-Code of the run survives the release of
      *             the ESTOQUE lock, whose Call used to hand back zero
      *             and let a failed closing pass as done.
      *----------------------------------------------------*

       Environment Division.
           Access Mode Is Sequential
           File Status Is ERRO-POS.

           Select ARQUIVO-COMPMES Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-COMPMES.

           Select ARQUIVO-JOBLOG Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-JOBLOG.

       Data Division.
      *----------------------------------------------------*
       File Section.
      *-----------------------*
       FD  ARQUIVO-PRODUTOS
           Label Record Is Standard
           Record Contains 87 Characters
           Data Record Is REGPROD-ARQ
           Value Of File-Id "PRODUTOS.DAT".

       01  REG-POSICAO.
           COPY REGPOS.

      * Competencia card left by PROCESSOS-DO-MES for its steps: the
      * competencia of the monthly chain and the day it was written.
      * Absent, empty or dated another day, the menu runs as usual.
       FD  ARQUIVO-COMPMES
           Label Record Is Standard
           Record Contains 14 Characters
           Data Record Is REG-COMPMES
           Value Of File-Id "COMPMES.DAT".

       01  REG-COMPMES.
           05  CM-COMPETENCIA             Pic 9(06).
           05  CM-DATA                    Pic 9(08).

       FD  ARQUIVO-JOBLOG
           Label Record Is Standard
           Record Contains 53 Characters
           Data Record Is REG-JOBLOG
           Value Of File-Id "JOBLOG.DAT".

       01  REG-JOBLOG.
           COPY REGJLOG.

       Working-Storage Section.
      *-----------------------*
       77  ERRO-PROD                      Pic X(02) Value "00".
           Value "FECHAR-ESTOQUE".
       77  TRAVA-OPERADOR                 Pic 9(04) Value Zeros.
       77  TRAVA-RESULTADO                Pic X(01) Value Space.
       77  ERRO-COMPMES                   Pic X(02) Value "00".
       77  ERRO-JOBLOG                    Pic X(02) Value "00".
       77  DATA-COMPMES                   Pic 9(08) Value Zeros.
       77  SW-LOTE-MENSAL                 Pic X(01) Value "N".
           88 LOTE-MENSAL                        Value "S".
       77  CODIGO-SAIDA                   Pic S9(04) Value Zeros.

       01  DATA-HORA-ATUAL.
           05  DH-DATA                    Pic 9(08).
           05  DH-HORA                    Pic 9(08).

       Procedure Division.
       INICIO.
                 Move 8 To RETURN-CODE
                 Goback.

      * The monthly chain closes its card's competencia directly.
              Perform VERIFICAR-COMPMES Thru VERIFICAR-COMPMES-FIM.
              If LOTE-MENSAL
                 Move CM-COMPETENCIA To COMPETENCIA
                 Display "Processamento mensal: competencia "
                    COMPETENCIA
                 Move 1 To FE-OPCAO
              Else
                 Display "1 - Fechar a competencia"
                 Display "2 - Evolucao mes a mes"
                 Display "Opcao:"
                 Accept FE-OPCAO.

              If FE-OPCAO = 2
                 Perform EVOLUCAO Thru EVOLUCAO-EXIT
              Else
                 Perform FECHAR Thru FECHAR-EXIT.

      * The release Call returns its own zero Return-Code; the run's
      * is kept aside and put back for the caller.
              Move RETURN-CODE To CODIGO-SAIDA.
              Move "L" To TRAVA-OPERACAO.
              Call "TRAVAR-SUBSISTEMA" Using TRAVA-OPERACAO,
                 TRAVA-SUBSISTEMA, TRAVA-PROGRAMA, TRAVA-OPERADOR,
                 TRAVA-RESULTADO.
              Move CODIGO-SAIDA To RETURN-CODE.
              Goback.

      * Snapshots the whole catalog once per competencia; a
              Display "Posicoes gravadas p/ " COMPETENCIA ": "
                 QTD-GRAVADOS.

              If LOTE-MENSAL
                 Perform GRAVAR-CONTAGEM Thru GRAVAR-CONTAGEM-EXIT.

       FECHAR-EXIT.
              EXIT.

              If COMPETENCIA = Zeros
                 Display "Competencia invalida !".

      * Reads the competencia card of the monthly chain; only a card
      * written today counts, so a chain that died mid-run does not
      * steer the next day's runs.
       VERIFICAR-COMPMES.
              Move "N" To SW-LOTE-MENSAL.
              Open Input ARQUIVO-COMPMES.
              If ERRO-COMPMES Not = "00"
                 GO TO VERIFICAR-COMPMES-FIM.
              Accept DATA-COMPMES From Date YYYYMMDD.
              Read ARQUIVO-COMPMES
                 At End
                    Continue
                 Not At End
                    If CM-DATA = DATA-COMPMES And
                       CM-COMPETENCIA > Zeros
                       Move "S" To SW-LOTE-MENSAL
                    End-If
              End-Read.
              Close ARQUIVO-COMPMES.

       VERIFICAR-COMPMES-FIM.
              EXIT.

      * The closing's count lands on JOBLOG.DAT as a CONTAGEM event
      * for the monthly chain's closing certificate: the positions
      * snapshotted.
       GRAVAR-CONTAGEM.
              Open Extend ARQUIVO-JOBLOG.
              If ERRO-JOBLOG = "35"
                 Open Output ARQUIVO-JOBLOG.

              If ERRO-JOBLOG Not = "00"
                 Display "Erro ao abrir ARQUIVO-JOBLOG, status "
                    ERRO-JOBLOG
                 GO TO GRAVAR-CONTAGEM-EXIT.

              Accept DH-DATA From Date YYYYMMDD.
              Accept DH-HORA From Time.
              Move DH-DATA To JL-DATA.
              Move DH-HORA To JL-HORA.
              Move "FECHAR-ESTOQUE" To JL-PROGRAMA.
              Move "CONTAGEM" To JL-EVENTO.
              Move QTD-GRAVADOS To JL-QTD-PROC.
              Move Zeros To JL-QTD-REJ.
              Write REG-JOBLOG.

              If ERRO-JOBLOG Not = "00"
                 Display "Erro ao gravar REG-JOBLOG, status "
                    ERRO-JOBLOG.

              Close ARQUIVO-JOBLOG.

       GRAVAR-CONTAGEM-EXIT.
              EXIT.

       CONFERIR-FECHADA.
              Move "N" To SW-JA-FECHADA SW-FIM-ARQ.

