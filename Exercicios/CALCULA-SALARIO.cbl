      *             parcela rule, not record by record, so those
      *             records always "differ" and were burying the
      *             real divergences.
      * 2026-10-15  The roster lote now deducts the emprestimo
      *             consignado parcelas of CONSIGNADOS.DAT (kept by
      *             CADASTRO-CONSIGNADOS): each contract due in the
      *             competencia is its own holerite line, folded into
      *             FP-OUTROS-DESCONTOS, all of them together capped
      *             at 35% of the liquido (bruto less INSS and IRRF);
      *             at the end of the lote every contract deducted
      *             advances a parcela and its balance comes down,
      *             for REPASSE-CONSIGNADO to report to the bank.
      * 2026-10-15  Pensao alimenticia: the deductions now go through
      *             CALCULA-PENSAO, which values the matricula's
      *             court orders on PENSOES.DAT (kept by
      *             CADASTRO-PENSOES) and takes them off the IRRF
      *             base. Each beneficiary is its own holerite line
      *             folded into FP-OUTROS-DESCONTOS, the consignado
      *             margin is figured net of it, and the roster lote
      *             credits every beneficiary's account on its own
      *             REMESSA-BANCO.DAT detail. The 13o mode applies
      *             only the orders flagged for the 13o, and the
      *             recalculo redoes the pensao by the run mode.
      * 2026-10-15  The recalculo also skips (and counts) the mode-7
      *             details of a DISSIDIO complement: their bruto is
      *             a sum of differences whose INSS/IRRF were figured
      *             competencia by competencia, not on the sum.
      * 2026-10-15  Adicional noturno: the roster lote pays the
      *             RH-HORAS-NOTURNAS of the widened ROSTER.DAT
      *             (reduced night hours apured by FECHAR-PONTO) at
      *             20% of the valor hora, as its own holerite line
      *             inside the bruto, so INSS/IRRF and the FGTS fall
      *             on it; on FOLHA-PAGAMENTO.DAT it rides
      *             FP-VALOR-EXTRAS with the overtime.
      * 2026-10-15  Jornada: the 13o and the adiantamento value the
      *             month at the employee's own monthly hours
      *             (JORNADA-VIGENTE on the processing date) instead
      *             of the full-time 44-hour week, and the individual
      *             mode caps the keyed weekly hours at the jornada's.
      *             Without a jornada on file the 44 horas stand.
      * 2026-10-15  Lote checkpoint/restart: every roster line ends
      *             with a commit on LOTECKPT.DAT (line, matricula,
      *             run totals, advances and consignados settled);
      *             a rerun that finds the lote's "H" without its
      *             "T" trims FOLHA-PAGAMENTO.DAT and the remessa back
      *             to the last commit and resumes after that roster
      *             line, so the run closes with a single trailer; a
      *             run that died while closing only finishes it.
      * 2026-10-15  Run by PROCESSOS-DO-MES (COMPMES.DAT card of the
      *             day present) the step goes straight to the roster
      *             lote, as in the AUTOMATICO mode, and refuses a
      *             card competencia other than the month of the run
      *             date the lote's records are dated with.
      * 2026-10-15  The RETURN-CODE of the run survives the release of
      *             the FOLHA lock, whose CALL used to hand back zero
      *             and let a failed lote pass as done.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULA-SALARIO.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EX-ERRO.

           SELECT ARQUIVO-COMPMES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CM-ERRO.

           SELECT ARQUIVO-RUBRICAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JL-ERRO.

           SELECT ARQUIVO-CONSIGNADOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CG-ERRO.

           SELECT ARQUIVO-CONS-NOVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CGNOVO-ERRO.

      * Work file used by BAIXAR-ADIANTAMENTOS to rewrite
      * ARQUIVO-ADIANTAMENTOS with the settled advances marked
      * quitado: since it is LINE SEQUENTIAL there is no REWRITE,
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ADNOVO-ERRO.

      * Restart trail of the roster lote, and the work files that
      * cut FOLHA-PAGAMENTO.DAT and REMESSA-BANCO.DAT back to its
      * last commit when an interrupted lote is resumed.
           SELECT ARQUIVO-CHECKPOINT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CK-ERRO.

           SELECT FOLHA-NOVA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FPNOVO-ERRO.

           SELECT REMESSA-NOVA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RMNOVO-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  FOLHA-PAGAMENTO

       FD  ARQUIVO-ROSTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS REG-ROSTER
           VALUE OF FILE-ID "ROSTER.DAT".

      * Written by FECHAR-PONTO: hours are the competencia's totals
      * apured from the captured marks, already monthly; the night
      * hours are reduced hours of 52m30s.
       01  REG-ROSTER.
           05  RH-MATRICULA    PIC 9(05).
           05  RH-HORAS        PIC 9(03)V9.
           05  RH-EXTRAS-50    PIC 9(02)V9.
           05  RH-EXTRAS-100   PIC 9(02)V9.
           05  RH-HORAS-NOTURNAS PIC 9(03)V9.

       FD  ARQUIVO-FUNCIONARIOS
           LABEL RECORD IS STANDARD
       01  REG-EXECUCAO.
           05  EX-MODO      PIC X(10).

      * Competencia card left by PROCESSOS-DO-MES for its steps: the
      * competencia of the monthly chain and the day it was written.
      * Absent, empty or dated another day, the step runs as usual.
       FD  ARQUIVO-COMPMES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS REG-COMPMES
           VALUE OF FILE-ID "COMPMES.DAT".

       01  REG-COMPMES.
           05  CM-COMPETENCIA PIC 9(06).
           05  CM-DATA        PIC 9(08).

      * Recurring payroll items per matricula, kept by
      * CADASTRO-RUBRICAS and applied here after the INSS/IRRF
      * deduction.
       01  REG-DEPENDENTE.
           COPY REGDEP.

      * Loan contracts per matricula, kept by CADASTRO-CONSIGNADOS;
      * the lote deducts the parcelas and advances the contracts.
       FD  ARQUIVO-CONSIGNADOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS REG-CONSIGNADO
           VALUE OF FILE-ID "CONSIGNADOS.DAT".

       01  REG-CONSIGNADO.
           COPY REGCONS.

       FD  ARQUIVO-CONS-NOVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS REG-CONS-NOVO
           VALUE OF FILE-ID "CONSNOVO.DAT".

       01  REG-CONS-NOVO PIC X(62).

       FD  ARQUIVO-JOBLOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
       01  REG-JOBLOG.
           COPY REGJLOG.

      * One record per event of the roster lote: the "H" opening
      * (run date of the folha header and competencia), an "A" per
      * adiantamento and a "K" per consignado parcela deducted, a
      * "C" commit closing each roster line with the run totals as
      * they stood, then the closing stages - "F" trailers due,
      * "B" adiantamentos settled, "G" consignados advanced. The file
      * is deleted when the lote ends; one left behind is the trail
      * of a run that did not.
       FD  ARQUIVO-CHECKPOINT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS REG-CHECKPOINT
           VALUE OF FILE-ID "LOTECKPT.DAT".

       01  REG-CHECKPOINT.
           05  CK-TIPO            PIC X(01).
               88 CK-ABERTURA         VALUE "H".
               88 CK-BAIXA            VALUE "A".
               88 CK-CONSIGNADO       VALUE "K".
               88 CK-CONFIRMADO       VALUE "C".
               88 CK-ENCERRANDO       VALUE "F".
               88 CK-BAIXAS-FEITAS    VALUE "B".
               88 CK-CONSIG-FEITOS    VALUE "G".
           05  CK-CONFIRMACAO.
               10  CK-LINHA          PIC 9(05).
               10  CK-MATRICULA      PIC 9(05).
               10  CK-TOTAL-FUNC     PIC 9(04).
               10  CK-TOTAL-FOLHA    PIC 9(08)V99.
               10  CK-REJEITADOS     PIC 9(04).
               10  CK-RM-QTD         PIC 9(05).
               10  CK-RM-TOTAL       PIC 9(10)V99.
               10  CK-FH-QTD         PIC 9(05).
               10  CK-FH-BRUTO       PIC 9(10)V99.
               10  CK-FH-LIQUIDO     PIC 9(10)V99.
           05  CK-ABERTURA-DADOS REDEFINES CK-CONFIRMACAO.
               10  CK-DATA-LOTE      PIC 9(08).
               10  CK-COMPETENCIA    PIC 9(06).
               10  FILLER            PIC X(60).
           05  CK-BAIXA-DADOS REDEFINES CK-CONFIRMACAO.
               10  CK-BX-MATRICULA   PIC 9(05).
               10  CK-BX-VALOR       PIC 9(05)V99.
               10  FILLER            PIC X(62).
           05  CK-CONSIG-DADOS REDEFINES CK-CONFIRMACAO.
               10  CK-CT-MATRICULA   PIC 9(05).
               10  CK-CT-CONTRATO    PIC X(12).
               10  CK-CT-VALOR       PIC 9(05)V99.
               10  FILLER            PIC X(50).

       FD  FOLHA-NOVA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 106 CHARACTERS
           DATA RECORD IS REG-FOLHA-NOVA
           VALUE OF FILE-ID "FOLHANOVO.DAT".

       01  REG-FOLHA-NOVA PIC X(106).

       FD  REMESSA-NOVA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS REG-REMESSA-NOVA
           VALUE OF FILE-ID "REMNOVO.DAT".

       01  REG-REMESSA-NOVA PIC X(56).

       WORKING-STORAGE SECTION.
       77  CS-OPCAO PIC 9(01) VALUE ZEROS.
       77  RH-ERRO  PIC X(02) VALUE "00".
       77  RC-QTD-LIDOS PIC 9(05) VALUE ZEROS.
       77  RC-QTD-DIF   PIC 9(05) VALUE ZEROS.
       77  RC-QTD-13    PIC 9(05) VALUE ZEROS.
       77  RC-QTD-DISSIDIO PIC 9(05) VALUE ZEROS.
       77  RC-MODO-CORRENTE PIC 9(01) VALUE ZEROS.
       77  RC-MASCARA-ANT PIC ZZZZ9,99.
       77  RC-MASCARA-NOVO PIC ZZZZ9,99.
       77  EX-ERRO PIC X(02) VALUE "00".
       77  SW-AUTOMATICO PIC X(01) VALUE "N".
           88 MODO-AUTOMATICO  VALUE "S".
       77  CM-ERRO PIC X(02) VALUE "00".
       77  DATA-COMPMES PIC 9(08) VALUE ZEROS.
       77  SW-LOTE-MENSAL PIC X(01) VALUE "N".
           88 LOTE-MENSAL VALUE "S".
       77  RH-REJEITADOS PIC 9(04) VALUE ZEROS.
       77  FOLHA-MODO PIC 9(01) VALUE ZEROS.
       77  RB-ERRO PIC X(02) VALUE "00".
       77  ADNOVO-ERRO PIC X(02) VALUE "00".
       77  NOME-ADT-ARQUIVO PIC X(17) VALUE "ADIANTAMENTOS.DAT".
       77  NOVO-ADT-ARQUIVO PIC X(11) VALUE "ADTNOVO.DAT".
      * 40% of the monthly pay at the employee's jornada, the shop's
      * advance on the 15th.
       77  PERCENTUAL-ADIANTAMENTO PIC 9V99 VALUE 0,40.
       77  valorAdiantamento PIC 9(05)V99 VALUE ZEROS.
       77  valorDescontado PIC 9(05)V99 VALUE ZEROS.
       77  TRAVA-OPERADOR PIC 9(04) VALUE ZEROS.
       77  TRAVA-RESULTADO PIC X(01) VALUE SPACE.
       77  SITUACAO-COMPETENCIA PIC X(01) VALUE SPACE.
       77  CG-ERRO PIC X(02) VALUE "00".
       77  CGNOVO-ERRO PIC X(02) VALUE "00".
       77  NOME-CONS-ARQUIVO PIC X(15) VALUE "CONSIGNADOS.DAT".
       77  NOVO-CONS-ARQUIVO PIC X(12) VALUE "CONSNOVO.DAT".
       77  COMPETENCIA-LOTE PIC 9(06) VALUE ZEROS.
      * Legal ceiling of the consignado parcelas together: 35% of the
      * liquido after the compulsory INSS and IRRF.
       77  PERCENTUAL-MARGEM PIC 9V99 VALUE 0,35.
       77  margemDisponivel PIC 9(05)V99 VALUE ZEROS.
       77  valorParcela PIC 9(05)V99 VALUE ZEROS.
       77  QTD-CONSIG PIC 9(03) VALUE ZEROS.
       77  CG-TOTAL-DESCONTADO PIC 9(08)V99 VALUE ZEROS.
      * Kind of payment the pensao orders are valued on: F folha
      * mensal, D 13o, E ferias (see CALCULA-PENSAO).
       77  PENSAO-VERBA PIC X(01) VALUE "F".
       77  valorPensao PIC 9(05)V99 VALUE ZEROS.
       77  sobraPensao PIC 9(05)V99 VALUE ZEROS.

      * Checkpoint and restart of the roster lote.
       77  CK-ERRO PIC X(02) VALUE "00".
       77  FPNOVO-ERRO PIC X(02) VALUE "00".
       77  RMNOVO-ERRO PIC X(02) VALUE "00".
       77  NOME-CKPT-ARQUIVO PIC X(12) VALUE "LOTECKPT.DAT".
       77  NOME-FOLHA-ARQUIVO PIC X(19) VALUE "FOLHA-PAGAMENTO.DAT".
       77  NOVO-FOLHA-ARQUIVO PIC X(13) VALUE "FOLHANOVO.DAT".
       77  NOME-REM-ARQUIVO PIC X(17) VALUE "REMESSA-BANCO.DAT".
       77  NOVO-REM-ARQUIVO PIC X(11) VALUE "REMNOVO.DAT".
       77  LINHA-ROSTER PIC 9(05) VALUE ZEROS.
       77  LINHA-RETOMADA PIC 9(05) VALUE ZEROS.
       77  MATRICULA-RETOMADA PIC 9(05) VALUE ZEROS.
       77  DATA-LOTE-CKPT PIC 9(08) VALUE ZEROS.
       77  COMPETENCIA-CKPT PIC 9(06) VALUE ZEROS.
       77  DATA-LOTE-ABERTO PIC 9(08) VALUE ZEROS.
       77  MODO-LOTE-ABERTO PIC 9(01) VALUE ZEROS.
       77  POSICAO-HEADER PIC 9(07) VALUE ZEROS.
       77  QTD-REG-LIDOS PIC 9(07) VALUE ZEROS.
       77  QTD-REG-COPIADOS PIC 9(05) VALUE ZEROS.
       77  QTD-REG-DESCARTADOS PIC 9(05) VALUE ZEROS.
       77  QTD-BAIXAS-ANTES PIC 9(03) VALUE ZEROS.
       77  QTD-CONSIG-ANTES PIC 9(03) VALUE ZEROS.
       77  QTD-BAIXAS-CONF PIC 9(03) VALUE ZEROS.
       77  QTD-CONSIG-CONF PIC 9(03) VALUE ZEROS.
       77  ULTIMO-TIPO-REMESSA PIC X(01) VALUE SPACE.
       77  ESTAGIO-CKPT PIC X(01) VALUE SPACE.
       77  SW-DENTRO-LOTE PIC X(01) VALUE "N".
           88 DENTRO-LOTE         VALUE "S".
       77  SW-LOTE-INTERROMPIDO PIC X(01) VALUE "N".
           88 LOTE-INTERROMPIDO   VALUE "S".
       77  SW-CHECKPOINT PIC X(01) VALUE "N".
           88 CHECKPOINT-EXISTE   VALUE "S".
       77  SW-RETOMADA PIC X(01) VALUE "N".
           88 LOTE-RETOMADO       VALUE "S".
       77  SW-ENCERRANDO PIC X(01) VALUE "N".
           88 LOTE-ENCERRANDO     VALUE "S".
       77  SW-ERRO-RETOMADA PIC X(01) VALUE "N".
           88 ERRO-RETOMADA       VALUE "S".
       77  SW-FOLHA-SEM-TRAILER PIC X(01) VALUE "N".
           88 FOLHA-SEM-TRAILER   VALUE "S".
       77  SW-REMESSA-SEM-TRAILER PIC X(01) VALUE "N".
           88 REMESSA-SEM-TRAILER VALUE "S".
       77  SW-BAIXAS-FEITAS PIC X(01) VALUE "N".
           88 BAIXAS-FEITAS       VALUE "S".
       77  SW-CONSIG-FEITOS PIC X(01) VALUE "N".
           88 CONSIG-FEITOS       VALUE "S".

       01  DATA-HORA-ATUAL.
           05  DH-DATA PIC 9(08).
               10  BX-MATRICULA PIC 9(05).
               10  BX-VALOR     PIC 9(05)V99.

      * The consignado parcelas deducted this lote, contract by
      * contract; ATUALIZAR-CONSIGNADOS advances each one at the end.
       01  TABELA-CONSIGNADOS VALUE ZEROS.
           05  CONSIG-TAB OCCURS 300 TIMES INDEXED BY IX-CONS.
               10  CT-MATRICULA PIC 9(05).
               10  CT-CONTRATO  PIC X(12).
               10  CT-VALOR     PIC 9(05)V99.

      * The pensao alimenticia credits of the employee being paid,
      * one per beneficiary, returned by CALCULA-PENSAO.
       01  CREDITOS-PENSAO.
           COPY REGPENB.

      * The rubricas applied to the employee being paid, kept for
      * the holerite's per-item lines.
       01  TABELA-RUBRICAS VALUE ZEROS.
       77  DT-SALARIO-BRUTO PIC 9(05)V99 VALUE ZEROS.
       77  DT-PROPORCIONAL  PIC 9(05)V99 VALUE ZEROS.

      * The matricula's jornada on the processing date.
       01  JORNADA-FUNC.
           COPY REGJVIG.
       77  MASCARA-JORNADA PIC Z9,9.

       77  horas PIC 9(03)V9 VALUE ZEROS.
       77  valorHora PIC 9(02)V9 VALUE ZEROS.
       77  horasExtras50 PIC 9(02)V9 VALUE 99,9.
       77  horasExtras100 PIC 9(02)V9 VALUE 99,9.
       77  valorExtras PIC 9(05)V99 VALUE ZEROS.
       77  horasNoturnas PIC 9(03)V9 VALUE ZEROS.
       77  valorNoturno PIC 9(05)V99 VALUE ZEROS.
      * Adicional noturno fixed in law at 20% of the hour.
       77  PERCENTUAL-NOTURNO PIC 9V99 VALUE 0,20.
       77  salarioBruto PIC 9(05)V99 VALUE ZEROS.
       77  valorINSS PIC 9(05)V99 VALUE ZEROS.
       77  valorIRRF PIC 9(05)V99 VALUE ZEROS.
       77  HOLERITE-NOME PIC X(30) VALUE SPACES.
       77  FP-ERRO PIC X(02) VALUE "00".
       77  DATA-HOJE PIC 9(08) VALUE ZEROS.
       77  CODIGO-SAIDA PIC S9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM VERIFICAR-EXECUCAO
              THRU VERIFICAR-EXECUCAO-FIM.

      * The monthly chain runs the lote unattended, and only for the
      * month the run date stamps on FOLHA-PAGAMENTO.DAT.
           PERFORM VERIFICAR-COMPMES
              THRU VERIFICAR-COMPMES-FIM.
           IF LOTE-MENSAL
              MOVE "S" TO SW-AUTOMATICO
              DIVIDE FX-DATA-PROC BY 100 GIVING COMPETENCIA-LOTE
              IF CM-COMPETENCIA NOT = COMPETENCIA-LOTE
                 DISPLAY "Competencia " CM-COMPETENCIA " do "
                    "processamento mensal difere do mes corrente !"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

      * The FOLHA subsystem is claimed for the whole run, so a
      * second writer is refused instead of interleaving appends.
           MOVE "T" TO TRAVA-OPERACAO.
           PERFORM LIBERAR-TRAVA.
           GOBACK.

      * The release CALL returns its own zero RETURN-CODE; the run's
      * is kept aside and put back for the caller.
       LIBERAR-TRAVA.
           MOVE RETURN-CODE TO CODIGO-SAIDA.
           MOVE "L" TO TRAVA-OPERACAO.
           CALL "TRAVAR-SUBSISTEMA" USING TRAVA-OPERACAO,
              TRAVA-SUBSISTEMA, TRAVA-PROGRAMA, TRAVA-OPERADOR,
              TRAVA-RESULTADO.
           MOVE CODIGO-SAIDA TO RETURN-CODE.

      * Reads the execution-mode card; a missing card means the
      * usual interactive run.
       VERIFICAR-EXECUCAO-FIM.
           EXIT.

      * Reads the competencia card of the monthly chain; only a card
      * written today counts, so a chain that died mid-run does not
      * steer the next day's runs.
       VERIFICAR-COMPMES.
           MOVE "N" TO SW-LOTE-MENSAL.
           OPEN INPUT ARQUIVO-COMPMES.
           IF CM-ERRO NOT = "00"
              GO TO VERIFICAR-COMPMES-FIM.
           ACCEPT DATA-COMPMES FROM DATE YYYYMMDD.
           READ ARQUIVO-COMPMES
              AT END
                 CONTINUE
              NOT AT END
                 IF CM-DATA = DATA-COMPMES AND
                    CM-COMPETENCIA > ZEROS
                    MOVE "S" TO SW-LOTE-MENSAL
                 END-IF
           END-READ.
           CLOSE ARQUIVO-COMPMES.

       VERIFICAR-COMPMES-FIM.
           EXIT.

       PROCESSAR-INDIVIDUAL.
           PERFORM ENTRAR-MATRICULA UNTIL FUNC-ENCONTRADO
              OR ERRO-CADASTRO.
           IF ERRO-CADASTRO
              GO TO PROCESSAR-INDIVIDUAL-EXIT.
           PERFORM ENTRAR-HORAS UNTIL horas > ZEROS AND
              horas <= JV-HORAS-SEMANA.
           PERFORM ENTRAR-HORAS-EXTRAS-50 UNTIL horasExtras50 <= 20,0.
           PERFORM ENTRAR-HORAS-EXTRAS-100
              UNTIL horasExtras100 <= 20,0.

           PERFORM CALCULAR-SALARIO-BRUTO.

           MOVE "F" TO PENSAO-VERBA.
           PERFORM CALCULAR-DEDUCOES.
           PERFORM APLICAR-RUBRICAS THRU APLICAR-RUBRICAS-EXIT.
           PERFORM DESCONTAR-PENSAO THRU DESCONTAR-PENSAO-EXIT.

           MOVE FA-NOME TO HOLERITE-NOME.
           PERFORM EMITIR-HOLERITE.
                    MOVE "N" TO SW-FUNC-ENCONTRADO
                 ELSE
                    PERFORM APURAR-VALOR-HORA
                    PERFORM APURAR-JORNADA
                    MOVE valorHoraVigente TO valorHora
                    DISPLAY "Funcionario: " FA-NOME
                 END-IF
                    DISPLAY "Matricula nao cadastrada !".

       ENTRAR-HORAS.
           MOVE JV-HORAS-SEMANA TO MASCARA-JORNADA.
           DISPLAY "Digite a quantidade de Horas (01 a "
              MASCARA-JORNADA "):"
           ACCEPT horas.
           IF horas = ZEROS OR horas > JV-HORAS-SEMANA
              DISPLAY "Horas invalidas !".

       ENTRAR-HORAS-EXTRAS-50.
              DT-MESES <= 12.

      * Monthly bruto for the 13o comes from the rate in force on
      * the processing date at the employee's jornada, instead of a
      * keyed amount that could disagree with the cadastro.
           COMPUTE DT-SALARIO-BRUTO =
              valorHoraVigente * JV-HORAS-MES.

           COMPUTE DT-PROPORCIONAL ROUNDED =
              (DT-SALARIO-BRUTO / 12) * DT-MESES.

           MOVE DT-PROPORCIONAL TO salarioBruto.
           MOVE "D" TO PENSAO-VERBA.
           PERFORM CALCULAR-DEDUCOES.

      * Rubricas are a monthly-pay matter; the 13o carries none,
      * only the pensao orders that reach the 13o.
           MOVE ZEROS TO horas valorHora horasExtras50 horasExtras100
              valorExtras QTD-RUBRICAS outrosProventos
              outrosDescontos horasNoturnas valorNoturno.
           PERFORM DESCONTAR-PENSAO THRU DESCONTAR-PENSAO-EXIT.
           MOVE FA-NOME TO HOLERITE-NOME.
           DISPLAY "13o salario proporcional".
           DISPLAY "Meses trabalhados..........: " DT-MESES.
      * Runs the whole hourly-staff roster through the same
      * salarioBruto/salarioLiquido logic as the individual mode,
      * and reports a headcount and total payroll paid at the end.
      * A lote left unfinished by an earlier run is resumed after
      * its last committed roster line instead of started over.
       PROCESSAR-LOTE.
           MOVE ZEROS TO RH-TOTAL-FUNC RH-TOTAL-FOLHA RH-REJEITADOS
              RM-QTD-DETALHES RM-TOTAL-CREDITO QTD-BAIXAS
              QTD-CONSIG CG-TOTAL-DESCONTADO LINHA-ROSTER
              FH-QTD FH-BRUTO FH-LIQUIDO.
           DIVIDE FX-DATA-PROC BY 100 GIVING COMPETENCIA-LOTE.
           MOVE 2 TO FOLHA-MODO.

           PERFORM VERIFICAR-INTERRUPCAO
              THRU VERIFICAR-INTERRUPCAO-EXIT.
           IF ERRO-RETOMADA
              MOVE 8 TO RETURN-CODE
              GO TO PROCESSAR-LOTE-EXIT.

           IF LOTE-ENCERRANDO
              DISPLAY "Lote de " DATA-LOTE-CKPT " interrompido no "
                 "encerramento: concluindo."
              GO TO PROCESSAR-LOTE-ENCERRAMENTO.

           OPEN INPUT ARQUIVO-ROSTER.
           IF RH-ERRO NOT = "00"
              MOVE 8 TO RETURN-CODE
              GO TO PROCESSAR-LOTE-EXIT.

           IF LOTE-RETOMADO
              PERFORM RETOMAR-LOTE THRU RETOMAR-LOTE-EXIT
              IF ERRO-RETOMADA
                 CLOSE ARQUIVO-ROSTER
                 MOVE 8 TO RETURN-CODE
                 GO TO PROCESSAR-LOTE-EXIT
              END-IF
           ELSE
              PERFORM ABRIR-REMESSA
              PERFORM GRAVAR-FOLHA-HEADER
                 THRU GRAVAR-FOLHA-HEADER-EXIT
              MOVE "S" TO SW-FOLHA-SEM-TRAILER
              MOVE DATA-HOJE TO DATA-LOTE-CKPT
              PERFORM ABRIR-CHECKPOINT THRU ABRIR-CHECKPOINT-EXIT.

           PERFORM LER-ROSTER UNTIL RH-ERRO = "10".

           CLOSE ARQUIVO-ROSTER.

       PROCESSAR-LOTE-ENCERRAMENTO.
           PERFORM ENCERRAR-LOTE THRU ENCERRAR-LOTE-EXIT.

           MOVE RH-TOTAL-FOLHA TO RH-MASCARA.
           DISPLAY "Total de funcionarios processados: " RH-TOTAL-FUNC
       GRAVAR-REMESSA-DETALHE-EXIT.
           EXIT.

      * Each pensao beneficiary is credited on its own detail, in
      * its own name and account, so the court-ordered transfer no
      * longer goes by hand; a beneficiary without bank data is
      * reported and left out, like an employee.
       GRAVAR-REMESSA-PENSAO.
           IF NOT REMESSA-ABERTA OR PB-QTD = ZEROS
              GO TO GRAVAR-REMESSA-PENSAO-EXIT.

           PERFORM GRAVAR-CREDITO-PENSAO
              VARYING IX-PB FROM 1 BY 1
              UNTIL IX-PB > PB-QTD.

       GRAVAR-REMESSA-PENSAO-EXIT.
           EXIT.

       GRAVAR-CREDITO-PENSAO.
           IF PB-VALOR(IX-PB) > ZEROS
              IF PB-BANCO(IX-PB) = ZEROS
                 DISPLAY "Pensao de " PB-BENEFICIARIO(IX-PB)
                    " (matricula " MATRICULA ") sem dados "
                    "bancarios, fora da remessa !"
              ELSE
                 MOVE "D" TO RMD-TIPO
                 MOVE PB-BENEFICIARIO(IX-PB) TO RMD-NOME
                 MOVE PB-BANCO(IX-PB) TO RMD-BANCO
                 MOVE PB-AGENCIA(IX-PB) TO RMD-AGENCIA
                 MOVE PB-CONTA(IX-PB) TO RMD-CONTA
                 MOVE PB-VALOR(IX-PB) TO RMD-VALOR
                 WRITE REG-REMESSA-DETALHE
                 IF RM-ERRO NOT = "00"
                    DISPLAY "Erro ao gravar remessa, status " RM-ERRO
                 ELSE
                    ADD 1 TO RM-QTD-DETALHES
                    ADD PB-VALOR(IX-PB) TO RM-TOTAL-CREDITO.

       GRAVAR-REMESSA-TRAILER.
           MOVE SPACES TO REG-REMESSA-TRAILER.
           MOVE "T" TO RMT-TIPO.
              AT END
                 MOVE "10" TO RH-ERRO
              NOT AT END
                 ADD 1 TO LINHA-ROSTER
                 PERFORM PROCESSAR-REGISTRO-ROSTER
           END-READ.

      * missing from the cadastro is reported and skipped instead of
      * being paid at whatever rate was on the roster.
       PROCESSAR-REGISTRO-ROSTER.
           MOVE QTD-BAIXAS TO QTD-BAIXAS-ANTES.
           MOVE QTD-CONSIG TO QTD-CONSIG-ANTES.
           MOVE RH-MATRICULA TO MATRICULA.
           PERFORM BUSCAR-FUNCIONARIO THRU BUSCAR-FUNCIONARIO-EXIT.
           IF NOT FUNC-ENCONTRADO
              COMPUTE valorExtras =
                 (horasExtras50 * valorHora * 1,5) +
                 (horasExtras100 * valorHora * 2,0)
              MOVE RH-HORAS-NOTURNAS TO horasNoturnas
              COMPUTE valorNoturno ROUNDED =
                 horasNoturnas * valorHora * PERCENTUAL-NOTURNO
              COMPUTE salarioBruto =
                 (horas * valorHora) + valorExtras + valorNoturno
              MOVE "F" TO PENSAO-VERBA
              PERFORM CALCULAR-DEDUCOES
              PERFORM APLICAR-RUBRICAS THRU APLICAR-RUBRICAS-EXIT
              PERFORM APLICAR-SALARIO-FAMILIA
                 THRU APLICAR-SALARIO-FAMILIA-EXIT
              PERFORM DESCONTAR-PENSAO THRU DESCONTAR-PENSAO-EXIT
              PERFORM DESCONTAR-ADIANTAMENTO
                 THRU DESCONTAR-ADIANTAMENTO-EXIT
              PERFORM DESCONTAR-CONSIGNADO
                 THRU DESCONTAR-CONSIGNADO-EXIT
              ADD 1 TO RH-TOTAL-FUNC
              ADD salarioLiquido TO RH-TOTAL-FOLHA
              MOVE FA-NOME TO HOLERITE-NOME
              PERFORM EMITIR-HOLERITE
              PERFORM GRAVAR-FOLHA THRU GRAVAR-FOLHA-EXIT
              PERFORM GRAVAR-REMESSA-DETALHE
                 THRU GRAVAR-REMESSA-DETALHE-EXIT
              PERFORM GRAVAR-REMESSA-PENSAO
                 THRU GRAVAR-REMESSA-PENSAO-EXIT.

           PERFORM CONFIRMAR-REGISTRO THRU CONFIRMAR-REGISTRO-EXIT.

      * Commits the roster line just processed: the remessa is
      * flushed to disk (closed and reopened for EXTEND), and the
      * advances and parcelas the line deducted go to the checkpoint
      * ahead of the "C" record with the run totals, so a rerun that
      * resumes after this line finds on disk exactly what was paid
      * up to it.
       CONFIRMAR-REGISTRO.
           IF REMESSA-ABERTA
              CLOSE ARQUIVO-REMESSA
              OPEN EXTEND ARQUIVO-REMESSA
              IF RM-ERRO NOT = "00"
                 DISPLAY "Erro ao reabrir ARQUIVO-REMESSA, status "
                    RM-ERRO
                 MOVE "N" TO SW-REMESSA-ABERTA
                 MOVE 8 TO RETURN-CODE.

           OPEN EXTEND ARQUIVO-CHECKPOINT.
           IF CK-ERRO = "35"
              OPEN OUTPUT ARQUIVO-CHECKPOINT.

           IF CK-ERRO NOT = "00"
              DISPLAY "Erro ao abrir LOTECKPT.DAT, status " CK-ERRO
              GO TO CONFIRMAR-REGISTRO-EXIT.

           IF QTD-BAIXAS > QTD-BAIXAS-ANTES
              ADD 1 TO QTD-BAIXAS-ANTES
              PERFORM GRAVAR-CKPT-BAIXA
                 VARYING IX-BAIXA FROM QTD-BAIXAS-ANTES BY 1
                 UNTIL IX-BAIXA > QTD-BAIXAS.

           IF QTD-CONSIG > QTD-CONSIG-ANTES
              ADD 1 TO QTD-CONSIG-ANTES
              PERFORM GRAVAR-CKPT-CONSIGNADO
                 VARYING IX-CONS FROM QTD-CONSIG-ANTES BY 1
                 UNTIL IX-CONS > QTD-CONSIG.

           MOVE SPACES TO REG-CHECKPOINT.
           MOVE "C" TO CK-TIPO.
           MOVE LINHA-ROSTER TO CK-LINHA.
           MOVE RH-MATRICULA TO CK-MATRICULA.
           MOVE RH-TOTAL-FUNC TO CK-TOTAL-FUNC.
           MOVE RH-TOTAL-FOLHA TO CK-TOTAL-FOLHA.
           MOVE RH-REJEITADOS TO CK-REJEITADOS.
           MOVE RM-QTD-DETALHES TO CK-RM-QTD.
           MOVE RM-TOTAL-CREDITO TO CK-RM-TOTAL.
           MOVE FH-QTD TO CK-FH-QTD.
           MOVE FH-BRUTO TO CK-FH-BRUTO.
           MOVE FH-LIQUIDO TO CK-FH-LIQUIDO.
           WRITE REG-CHECKPOINT.

           IF CK-ERRO NOT = "00"
              DISPLAY "Erro ao gravar LOTECKPT.DAT, status " CK-ERRO.

           CLOSE ARQUIVO-CHECKPOINT.

       CONFIRMAR-REGISTRO-EXIT.
           EXIT.

       GRAVAR-CKPT-BAIXA.
           MOVE SPACES TO REG-CHECKPOINT.
           MOVE "A" TO CK-TIPO.
           MOVE BX-MATRICULA(IX-BAIXA) TO CK-BX-MATRICULA.
           MOVE BX-VALOR(IX-BAIXA) TO CK-BX-VALOR.
           WRITE REG-CHECKPOINT.

       GRAVAR-CKPT-CONSIGNADO.
           MOVE SPACES TO REG-CHECKPOINT.
           MOVE "K" TO CK-TIPO.
           MOVE CT-MATRICULA(IX-CONS) TO CK-CT-MATRICULA.
           MOVE CT-CONTRATO(IX-CONS) TO CK-CT-CONTRATO.
           MOVE CT-VALOR(IX-CONS) TO CK-CT-VALOR.
           WRITE REG-CHECKPOINT.

      * Starts the checkpoint of a new lote with its "H" opening,
      * dated like the folha header it belongs to.
       ABRIR-CHECKPOINT.
           OPEN OUTPUT ARQUIVO-CHECKPOINT.
           IF CK-ERRO NOT = "00"
              DISPLAY "Erro ao abrir LOTECKPT.DAT, status " CK-ERRO
              DISPLAY "Lote sem ponto de retomada !"
              GO TO ABRIR-CHECKPOINT-EXIT.

           MOVE SPACES TO REG-CHECKPOINT.
           MOVE "H" TO CK-TIPO.
           MOVE DATA-LOTE-CKPT TO CK-DATA-LOTE.
           MOVE COMPETENCIA-LOTE TO CK-COMPETENCIA.
           WRITE REG-CHECKPOINT.

           IF CK-ERRO NOT = "00"
              DISPLAY "Erro ao gravar LOTECKPT.DAT, status " CK-ERRO.

           CLOSE ARQUIVO-CHECKPOINT.

       ABRIR-CHECKPOINT-EXIT.
           EXIT.

      * Records a closing stage (ESTAGIO-CKPT) of the lote.
       GRAVAR-CKPT-ESTAGIO.
           OPEN EXTEND ARQUIVO-CHECKPOINT.
           IF CK-ERRO = "35"
              OPEN OUTPUT ARQUIVO-CHECKPOINT.

           IF CK-ERRO NOT = "00"
              DISPLAY "Erro ao abrir LOTECKPT.DAT, status " CK-ERRO
              GO TO GRAVAR-CKPT-ESTAGIO-EXIT.

           MOVE SPACES TO REG-CHECKPOINT.
           MOVE ESTAGIO-CKPT TO CK-TIPO.
           WRITE REG-CHECKPOINT.

           IF CK-ERRO NOT = "00"
              DISPLAY "Erro ao gravar LOTECKPT.DAT, status " CK-ERRO.

           CLOSE ARQUIVO-CHECKPOINT.

       GRAVAR-CKPT-ESTAGIO-EXIT.
           EXIT.

      * Closes the lote: the trailers of the folha and the remessa,
      * then the adiantamentos settled and the consignados advanced,
      * each stage marked on the checkpoint as it is done, so a run
      * that dies while closing is finished by the next one without
      * a second trailer, baixa or parcela. The checkpoint goes away
      * only when everything is through.
       ENCERRAR-LOTE.
           IF NOT LOTE-ENCERRANDO
              MOVE "F" TO ESTAGIO-CKPT
              PERFORM GRAVAR-CKPT-ESTAGIO
                 THRU GRAVAR-CKPT-ESTAGIO-EXIT.

           IF FOLHA-SEM-TRAILER
              PERFORM GRAVAR-FOLHA-TRAILER
                 THRU GRAVAR-FOLHA-TRAILER-EXIT.

           IF NOT REMESSA-ABERTA AND REMESSA-SEM-TRAILER
              OPEN EXTEND ARQUIVO-REMESSA
              IF RM-ERRO NOT = "00"
                 DISPLAY "Erro ao abrir ARQUIVO-REMESSA, status "
                    RM-ERRO
                 MOVE 8 TO RETURN-CODE
                 GO TO ENCERRAR-LOTE-EXIT
              ELSE
                 MOVE "S" TO SW-REMESSA-ABERTA.

           IF REMESSA-ABERTA
              PERFORM GRAVAR-REMESSA-TRAILER.

           IF NOT BAIXAS-FEITAS
              IF QTD-BAIXAS > ZEROS
                 PERFORM BAIXAR-ADIANTAMENTOS
                    THRU BAIXAR-ADIANTAMENTOS-EXIT
              END-IF
              MOVE "B" TO ESTAGIO-CKPT
              PERFORM GRAVAR-CKPT-ESTAGIO
                 THRU GRAVAR-CKPT-ESTAGIO-EXIT.

           IF NOT CONSIG-FEITOS
              IF QTD-CONSIG > ZEROS
                 PERFORM ATUALIZAR-CONSIGNADOS
                    THRU ATUALIZAR-CONSIGNADOS-EXIT
              END-IF
              MOVE "G" TO ESTAGIO-CKPT
              PERFORM GRAVAR-CKPT-ESTAGIO
                 THRU GRAVAR-CKPT-ESTAGIO-EXIT.

           CALL "CBL_DELETE_FILE" USING NOME-CKPT-ARQUIVO.

       ENCERRAR-LOTE-EXIT.
           EXIT.

      * Looks for a lote this step left unfinished: the last "H" of
      * FOLHA-PAGAMENTO.DAT being a lote with no "T" after it, and
      * the checkpoint of that run. A lote interrupted while paying
      * is resumed (with no checkpoint, from the first roster line,
      * its partial records discarded); one interrupted while
      * closing is only closed. A checkpoint that matches no open
      * lote, or a lote of another competencia, is refused for the
      * folha to be checked with VERIFICA-FOLHA first.
       VERIFICAR-INTERRUPCAO.
           MOVE "N" TO SW-LOTE-INTERROMPIDO SW-CHECKPOINT SW-RETOMADA
              SW-ENCERRANDO SW-ERRO-RETOMADA SW-FOLHA-SEM-TRAILER
              SW-REMESSA-SEM-TRAILER SW-BAIXAS-FEITAS
              SW-CONSIG-FEITOS.
           MOVE ZEROS TO LINHA-RETOMADA MATRICULA-RETOMADA
              DATA-LOTE-CKPT COMPETENCIA-CKPT.

           PERFORM LOCALIZAR-LOTE-ABERTO
              THRU LOCALIZAR-LOTE-ABERTO-EXIT.
           PERFORM CARREGAR-CHECKPOINT THRU CARREGAR-CHECKPOINT-EXIT.

           IF NOT CHECKPOINT-EXISTE
              IF LOTE-INTERROMPIDO
                 MOVE DATA-LOTE-ABERTO TO DATA-LOTE-CKPT
                 DIVIDE DATA-LOTE-ABERTO BY 100
                    GIVING COMPETENCIA-CKPT
                 PERFORM AVALIAR-LOTE-SEM-CHECKPOINT
              END-IF
              GO TO VERIFICAR-INTERRUPCAO-EXIT.

           IF LOTE-ENCERRANDO
              IF LOTE-INTERROMPIDO AND
                 DATA-LOTE-ABERTO = DATA-LOTE-CKPT
                 MOVE "S" TO SW-FOLHA-SEM-TRAILER
              END-IF
              PERFORM CONFERIR-TRAILER-REMESSA
                 THRU CONFERIR-TRAILER-REMESSA-EXIT
              PERFORM ASSUMIR-DATA-LOTE
              GO TO VERIFICAR-INTERRUPCAO-EXIT.

           IF LOTE-INTERROMPIDO AND DATA-LOTE-ABERTO = DATA-LOTE-CKPT
              MOVE "S" TO SW-RETOMADA
              PERFORM ASSUMIR-DATA-LOTE
              GO TO VERIFICAR-INTERRUPCAO-EXIT.

           DISPLAY "LOTECKPT.DAT de " DATA-LOTE-CKPT " nao corresponde"
              " a nenhum lote aberto em FOLHA-PAGAMENTO.DAT:".
           DISPLAY "confira a folha com VERIFICA-FOLHA e remova o "
              "arquivo antes de reprocessar !".
           MOVE "S" TO SW-ERRO-RETOMADA.

       VERIFICAR-INTERRUPCAO-EXIT.
           EXIT.

      * An unfinished lote of an earlier competencia with no
      * checkpoint predates the restart trail; it is left for
      * VERIFICA-FOLHA to report and the new lote runs as before.
       AVALIAR-LOTE-SEM-CHECKPOINT.
           IF COMPETENCIA-CKPT NOT = COMPETENCIA-LOTE
              DISPLAY "Lote de " DATA-LOTE-CKPT " sem trailer em "
                 "FOLHA-PAGAMENTO.DAT, de outra competencia: nao "
                 "retomado (confira com VERIFICA-FOLHA)."
           ELSE
              MOVE "S" TO SW-RETOMADA
              PERFORM ASSUMIR-DATA-LOTE.

      * The interrupted lote is carried on under its own run date,
      * so rates and tables are taken as they were when it started.
       ASSUMIR-DATA-LOTE.
           IF COMPETENCIA-CKPT NOT = COMPETENCIA-LOTE
              DISPLAY "Lote interrompido de " DATA-LOTE-CKPT
                 " e de outra competencia:"
              DISPLAY "confira a folha com VERIFICA-FOLHA antes de "
                 "reprocessar !"
              MOVE "S" TO SW-ERRO-RETOMADA
           ELSE
              MOVE DATA-LOTE-CKPT TO FX-DATA-PROC.

       LOCALIZAR-LOTE-ABERTO.
           MOVE "N" TO SW-DENTRO-LOTE.
           MOVE ZEROS TO QTD-REG-LIDOS POSICAO-HEADER
              DATA-LOTE-ABERTO MODO-LOTE-ABERTO.
           OPEN INPUT FOLHA-PAGAMENTO.
           IF FP-ERRO NOT = "00"
              MOVE "00" TO FP-ERRO
              GO TO LOCALIZAR-LOTE-ABERTO-EXIT.

           PERFORM LER-CONTROLE-FOLHA UNTIL FP-ERRO = "10".

           CLOSE FOLHA-PAGAMENTO.

           IF DENTRO-LOTE AND MODO-LOTE-ABERTO = 2
              MOVE "S" TO SW-LOTE-INTERROMPIDO.

       LOCALIZAR-LOTE-ABERTO-EXIT.
           EXIT.

       LER-CONTROLE-FOLHA.
           READ FOLHA-PAGAMENTO
              AT END
                 MOVE "10" TO FP-ERRO
              NOT AT END
                 ADD 1 TO QTD-REG-LIDOS
                 IF FP-HEADER
                    MOVE "S" TO SW-DENTRO-LOTE
                    MOVE QTD-REG-LIDOS TO POSICAO-HEADER
                    MOVE FP-CTL-DATA TO DATA-LOTE-ABERTO
                    MOVE FP-CTL-MODO TO MODO-LOTE-ABERTO
                 END-IF
                 IF FP-TRAILER
                    MOVE "N" TO SW-DENTRO-LOTE
                 END-IF
           END-READ.

      * Reloads the checkpoint: the run totals of the last "C", the
      * advances and parcelas committed up to it (those read after
      * it belong to a roster line that will be paid again), and the
      * closing stages already done.
       CARREGAR-CHECKPOINT.
           MOVE ZEROS TO QTD-BAIXAS-CONF QTD-CONSIG-CONF.
           OPEN INPUT ARQUIVO-CHECKPOINT.
           IF CK-ERRO NOT = "00"
              MOVE "00" TO CK-ERRO
              GO TO CARREGAR-CHECKPOINT-EXIT.

           MOVE "S" TO SW-CHECKPOINT.
           PERFORM LER-CHECKPOINT UNTIL CK-ERRO = "10".

           CLOSE ARQUIVO-CHECKPOINT.

           MOVE QTD-BAIXAS-CONF TO QTD-BAIXAS.
           MOVE QTD-CONSIG-CONF TO QTD-CONSIG.

       CARREGAR-CHECKPOINT-EXIT.
           EXIT.

       LER-CHECKPOINT.
           READ ARQUIVO-CHECKPOINT
              AT END
                 MOVE "10" TO CK-ERRO
              NOT AT END
                 PERFORM TRATAR-CHECKPOINT
           END-READ.

       TRATAR-CHECKPOINT.
           EVALUATE TRUE
              WHEN CK-ABERTURA
                 MOVE CK-DATA-LOTE TO DATA-LOTE-CKPT
                 MOVE CK-COMPETENCIA TO COMPETENCIA-CKPT
              WHEN CK-BAIXA
                 IF QTD-BAIXAS < 200
                    ADD 1 TO QTD-BAIXAS
                    SET IX-BAIXA TO QTD-BAIXAS
                    MOVE CK-BX-MATRICULA TO BX-MATRICULA(IX-BAIXA)
                    MOVE CK-BX-VALOR TO BX-VALOR(IX-BAIXA)
                 END-IF
              WHEN CK-CONSIGNADO
                 IF QTD-CONSIG < 300
                    ADD 1 TO QTD-CONSIG
                    SET IX-CONS TO QTD-CONSIG
                    MOVE CK-CT-MATRICULA TO CT-MATRICULA(IX-CONS)
                    MOVE CK-CT-CONTRATO TO CT-CONTRATO(IX-CONS)
                    MOVE CK-CT-VALOR TO CT-VALOR(IX-CONS)
                 END-IF
              WHEN CK-CONFIRMADO
                 MOVE CK-LINHA TO LINHA-RETOMADA
                 MOVE CK-MATRICULA TO MATRICULA-RETOMADA
                 MOVE CK-TOTAL-FUNC TO RH-TOTAL-FUNC
                 MOVE CK-TOTAL-FOLHA TO RH-TOTAL-FOLHA
                 MOVE CK-REJEITADOS TO RH-REJEITADOS
                 MOVE CK-RM-QTD TO RM-QTD-DETALHES
                 MOVE CK-RM-TOTAL TO RM-TOTAL-CREDITO
                 MOVE CK-FH-QTD TO FH-QTD
                 MOVE CK-FH-BRUTO TO FH-BRUTO
                 MOVE CK-FH-LIQUIDO TO FH-LIQUIDO
                 MOVE QTD-BAIXAS TO QTD-BAIXAS-CONF
                 MOVE QTD-CONSIG TO QTD-CONSIG-CONF
              WHEN CK-ENCERRANDO
                 MOVE "S" TO SW-ENCERRANDO
              WHEN CK-BAIXAS-FEITAS
                 MOVE "S" TO SW-BAIXAS-FEITAS
              WHEN CK-CONSIG-FEITOS
                 MOVE "S" TO SW-CONSIG-FEITOS
           END-EVALUATE.

      * A remessa whose last record is not the "T" still needs it.
       CONFERIR-TRAILER-REMESSA.
           MOVE SPACE TO ULTIMO-TIPO-REMESSA.
           OPEN INPUT ARQUIVO-REMESSA.
           IF RM-ERRO NOT = "00"
              MOVE "00" TO RM-ERRO
              GO TO CONFERIR-TRAILER-REMESSA-EXIT.

           PERFORM LER-TIPO-REMESSA UNTIL RM-ERRO = "10".

           CLOSE ARQUIVO-REMESSA.

           IF ULTIMO-TIPO-REMESSA NOT = "T" AND
              ULTIMO-TIPO-REMESSA NOT = SPACE
              MOVE "S" TO SW-REMESSA-SEM-TRAILER.

       CONFERIR-TRAILER-REMESSA-EXIT.
           EXIT.

       LER-TIPO-REMESSA.
           READ ARQUIVO-REMESSA
              AT END
                 MOVE "10" TO RM-ERRO
              NOT AT END
                 MOVE RMH-TIPO TO ULTIMO-TIPO-REMESSA
           END-READ.

      * Resumes an interrupted lote: the roster is read up to the
      * last committed line, which must still hold the matricula
      * committed there, and the folha and the remessa are cut back
      * to what that commit had counted, dropping whatever the dead
      * run wrote after it; the run then goes on from the next line.
       RETOMAR-LOTE.
           DISPLAY "Lote de " DATA-LOTE-CKPT " interrompido: retomando"
              " apos a linha " LINHA-RETOMADA " do roster.".

           PERFORM PULAR-ROSTER
              UNTIL LINHA-ROSTER NOT < LINHA-RETOMADA
              OR RH-ERRO = "10".

           IF LINHA-ROSTER < LINHA-RETOMADA OR
              (LINHA-RETOMADA > ZEROS AND
               RH-MATRICULA NOT = MATRICULA-RETOMADA)
              DISPLAY "ROSTER.DAT mudou desde o lote interrompido "
                 "(linha " LINHA-RETOMADA ", matricula "
                 MATRICULA-RETOMADA "):"
              DISPLAY "confira a folha com VERIFICA-FOLHA antes de "
                 "reprocessar !"
              MOVE "S" TO SW-ERRO-RETOMADA
              GO TO RETOMAR-LOTE-EXIT.

           PERFORM APARAR-FOLHA THRU APARAR-FOLHA-EXIT.
           IF ERRO-RETOMADA
              GO TO RETOMAR-LOTE-EXIT.

           PERFORM APARAR-REMESSA THRU APARAR-REMESSA-EXIT.
           IF ERRO-RETOMADA
              GO TO RETOMAR-LOTE-EXIT.

           MOVE "S" TO SW-FOLHA-SEM-TRAILER.
           IF NOT CHECKPOINT-EXISTE
              PERFORM ABRIR-CHECKPOINT THRU ABRIR-CHECKPOINT-EXIT.

           DISPLAY "Funcionarios ja processados no lote: "
              RH-TOTAL-FUNC.

       RETOMAR-LOTE-EXIT.
           EXIT.

       PULAR-ROSTER.
           READ ARQUIVO-ROSTER
              AT END
                 MOVE "10" TO RH-ERRO
              NOT AT END
                 ADD 1 TO LINHA-ROSTER
           END-READ.

      * Keeps FOLHA-PAGAMENTO.DAT up to the lote's "H" and the
      * FH-QTD details committed after it.
       APARAR-FOLHA.
           MOVE ZEROS TO QTD-REG-LIDOS QTD-REG-COPIADOS
              QTD-REG-DESCARTADOS.
           OPEN INPUT FOLHA-PAGAMENTO.
           IF FP-ERRO NOT = "00"
              DISPLAY "Erro ao abrir FOLHA-PAGAMENTO, status " FP-ERRO
              MOVE "S" TO SW-ERRO-RETOMADA
              GO TO APARAR-FOLHA-EXIT.

           OPEN OUTPUT FOLHA-NOVA.
           IF FPNOVO-ERRO NOT = "00"
              DISPLAY "Erro ao abrir FOLHANOVO.DAT, status "
                 FPNOVO-ERRO
              CLOSE FOLHA-PAGAMENTO
              MOVE "S" TO SW-ERRO-RETOMADA
              GO TO APARAR-FOLHA-EXIT.

           PERFORM COPIAR-FOLHA-LOTE UNTIL FP-ERRO = "10".

           CLOSE FOLHA-PAGAMENTO FOLHA-NOVA.

           IF QTD-REG-COPIADOS < FH-QTD
              DISPLAY "FOLHA-PAGAMENTO.DAT tem menos pagamentos do "
                 "lote que o ponto de controle (" FH-QTD ") !"
              CALL "CBL_DELETE_FILE" USING NOVO-FOLHA-ARQUIVO
              MOVE "S" TO SW-ERRO-RETOMADA
              GO TO APARAR-FOLHA-EXIT.

           CALL "CBL_DELETE_FILE" USING NOME-FOLHA-ARQUIVO.
           CALL "CBL_RENAME_FILE" USING NOVO-FOLHA-ARQUIVO
              NOME-FOLHA-ARQUIVO.

           IF QTD-REG-DESCARTADOS > ZEROS
              DISPLAY "Pagamentos descartados apos o ultimo ponto de "
                 "controle: " QTD-REG-DESCARTADOS.

       APARAR-FOLHA-EXIT.
           EXIT.

       COPIAR-FOLHA-LOTE.
           READ FOLHA-PAGAMENTO
              AT END
                 MOVE "10" TO FP-ERRO
              NOT AT END
                 ADD 1 TO QTD-REG-LIDOS
                 IF QTD-REG-LIDOS NOT > POSICAO-HEADER
                    WRITE REG-FOLHA-NOVA FROM REG-FOLHA
                 ELSE
                    IF QTD-REG-COPIADOS < FH-QTD
                       WRITE REG-FOLHA-NOVA FROM REG-FOLHA
                       ADD 1 TO QTD-REG-COPIADOS
                    ELSE
                       ADD 1 TO QTD-REG-DESCARTADOS
                    END-IF
                 END-IF
           END-READ.

      * Keeps REMESSA-BANCO.DAT up to its header and the
      * RM-QTD-DETALHES credits committed, and leaves it open for
      * the rest of the lote.
       APARAR-REMESSA.
           MOVE "N" TO SW-REMESSA-ABERTA.
           MOVE ZEROS TO QTD-REG-LIDOS QTD-REG-COPIADOS
              QTD-REG-DESCARTADOS.
           OPEN INPUT ARQUIVO-REMESSA.
           IF RM-ERRO NOT = "00"
              IF RM-QTD-DETALHES = ZEROS
                 PERFORM ABRIR-REMESSA
              ELSE
                 DISPLAY "REMESSA-BANCO.DAT do lote interrompido nao "
                    "encontrada !"
                 MOVE "S" TO SW-ERRO-RETOMADA
              END-IF
              GO TO APARAR-REMESSA-EXIT.

           OPEN OUTPUT REMESSA-NOVA.
           IF RMNOVO-ERRO NOT = "00"
              DISPLAY "Erro ao abrir REMNOVO.DAT, status " RMNOVO-ERRO
              CLOSE ARQUIVO-REMESSA
              MOVE "S" TO SW-ERRO-RETOMADA
              GO TO APARAR-REMESSA-EXIT.

           PERFORM COPIAR-REMESSA-LOTE UNTIL RM-ERRO = "10".

           CLOSE ARQUIVO-REMESSA REMESSA-NOVA.

           IF QTD-REG-COPIADOS < RM-QTD-DETALHES
              DISPLAY "REMESSA-BANCO.DAT tem menos creditos que o "
                 "ponto de controle (" RM-QTD-DETALHES ") !"
              CALL "CBL_DELETE_FILE" USING NOVO-REM-ARQUIVO
              MOVE "S" TO SW-ERRO-RETOMADA
              GO TO APARAR-REMESSA-EXIT.

           CALL "CBL_DELETE_FILE" USING NOME-REM-ARQUIVO.
           CALL "CBL_RENAME_FILE" USING NOVO-REM-ARQUIVO
              NOME-REM-ARQUIVO.

           IF QTD-REG-DESCARTADOS > ZEROS
              DISPLAY "Creditos descartados apos o ultimo ponto de "
                 "controle: " QTD-REG-DESCARTADOS.

           OPEN EXTEND ARQUIVO-REMESSA.
           IF RM-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-REMESSA, status " RM-ERRO
              MOVE "S" TO SW-ERRO-RETOMADA
           ELSE
              MOVE "S" TO SW-REMESSA-ABERTA.

       APARAR-REMESSA-EXIT.
           EXIT.

       COPIAR-REMESSA-LOTE.
           READ ARQUIVO-REMESSA
              AT END
                 MOVE "10" TO RM-ERRO
              NOT AT END
                 ADD 1 TO QTD-REG-LIDOS
                 IF QTD-REG-LIDOS = 1 AND RMH-TIPO = "H"
                    WRITE REG-REMESSA-NOVA FROM REG-REMESSA-HEADER
                 ELSE
                    IF QTD-REG-COPIADOS < RM-QTD-DETALHES AND
                       RMD-TIPO = "D"
                       WRITE REG-REMESSA-NOVA FROM REG-REMESSA-HEADER
                       ADD 1 TO QTD-REG-COPIADOS
                    ELSE
                       ADD 1 TO QTD-REG-DESCARTADOS
                    END-IF
                 END-IF
           END-READ.

      * Pays the 15th's advance to every employee of the cadastro:
      * 40% of the monthly pay at the jornada's hours, each
      * advance recorded aberto on ADIANTAMENTOS.DAT and credited
      * through REMESSA-BANCO.DAT like a roster run's liquido.
       PROCESSAR-ADIANTAMENTO.
              GO TO PAGAR-ADIANTAMENTO-EXIT.
           MOVE FA-MATRICULA TO MATRICULA.
           PERFORM APURAR-VALOR-HORA.
           PERFORM APURAR-JORNADA.
           COMPUTE valorAdiantamento ROUNDED =
              valorHoraVigente * JV-HORAS-MES
              * PERCENTUAL-ADIANTAMENTO.

           PERFORM GRAVAR-ADIANTAMENTO THRU GRAVAR-ADIANTAMENTO-EXIT.
              END-IF
              SET IX-BAIXA TO QTD-BAIXAS.

      * Deducts the matricula's consignado parcelas due in the
      * competencia: every contract aberto, started, and not yet
      * deducted this competencia owes its parcela (or the balance,
      * when smaller). All of them together stay within the 35%
      * margin of the liquido after INSS/IRRF and never past the
      * liquido left; a parcela the margin cannot hold is cut to
      * fit and the rest of the balance rides the later months.
      * Each deduction is its own holerite line, folded into
      * outrosDescontos, and queued for ATUALIZAR-CONSIGNADOS. A
      * missing CONSIGNADOS.DAT just means no loans.
       DESCONTAR-CONSIGNADO.
           COMPUTE margemDisponivel ROUNDED =
              (salarioBruto - valorINSS - valorIRRF - valorPensao)
              * PERCENTUAL-MARGEM.

           OPEN INPUT ARQUIVO-CONSIGNADOS.
           IF CG-ERRO NOT = "00"
              MOVE "00" TO CG-ERRO
              GO TO DESCONTAR-CONSIGNADO-EXIT.

           PERFORM LER-CONSIGNADO UNTIL CG-ERRO = "10".

           CLOSE ARQUIVO-CONSIGNADOS.

       DESCONTAR-CONSIGNADO-EXIT.
           EXIT.

       LER-CONSIGNADO.
           READ ARQUIVO-CONSIGNADOS
              AT END
                 MOVE "10" TO CG-ERRO
              NOT AT END
                 IF CG-MATRICULA = MATRICULA AND CONSIGNADO-ABERTO
                    AND CG-INICIO NOT > COMPETENCIA-LOTE
                    AND CG-ULTIMA-COMPETENCIA < COMPETENCIA-LOTE
                    PERFORM CALCULAR-PARCELA THRU CALCULAR-PARCELA-EXIT
                 END-IF
           END-READ.

       CALCULAR-PARCELA.
           IF CG-VALOR-PARCELA < CG-SALDO
              MOVE CG-VALOR-PARCELA TO valorParcela
           ELSE
              MOVE CG-SALDO TO valorParcela.

           IF valorParcela > margemDisponivel
              MOVE margemDisponivel TO valorParcela
              DISPLAY "Matricula " MATRICULA ": parcela do contrato "
                 CG-CONTRATO " excede a margem de 35%, descontado "
                 "so o que cabe !".

           IF valorParcela > salarioLiquido
              MOVE salarioLiquido TO valorParcela.

           IF valorParcela = ZEROS
              DISPLAY "Matricula " MATRICULA ": sem margem p/ o "
                 "contrato " CG-CONTRATO ", parcela nao descontada !"
              GO TO CALCULAR-PARCELA-EXIT.

           IF QTD-CONSIG NOT < 300
              DISPLAY "Aviso: relacao de consignados cheia, contrato "
                 CG-CONTRATO " da matricula " MATRICULA
                 " nao descontado !"
              GO TO CALCULAR-PARCELA-EXIT.

           SUBTRACT valorParcela FROM margemDisponivel.
           SUBTRACT valorParcela FROM salarioLiquido.
           ADD valorParcela TO outrosDescontos.

           ADD 1 TO QTD-CONSIG.
           SET IX-CONS TO QTD-CONSIG.
           MOVE MATRICULA TO CT-MATRICULA(IX-CONS).
           MOVE CG-CONTRATO TO CT-CONTRATO(IX-CONS).
           MOVE valorParcela TO CT-VALOR(IX-CONS).

           IF QTD-RUBRICAS < 20
              ADD 1 TO QTD-RUBRICAS
              SET IX-RUB TO QTD-RUBRICAS
              MOVE SPACES TO RT-DESCRICAO(IX-RUB)
              STRING "CONSIG. " CG-CONTRATO DELIMITED BY SIZE
                 INTO RT-DESCRICAO(IX-RUB)
              MOVE "D" TO RT-TIPO(IX-RUB)
              MOVE valorParcela TO RT-VALOR(IX-RUB).

       CALCULAR-PARCELA-EXIT.
           EXIT.

      * Advances every contract deducted this lote - one more
      * parcela paid, the balance brought down by what was actually
      * deducted, the competencia and value recorded for the
      * repasse - and marks quitado a contract whose balance reached
      * zero. CONSIGNADOS.DAT is rewritten by the copy-and-replace
      * pass LINE SEQUENTIAL demands.
       ATUALIZAR-CONSIGNADOS.
           OPEN INPUT ARQUIVO-CONSIGNADOS.
           IF CG-ERRO NOT = "00"
              DISPLAY "Erro ao abrir CONSIGNADOS.DAT, status " CG-ERRO
              GO TO ATUALIZAR-CONSIGNADOS-EXIT.

           OPEN OUTPUT ARQUIVO-CONS-NOVO.
           IF CGNOVO-ERRO NOT = "00"
              DISPLAY "Erro ao abrir arquivo temporario, status "
                 CGNOVO-ERRO
              CLOSE ARQUIVO-CONSIGNADOS
              GO TO ATUALIZAR-CONSIGNADOS-EXIT.

           PERFORM COPIAR-CONSIGNADO UNTIL CG-ERRO = "10".

           CLOSE ARQUIVO-CONSIGNADOS.
           CLOSE ARQUIVO-CONS-NOVO.

           CALL "CBL_DELETE_FILE" USING NOME-CONS-ARQUIVO.
           CALL "CBL_RENAME_FILE" USING NOVO-CONS-ARQUIVO
              NOME-CONS-ARQUIVO.

           MOVE CG-TOTAL-DESCONTADO TO RH-MASCARA.
           DISPLAY "Parcelas consignadas.....: " QTD-CONSIG.
           DISPLAY "Total consignado.........: " RH-MASCARA.

       ATUALIZAR-CONSIGNADOS-EXIT.
           EXIT.

       COPIAR-CONSIGNADO.
           READ ARQUIVO-CONSIGNADOS
              AT END
                 MOVE "10" TO CG-ERRO
              NOT AT END
                 IF CONSIGNADO-ABERTO
                    PERFORM CONFERIR-CONSIGNADO
                       VARYING IX-CONS FROM 1 BY 1
                       UNTIL IX-CONS > QTD-CONSIG
                 END-IF
                 MOVE REG-CONSIGNADO TO REG-CONS-NOVO
                 WRITE REG-CONS-NOVO
           END-READ.

       CONFERIR-CONSIGNADO.
           IF CG-MATRICULA = CT-MATRICULA(IX-CONS) AND
              CG-CONTRATO = CT-CONTRATO(IX-CONS)
              ADD 1 TO CG-PARCELAS-PAGAS
              SUBTRACT CT-VALOR(IX-CONS) FROM CG-SALDO
              MOVE COMPETENCIA-LOTE TO CG-ULTIMA-COMPETENCIA
              MOVE CT-VALOR(IX-CONS) TO CG-ULTIMO-VALOR
              ADD CT-VALOR(IX-CONS) TO CG-TOTAL-DESCONTADO
              IF CG-SALDO = ZEROS
                 MOVE "Q" TO CG-SITUACAO
              END-IF
              SET IX-CONS TO QTD-CONSIG.

      * Rate in force on the processing date, from the SALHIST.DAT
      * history; with no history the cadastro's current rate stands.
       APURAR-VALOR-HORA.
           CALL "VALOR-HORA-VIGENTE" USING MATRICULA, FX-DATA-PROC,
              valorHoraVigente.

      * Jornada in force on the processing date: the monthly hours
      * the 13o and the adiantamento value, the weekly hours that
      * cap the individual mode.
       APURAR-JORNADA.
           CALL "JORNADA-VIGENTE" USING MATRICULA, FX-DATA-PROC,
              JORNADA-FUNC.

       ABRIR-CADASTRO.
           OPEN INPUT ARQUIVO-FUNCIONARIOS.
           IF FN-ERRO NOT = "00"
              DISPLAY "Aviso: mais de 20 rubricas p/ matricula "
                 MATRICULA ", item fora do holerite !".

      * Hands the gross to the shared CALCULA-PENSAO engine, which
      * values the matricula's pensao orders for the kind of payment
      * in PENSAO-VERBA and runs CALCULA-FAIXAS on the bracket set in
      * force on FX-DATA-PROC - the IRRF base reduced by the
      * dependent count and by the pensao - returning the
      * deductions, the liquido before the pensao, the pensao total
      * and one credit per beneficiary.
       CALCULAR-DEDUCOES.
           PERFORM CONTAR-DEPENDENTES THRU CONTAR-DEPENDENTES-EXIT.
           MOVE ZEROS TO PB-QTD.
           CALL "CALCULA-PENSAO" USING FX-DATA-PROC, MATRICULA,
              PENSAO-VERBA, salarioBruto, QTD-DEPENDENTES, valorINSS,
              valorIRRF, salarioLiquido, valorPensao,
              CREDITOS-PENSAO.

      * Takes the pensao off the liquido as one holerite line per
      * beneficiary, folded into outrosDescontos. When rubricas have
      * already eaten into the liquido, a credit that no longer fits
      * is cut to what is left, so the remessa pays the beneficiary
      * exactly what the holerite withheld.
       DESCONTAR-PENSAO.
           IF valorPensao = ZEROS
              GO TO DESCONTAR-PENSAO-EXIT.

           MOVE salarioLiquido TO sobraPensao.
           MOVE ZEROS TO valorPensao.
           PERFORM LANCAR-PENSAO
              VARYING IX-PB FROM 1 BY 1
              UNTIL IX-PB > PB-QTD.

           SUBTRACT valorPensao FROM salarioLiquido.
           ADD valorPensao TO outrosDescontos.

       DESCONTAR-PENSAO-EXIT.
           EXIT.

       LANCAR-PENSAO.
           IF PB-VALOR(IX-PB) > sobraPensao
              MOVE sobraPensao TO PB-VALOR(IX-PB)
              DISPLAY "Matricula " MATRICULA ": liquido insuficiente, "
                 "pensao de " PB-BENEFICIARIO(IX-PB) " reduzida !".
           SUBTRACT PB-VALOR(IX-PB) FROM sobraPensao.
           ADD PB-VALOR(IX-PB) TO valorPensao.

           IF QTD-RUBRICAS < 20
              ADD 1 TO QTD-RUBRICAS
              SET IX-RUB TO QTD-RUBRICAS
              MOVE SPACES TO RT-DESCRICAO(IX-RUB)
              STRING "PENSAO " PB-BENEFICIARIO(IX-PB)
                 DELIMITED BY SIZE INTO RT-DESCRICAO(IX-RUB)
              MOVE "D" TO RT-TIPO(IX-RUB)
              MOVE PB-VALOR(IX-PB) TO RT-VALOR(IX-RUB).

      * Counts the matricula's dependents on DEPENDENTES.DAT: every
      * dependent reduces the IRRF base; filhos still under 14 on
              MOVE valorExtras TO MASCARA
              DISPLAY "Valor das horas extras.: " MASCARA.

           IF valorNoturno > ZEROS
              MOVE horasNoturnas TO MASCARA-HORAS
              DISPLAY "Horas noturnas.........: " MASCARA-HORAS
              MOVE valorNoturno TO MASCARA
              DISPLAY "Adicional noturno 20%..: " MASCARA.

           MOVE salarioBruto TO MASCARA.
           DISPLAY "Salario Bruto..........: " MASCARA.
           MOVE valorINSS TO MASCARA.
      * disagree with the recomputation.
       PROCESSAR-RECALCULO.
           MOVE ZEROS TO RC-QTD-LIDOS RC-QTD-DIF RC-QTD-13
              RC-QTD-DISSIDIO RC-MODO-CORRENTE.

           OPEN INPUT FOLHA-PAGAMENTO.
           IF FP-ERRO NOT = "00"
           DISPLAY "Registros recalculados...: " RC-QTD-LIDOS.
           DISPLAY "Registros com diferenca..: " RC-QTD-DIF.
           DISPLAY "Detalhes de 13o pulados..: " RC-QTD-13.
           DISPLAY "Detalhes de dissidio.....: " RC-QTD-DISSIDIO.

       PROCESSAR-RECALCULO-EXIT.
           EXIT.
      * computes parcela 2's INSS/IRRF on the full proportional
      * while the detail carries only its slice, so recomputing
      * from FP-SALARIO-BRUTO would flag every one of them forever
      * and bury the real divergences. Mode-7 details (DISSIDIO)
      * are skipped for the same reason: their deductions were
      * figured competencia by competencia, not on the summed bruto.
       RECALCULAR-REGISTRO.
           READ FOLHA-PAGAMENTO
              AT END
                       MOVE FP-CTL-MODO TO RC-MODO-CORRENTE
                    WHEN FP-DETALHE-REG AND RC-MODO-CORRENTE = 3
                       ADD 1 TO RC-QTD-13
                    WHEN FP-DETALHE-REG AND RC-MODO-CORRENTE = 7
                       ADD 1 TO RC-QTD-DISSIDIO
                    WHEN FP-DETALHE-REG
                       ADD 1 TO RC-QTD-LIDOS
                       PERFORM APURAR-VERBA-RECALCULO
                       MOVE FP-MATRICULA TO MATRICULA
                       MOVE FP-DATA TO FX-DATA-PROC
                       MOVE FP-SALARIO-BRUTO TO salarioBruto
                 END-EVALUATE
           END-READ.

      * The pensao orders are valued by the kind of payment the
      * detail is: ferias on a mode-5 run, the 13o on the termo's
      * detail without hours, the folha mensal otherwise.
       APURAR-VERBA-RECALCULO.
           EVALUATE TRUE
              WHEN RC-MODO-CORRENTE = 5
                 MOVE "E" TO PENSAO-VERBA
              WHEN RC-MODO-CORRENTE = 6 AND FP-HORAS = ZEROS
                 MOVE "D" TO PENSAO-VERBA
              WHEN OTHER
                 MOVE "F" TO PENSAO-VERBA
           END-EVALUATE.

       EXIBIR-DIFERENCA.
           DISPLAY "Diferenca p/ matricula " FP-MATRICULA
              " em " FP-DATA ":".
           MOVE valorHora TO FP-VALOR-HORA
           MOVE horasExtras50 TO FP-HORAS-EXTRAS-50
           MOVE horasExtras100 TO FP-HORAS-EXTRAS-100
           COMPUTE FP-VALOR-EXTRAS = valorExtras + valorNoturno
           MOVE salarioBruto TO FP-SALARIO-BRUTO
           MOVE valorINSS TO FP-INSS
           MOVE valorIRRF TO FP-IRRF
