      *             releases it at GOBACK: the desligado REWRITE
      *             touches the cadastro CALCULA-SALARIO holds open
      *             for its whole lote.
      * 2026-10-15  The termo now asks the tipo de desligamento (sem
      *             justa causa, pedido de demissao, justa causa):
      *             aviso previo indenizado is paid only without
      *             cause, and a dismissal for cause loses the
      *             proportional 13o and ferias.
      * 2026-10-15  The settlement now posts itself: a run mode 6 on
      *             FOLHA-PAGAMENTO.DAT bracketed by the usual "H"/"T"
      *             control records - one detail for the saldo de
      *             salario with the indenizadas as outros proventos,
      *             one for the 13o proporcional - so
      *             FECHAMENTO-FOLHA and INFORME-RENDIMENTOS see it,
      *             and a REMESSA-BANCO.DAT credit of the liquido.
      * 2026-10-15  FGTS rescisorio: the month's 8% deposit on saldo,
      *             13o and aviso, plus the 40% multa over the
      *             matricula's accumulated FGTS.DAT balance for a
      *             dismissal without cause, printed for the guia and
      *             kept on the widened RESCISAO.DAT record. The run
      *             is refused inside a closed competencia.
      * 2026-10-15  The open emprestimo consignado balance of the
      *             matricula (CONSIGNADOS.DAT) is now settled out
      *             of the termo, up to the legal 35% of the liquido:
      *             it rides the saldo detail as outros descontos,
      *             prints on the termo, is kept on the widened
      *             RESCISAO.DAT record, and each contract is marked
      *             quitado or rescindido with the value withheld,
      *             for REPASSE-CONSIGNADO to report to the bank.
      * 2026-10-15  Pensao alimenticia: both deduction calls now go
      *             through CALCULA-PENSAO - the saldo de salario as
      *             folha mensal, the 13o for the orders flagged for
      *             it - which takes the pensao off the IRRF base.
      *             The pensao rides each detail's outros descontos,
      *             prints on the termo, is kept on the widened
      *             RESCISAO.DAT record, and each beneficiary gets
      *             its own credit on the termo's remessa.
      * 2026-10-15  Banco de horas: the matricula's remaining positive
      *             balance on BANCOHORAS.DAT is paid by the termo,
      *             each minute at the rate it was earned (50% or
      *             100% over the valor hora vigente), as a taxable
      *             piece inside the saldo detail's bruto (valor
      *             extras); it prints on the termo, is kept on the
      *             widened RESCISAO.DAT record, and the lots are
      *             closed with "R" movements.
      * 2026-10-15  The salario mensal and the hours of the saldo de
      *             salario follow the employee's jornada on the
      *             desligamento date (JORNADA-VIGENTE) instead of
      *             the full-time 44-hour week.
      * 2026-10-15  The RESCISAO.DAT layout moved to the shared REGRESC
      *             copybook, now also read by MOVIMENTACAO-PESSOAL.
      * 2026-10-15  The RETURN-CODE of the run survives the release of
      *             the subsystem lock, whose CALL used to hand
      *             back zero and hide a failed run from the caller.
      * 2026-10-15  A remessa header that cannot be written drops the
      *             remessa, as an open failure already did.
      * 2026-10-15  The 13o detail of the termo's folha run clears the
      *             banco de horas extras the saldo detail carries,
      *             so the payout is on the run only once.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESCISAO.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DP-ERRO.

           SELECT FOLHA-PAGAMENTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FP-ERRO.

           SELECT ARQUIVO-REMESSA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RM-ERRO.

           SELECT ARQUIVO-FGTS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FG-ERRO.

           SELECT ARQUIVO-BANCO-HORAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BH-ERRO.

           SELECT ARQUIVO-CONSIGNADOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CG-ERRO.

           SELECT ARQUIVO-CONS-NOVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CGNOVO-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-RESCISAO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 137 CHARACTERS
           DATA RECORD IS REG-RESCISAO
           VALUE OF FILE-ID "RESCISAO.DAT".

       01  REG-RESCISAO.
           COPY REGRESC.

       FD  ARQUIVO-BANCO-HORAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS REG-BANCO-HORAS
           VALUE OF FILE-ID "BANCOHORAS.DAT".

       01  REG-BANCO-HORAS.
           COPY REGBHOR.

       FD  ARQUIVO-FUNCIONARIOS
           LABEL RECORD IS STANDARD
       01  REG-DEPENDENTE.
           COPY REGDEP.

       FD  FOLHA-PAGAMENTO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 106 CHARACTERS
           DATA RECORD IS REG-FOLHA
           VALUE OF FILE-ID "FOLHA-PAGAMENTO.DAT".

       01  REG-FOLHA.
           COPY REGFOLHA.

      * Bank credit file of the termo, same layout the roster lote
      * writes: "H" header, the "D" credit of the liquido, "T"
      * trailer.
       FD  ARQUIVO-REMESSA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS REG-REMESSA-HEADER
           VALUE OF FILE-ID "REMESSA-BANCO.DAT".

       01  REG-REMESSA-HEADER.
           05  RMH-TIPO     PIC X(01).
           05  RMH-DATA     PIC 9(08).
           05  RMH-EMPRESA  PIC X(30).
           05  RMH-CNPJ     PIC 9(14).
           05  FILLER       PIC X(03).

       01  REG-REMESSA-DETALHE.
           05  RMD-TIPO     PIC X(01).
           05  RMD-NOME     PIC X(30).
           05  RMD-BANCO    PIC 9(03).
           05  RMD-AGENCIA  PIC 9(04).
           05  RMD-CONTA    PIC 9(08).
           05  RMD-VALOR    PIC 9(08)V99.

       01  REG-REMESSA-TRAILER.
           05  RMT-TIPO     PIC X(01).
           05  RMT-QTD      PIC 9(05).
           05  RMT-TOTAL    PIC 9(10)V99.
           05  FILLER       PIC X(38).

      * Monthly deposits filed by FGTS-MENSAL; the matricula's lines
      * add up to the FGTS balance the multa falls on.
       FD  ARQUIVO-FGTS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS REG-FGTS
           VALUE OF FILE-ID "FGTS.DAT".

       01  REG-FGTS.
           05  FG-COMPETENCIA  PIC 9(06).
           05  FG-MATRICULA    PIC 9(05).
           05  FG-NOME         PIC X(30).
           05  FG-BRUTO        PIC 9(08)V99.
           05  FG-VALOR        PIC 9(08)V99.

      * Loan contracts per matricula, kept by CADASTRO-CONSIGNADOS;
      * the termo settles the open balance.
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

       WORKING-STORAGE SECTION.
       77  RS-ERRO PIC X(02) VALUE "00".
       77  FN-ERRO PIC X(02) VALUE "00".
       77  TRAVA-PROGRAMA PIC X(15) VALUE "RESCISAO".
       77  TRAVA-OPERADOR PIC 9(04) VALUE ZEROS.
       77  TRAVA-RESULTADO PIC X(01) VALUE SPACE.
       77  FP-ERRO PIC X(02) VALUE "00".
       77  RM-ERRO PIC X(02) VALUE "00".
       77  FG-ERRO PIC X(02) VALUE "00".
       77  DATA-HOJE PIC 9(08) VALUE ZEROS.
       77  SITUACAO-COMPETENCIA PIC X(01) VALUE SPACE.
       77  TIPO-DESLIGAMENTO PIC X(01) VALUE SPACE.
           88 SEM-JUSTA-CAUSA     VALUE "S".
           88 PEDIDO-DEMISSAO     VALUE "P".
           88 JUSTA-CAUSA         VALUE "J".
           88 TIPO-VALIDO         VALUE "S" "P" "J".
       77  INSS-SALDO      PIC 9(05)V99 VALUE ZEROS.
       77  IRRF-SALDO      PIC 9(05)V99 VALUE ZEROS.
       77  INSS-13         PIC 9(05)V99 VALUE ZEROS.
       77  IRRF-13         PIC 9(05)V99 VALUE ZEROS.
       77  verbasIndenizadas PIC 9(05)V99 VALUE ZEROS.
       77  liquidoSaldo    PIC 9(06)V99 VALUE ZEROS.
       77  liquido13       PIC 9(05)V99 VALUE ZEROS.
       77  horasSaldo      PIC 9(03)V9 VALUE ZEROS.
      * Employer deposit rate fixed in law at 8% of the bruto, and
      * the 40% multa due on the balance for a dismissal without
      * cause.
       77  ALIQUOTA-FGTS       PIC 9V99 VALUE 0,08.
       77  ALIQUOTA-MULTA-FGTS PIC 9V99 VALUE 0,40.
       77  saldoFGTS       PIC 9(08)V99 VALUE ZEROS.
       77  fgtsMes         PIC 9(05)V99 VALUE ZEROS.
       77  multaFGTS       PIC 9(06)V99 VALUE ZEROS.
       77  totalGuiaFGTS   PIC 9(07)V99 VALUE ZEROS.
       77  MASCARA-FGTS    PIC Z.ZZZ.ZZ9,99.
       77  FH-QTD     PIC 9(05) VALUE ZEROS.
       77  FH-BRUTO   PIC 9(10)V99 VALUE ZEROS.
       77  FH-LIQUIDO PIC 9(10)V99 VALUE ZEROS.
       77  SW-REMESSA-ABERTA PIC X(01) VALUE "N".
           88 REMESSA-ABERTA     VALUE "S".
       77  RM-QTD-DETALHES PIC 9(05) VALUE ZEROS.
       77  RM-TOTAL-CREDITO PIC 9(10)V99 VALUE ZEROS.
       77  EMPRESA-NOME PIC X(30) VALUE "IFSP CUBATAO COMERCIO LTDA".
       77  EMPRESA-CNPJ PIC 9(14) VALUE 10882594000165.
      * Run mode of a termo on FOLHA-PAGAMENTO.DAT (see REGFOLHA).
       77  FOLHA-MODO PIC 9(01) VALUE 6.
       77  CG-ERRO PIC X(02) VALUE "00".
       77  CGNOVO-ERRO PIC X(02) VALUE "00".
       77  NOME-CONS-ARQUIVO PIC X(15) VALUE "CONSIGNADOS.DAT".
       77  NOVO-CONS-ARQUIVO PIC X(12) VALUE "CONSNOVO.DAT".
       77  COMPETENCIA-TERMO PIC 9(06) VALUE ZEROS.
       77  QTD-CONTRATOS PIC 9(03) VALUE ZEROS.
      * Legal ceiling of the consignado withheld from the verbas
      * rescisorias: 35% of the termo's liquido.
       77  PERCENTUAL-MARGEM PIC 9V99 VALUE 0,35.
       77  saldoConsignado PIC 9(07)V99 VALUE ZEROS.
       77  valorConsignado PIC 9(05)V99 VALUE ZEROS.
       77  margemConsignado PIC 9(06)V99 VALUE ZEROS.
       77  restoConsignado PIC 9(05)V99 VALUE ZEROS.
       77  valorContrato PIC 9(05)V99 VALUE ZEROS.
      * Pensao orders are valued per piece of the termo: F on the
      * saldo de salario, D on the 13o (see CALCULA-PENSAO).
       77  PENSAO-VERBA PIC X(01) VALUE "F".
       77  PARCELA-PENSAO PIC 9(05)V99 VALUE ZEROS.
       77  pensaoSaldo PIC 9(05)V99 VALUE ZEROS.
       77  pensao13 PIC 9(05)V99 VALUE ZEROS.
       77  valorPensao PIC 9(05)V99 VALUE ZEROS.

       77  BH-ERRO PIC X(02) VALUE "00".
       77  SW-LOTE-ACHADO PIC X(01) VALUE "N".
           88 LOTE-ACHADO        VALUE "S".
       77  QTD-LOTES-BANCO PIC 9(03) VALUE ZEROS.
       77  minutosBanco50  PIC 9(06) VALUE ZEROS.
       77  minutosBanco100 PIC 9(06) VALUE ZEROS.
       77  valorBancoHoras PIC 9(05)V99 VALUE ZEROS.
       77  brutoSaldo      PIC 9(05)V99 VALUE ZEROS.
       77  CODIGO-SAIDA PIC S9(04) VALUE ZEROS.

      * The matricula's banco de horas lots with their balance,
      * closed by the termo.
       01  TABELA-LOTES-BANCO VALUE ZEROS.
           05  LOTE-BANCO-TAB OCCURS 200 TIMES INDEXED BY IX-LB.
               10  LB-ORIGEM     PIC 9(06).
               10  LB-SALDO-50   PIC S9(06).
               10  LB-SALDO-100  PIC S9(06).

      * Pensao alimenticia credits of the termo, one per
      * beneficiary, the saldo's and the 13o's added together.
       01  CREDITOS-PENSAO.
           COPY REGPENB.

      * The matricula's jornada on the desligamento date.
       01  JORNADA-FUNC.
           COPY REGJVIG.

       01  DATA-DESLIGAMENTO.
           05  ANO-DESLIG  PIC 9(04) VALUE ZEROS.
              MOVE 8 TO RETURN-CODE
              GOBACK.

      * The termo is paid on today's folha, so a closed month is
      * refused the same way the other FOLHA-PAGAMENTO writers do.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           CALL "CONFERIR-COMPETENCIA" USING DATA-HOJE,
              SITUACAO-COMPETENCIA.
           IF SITUACAO-COMPETENCIA = "F"
              DISPLAY "Competencia fechada pelo fechamento mensal: "
                 "reabra-a (REABRIR-COMPETENCIA) antes !"
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           PERFORM ENTRAR-MATRICULA UNTIL FUNC-ENCONTRADO
              OR ERRO-CADASTRO.
           IF ERRO-CADASTRO
              GO TO END-OF-JOB.

           PERFORM ENTRAR-DATA-DESLIGAMENTO UNTIL DATA-VALIDA.
           PERFORM ENTRAR-TIPO-DESLIGAMENTO UNTIL TIPO-VALIDO.
           PERFORM APURAR-SALARIO-MENSAL.

           PERFORM CALCULAR-VERBAS.
           PERFORM APURAR-BANCO-HORAS THRU APURAR-BANCO-HORAS-EXIT.
           COMPUTE brutoSaldo = saldoSalario + valorBancoHoras.
           PERFORM CALCULAR-DEDUCOES.

           COMPUTE verbasIndenizadas = feriasProp + valorTerco
              + avisoPrevio.
           COMPUTE liquidoSaldo = brutoSaldo - INSS-SALDO
              - IRRF-SALDO - pensaoSaldo + verbasIndenizadas.
           COMPUTE liquido13 = decimoTerceiro - INSS-13 - IRRF-13
              - pensao13.
           COMPUTE totalLiquido = liquidoSaldo + liquido13.

           PERFORM APURAR-CONSIGNADO THRU APURAR-CONSIGNADO-EXIT.

           PERFORM APURAR-FGTS-RESCISORIO
              THRU APURAR-FGTS-RESCISORIO-EXIT.

           PERFORM EMITIR-TERMO.
           PERFORM EMITIR-GUIA-FGTS.
           PERFORM GRAVAR-RESCISAO THRU GRAVAR-RESCISAO-EXIT.
           PERFORM GRAVAR-FOLHA-RESCISAO
              THRU GRAVAR-FOLHA-RESCISAO-EXIT.
           PERFORM GRAVAR-REMESSA THRU GRAVAR-REMESSA-EXIT.
           PERFORM MARCAR-DESLIGADO THRU MARCAR-DESLIGADO-EXIT.
           IF QTD-CONTRATOS > ZEROS
              PERFORM BAIXAR-CONSIGNADOS
                 THRU BAIXAR-CONSIGNADOS-EXIT.
           IF valorBancoHoras > ZEROS
              PERFORM BAIXAR-BANCO-HORAS
                 THRU BAIXAR-BANCO-HORAS-EXIT.

      * The release CALL returns its own zero RETURN-CODE; the run's
      * is kept aside and put back for the caller.
       END-OF-JOB.
           MOVE RETURN-CODE TO CODIGO-SAIDA.
           MOVE "L" TO TRAVA-OPERACAO.
           CALL "TRAVAR-SUBSISTEMA" USING TRAVA-OPERACAO,
              TRAVA-SUBSISTEMA, TRAVA-PROGRAMA, TRAVA-OPERADOR,
              TRAVA-RESULTADO.
           MOVE CODIGO-SAIDA TO RETURN-CODE.
           GOBACK.

      * A matricula already desligada cannot be settled again; the
           IF NOT DATA-VALIDA
              DISPLAY "Data invalida !".

      * The tipo de desligamento decides the verbas and the FGTS
      * multa; it rides RESCISAO.DAT for the government file.
       ENTRAR-TIPO-DESLIGAMENTO.
           DISPLAY "Tipo de desligamento (S - sem justa causa, "
              "P - pedido de demissao, J - justa causa):"
           ACCEPT TIPO-DESLIGAMENTO.
           IF NOT TIPO-VALIDO
              DISPLAY "Tipo invalido !".

      * The settlement values the month at the rate in force on the
      * desligamento date (SALHIST.DAT history, cadastro rate as the
      * fallback) over the monthly hours of the jornada in force.
       APURAR-SALARIO-MENSAL.
           MOVE FA-VALOR-HORA TO valorHoraVigente.
           CALL "VALOR-HORA-VIGENTE" USING MATRICULA,
              DATA-DESLIGAMENTO, valorHoraVigente.
           CALL "JORNADA-VIGENTE" USING MATRICULA,
              DATA-DESLIGAMENTO, JORNADA-FUNC.
           COMPUTE salarioMensal =
              valorHoraVigente * JV-HORAS-MES.
           MOVE salarioMensal TO MASCARA.
           DISPLAY "Salario mensal apurado.: " MASCARA.

      * ferias count the months of the aquisitive period begun on
      * the admission anniversary, under the same 15-day rule, plus
      * the constitutional one third. Aviso previo indenizado is one
      * salario mensal, due only on a dismissal without cause; a
      * dismissal for cause keeps just the saldo de salario.
       CALCULAR-VERBAS.
           MOVE DIA-DESLIG TO diasTrabalhados.
           IF diasTrabalhados > 30
              MOVE 30 TO diasTrabalhados.
           COMPUTE saldoSalario ROUNDED =
              (salarioMensal / 30) * diasTrabalhados.
           COMPUTE horasSaldo ROUNDED =
              (JV-HORAS-MES / 30) * diasTrabalhados.

           IF DIA-DESLIG >= 15
              MOVE MES-DESLIG TO MESES-13
              (salarioMensal / 12) * MESES-FERIAS.
           COMPUTE valorTerco ROUNDED = feriasProp / 3.

           IF SEM-JUSTA-CAUSA
              MOVE salarioMensal TO avisoPrevio
           ELSE
              MOVE ZEROS TO avisoPrevio.

           IF JUSTA-CAUSA
              MOVE ZEROS TO MESES-13 decimoTerceiro
                 MESES-FERIAS feriasProp valorTerco.

      * INSS/IRRF fall only on the taxable pieces: the saldo de
      * salario and the 13o, each run through the bracket engine on
      * its own, the way the guias separate them. Ferias indenizadas
      * with the 1/3 and the aviso previo indenizado are exempt, and
      * being indenizacao they carry no pensao either: the orders
      * are valued on the saldo as folha mensal and on the 13o when
      * flagged for it, each beneficiary's two pieces landing on a
      * single credit.
       CALCULAR-DEDUCOES.
           MOVE ZEROS TO valorINSS valorIRRF valorPensao PB-QTD.

           PERFORM CONTAR-DEPENDENTES THRU CONTAR-DEPENDENTES-EXIT.

           MOVE ZEROS TO INSS-SALDO IRRF-SALDO INSS-13 IRRF-13
              pensaoSaldo pensao13.

           MOVE "F" TO PENSAO-VERBA.
           CALL "CALCULA-PENSAO" USING DATA-DESLIGAMENTO, MATRICULA,
              PENSAO-VERBA, brutoSaldo, QTD-DEPENDENTES,
              PARCELA-INSS, PARCELA-IRRF, PARCELA-LIQUIDO,
              PARCELA-PENSAO, CREDITOS-PENSAO.
           MOVE PARCELA-INSS TO INSS-SALDO.
           MOVE PARCELA-IRRF TO IRRF-SALDO.
           MOVE PARCELA-PENSAO TO pensaoSaldo.
           ADD PARCELA-INSS TO valorINSS.
           ADD PARCELA-IRRF TO valorIRRF.
           ADD PARCELA-PENSAO TO valorPensao.

           IF decimoTerceiro > ZEROS
              MOVE "D" TO PENSAO-VERBA
              CALL "CALCULA-PENSAO" USING DATA-DESLIGAMENTO,
                 MATRICULA, PENSAO-VERBA, decimoTerceiro,
                 QTD-DEPENDENTES, PARCELA-INSS, PARCELA-IRRF,
                 PARCELA-LIQUIDO, PARCELA-PENSAO, CREDITOS-PENSAO
              MOVE PARCELA-INSS TO INSS-13
              MOVE PARCELA-IRRF TO IRRF-13
              MOVE PARCELA-PENSAO TO pensao13
              ADD PARCELA-INSS TO valorINSS
              ADD PARCELA-IRRF TO valorIRRF
              ADD PARCELA-PENSAO TO valorPensao.

      * Counts the matricula's dependents on DEPENDENTES.DAT so the
      * IRRF base drops the per-dependent deduction, same as the
           DISPLAY "TERMO DE RESCISAO".
           DISPLAY "Funcionario............: " FA-NOME.
           DISPLAY "Data de desligamento...: " DATA-DESLIGAMENTO.
           EVALUATE TRUE
              WHEN SEM-JUSTA-CAUSA
                 DISPLAY "Tipo...................: SEM JUSTA CAUSA"
              WHEN PEDIDO-DEMISSAO
                 DISPLAY "Tipo...................: PEDIDO DE DEMISSAO"
              WHEN OTHER
                 DISPLAY "Tipo...................: JUSTA CAUSA"
           END-EVALUATE.
           DISPLAY "Dias no mes............: " diasTrabalhados.
           MOVE saldoSalario TO MASCARA.
           DISPLAY "Saldo de salario.......: " MASCARA.
           IF valorBancoHoras > ZEROS
              MOVE valorBancoHoras TO MASCARA
              DISPLAY "Banco de horas.........: " MASCARA
                 " (" minutosBanco50 " min 50%, "
                 minutosBanco100 " min 100%)"
           END-IF.
           DISPLAY "Meses p/ 13o...........: " MESES-13.
           MOVE decimoTerceiro TO MASCARA.
           DISPLAY "13o proporcional.......: " MASCARA.
           DISPLAY "INSS...................: " MASCARA.
           MOVE valorIRRF TO MASCARA.
           DISPLAY "IRRF...................: " MASCARA.
           IF PB-QTD > ZEROS
              PERFORM IMPRIMIR-PENSAO
                 VARYING IX-PB FROM 1 BY 1
                 UNTIL IX-PB > PB-QTD.
           IF QTD-CONTRATOS > ZEROS
              MOVE valorConsignado TO MASCARA
              DISPLAY "Emprestimo consignado..: " MASCARA
              IF valorConsignado < saldoConsignado
                 COMPUTE MASCARA = saldoConsignado - valorConsignado
                 DISPLAY "  (saldo a cobrar pelo banco: " MASCARA ")"
              END-IF
           END-IF.
           MOVE totalLiquido TO MASCARA.
           DISPLAY "Total liquido..........: " MASCARA.
           DISPLAY "=================================================".

       IMPRIMIR-PENSAO.
           MOVE PB-VALOR(IX-PB) TO MASCARA.
           DISPLAY "Pensao " PB-BENEFICIARIO(IX-PB) ": " MASCARA.

      * Appends the itemized termo to RESCISAO.DAT so the settlement
      * can be audited after the fact.
       GRAVAR-RESCISAO.
           MOVE valorINSS TO RS-INSS.
           MOVE valorIRRF TO RS-IRRF.
           MOVE totalLiquido TO RS-TOTAL-LIQUIDO.
           MOVE TIPO-DESLIGAMENTO TO RS-TIPO.
           MOVE fgtsMes TO RS-FGTS-MES.
           MOVE multaFGTS TO RS-MULTA-FGTS.
           MOVE valorConsignado TO RS-CONSIGNADO.
           MOVE valorPensao TO RS-PENSAO.
           MOVE valorBancoHoras TO RS-BANCO-HORAS.

           OPEN EXTEND ARQUIVO-RESCISAO.
           IF RS-ERRO = "35"
       GRAVAR-RESCISAO-EXIT.
           EXIT.

      * The remaining positive balance of the matricula's banco de
      * horas, lot by lot (credits less the compensacoes, payments
      * and earlier rescisao movements drawn on each), is paid at
      * the rate each minute was earned. A missing BANCOHORAS.DAT
      * just means the employee never banked hours.
       APURAR-BANCO-HORAS.
           MOVE ZEROS TO QTD-LOTES-BANCO minutosBanco50
              minutosBanco100 valorBancoHoras.

           OPEN INPUT ARQUIVO-BANCO-HORAS.
           IF BH-ERRO NOT = "00"
              MOVE "00" TO BH-ERRO
              GO TO APURAR-BANCO-HORAS-EXIT.

           PERFORM LER-BANCO-HORAS UNTIL BH-ERRO = "10".

           CLOSE ARQUIVO-BANCO-HORAS.

           PERFORM SOMAR-LOTE-BANCO
              VARYING IX-LB FROM 1 BY 1
              UNTIL IX-LB > QTD-LOTES-BANCO.

           COMPUTE valorBancoHoras ROUNDED =
              (minutosBanco50 * valorHoraVigente * 1,5 / 60)
              + (minutosBanco100 * valorHoraVigente * 2 / 60).

       APURAR-BANCO-HORAS-EXIT.
           EXIT.

       LER-BANCO-HORAS.
           READ ARQUIVO-BANCO-HORAS
              AT END
                 MOVE "10" TO BH-ERRO
              NOT AT END
                 IF BH-MATRICULA = MATRICULA
                    PERFORM ACUMULAR-LOTE-BANCO
                 END-IF
           END-READ.

       ACUMULAR-LOTE-BANCO.
           MOVE "N" TO SW-LOTE-ACHADO.
           PERFORM LOCALIZAR-LOTE-BANCO
              VARYING IX-LB FROM 1 BY 1
              UNTIL IX-LB > QTD-LOTES-BANCO.

           IF NOT LOTE-ACHADO AND QTD-LOTES-BANCO < 200
              ADD 1 TO QTD-LOTES-BANCO
              SET IX-LB TO QTD-LOTES-BANCO
              MOVE BH-ORIGEM TO LB-ORIGEM(IX-LB)
              PERFORM LANCAR-LOTE-BANCO.

       LOCALIZAR-LOTE-BANCO.
           IF BH-ORIGEM = LB-ORIGEM(IX-LB)
              MOVE "S" TO SW-LOTE-ACHADO
              PERFORM LANCAR-LOTE-BANCO
              SET IX-LB TO QTD-LOTES-BANCO.

       LANCAR-LOTE-BANCO.
           IF BH-CREDITO
              ADD BH-MIN-50 TO LB-SALDO-50(IX-LB)
              ADD BH-MIN-100 TO LB-SALDO-100(IX-LB)
           ELSE
              SUBTRACT BH-MIN-50 FROM LB-SALDO-50(IX-LB)
              SUBTRACT BH-MIN-100 FROM LB-SALDO-100(IX-LB).

       SOMAR-LOTE-BANCO.
           IF LB-SALDO-50(IX-LB) > ZEROS
              ADD LB-SALDO-50(IX-LB) TO minutosBanco50.
           IF LB-SALDO-100(IX-LB) > ZEROS
              ADD LB-SALDO-100(IX-LB) TO minutosBanco100.

      * Closes every lot the termo paid with an "R" movement posted
      * in the desligamento month, so the ponto closing and the
      * extrato see the balance gone.
       BAIXAR-BANCO-HORAS.
           OPEN EXTEND ARQUIVO-BANCO-HORAS.
           IF BH-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-BANCO-HORAS, status "
                 BH-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO BAIXAR-BANCO-HORAS-EXIT.

           PERFORM GRAVAR-BAIXA-LOTE
              VARYING IX-LB FROM 1 BY 1
              UNTIL IX-LB > QTD-LOTES-BANCO.

           CLOSE ARQUIVO-BANCO-HORAS.

       BAIXAR-BANCO-HORAS-EXIT.
           EXIT.

       GRAVAR-BAIXA-LOTE.
           IF LB-SALDO-50(IX-LB) > ZEROS
              OR LB-SALDO-100(IX-LB) > ZEROS
              MOVE MATRICULA TO BH-MATRICULA
              COMPUTE BH-COMPETENCIA = ANO-DESLIG * 100 + MES-DESLIG
              MOVE "R" TO BH-TIPO
              MOVE LB-ORIGEM(IX-LB) TO BH-ORIGEM
              MOVE ZEROS TO BH-MIN-50 BH-MIN-100
              IF LB-SALDO-50(IX-LB) > ZEROS
                 MOVE LB-SALDO-50(IX-LB) TO BH-MIN-50
              END-IF
              IF LB-SALDO-100(IX-LB) > ZEROS
                 MOVE LB-SALDO-100(IX-LB) TO BH-MIN-100
              END-IF
              WRITE REG-BANCO-HORAS
              IF BH-ERRO NOT = "00"
                 DISPLAY "Erro ao gravar REG-BANCO-HORAS, status "
                    BH-ERRO
              END-IF
           END-IF.

      * The FGTS rescisorio goes on its own guia: the month's 8%
      * deposit falls on the saldo de salario, the 13o and the aviso
      * previo indenizado (ferias indenizadas are exempt); without
      * cause, the 40% multa falls on the whole balance - the
      * matricula's deposits filed on FGTS.DAT by FGTS-MENSAL plus
      * this month's. A missing FGTS.DAT just means no deposits yet.
       APURAR-FGTS-RESCISORIO.
           MOVE ZEROS TO saldoFGTS multaFGTS.
           COMPUTE fgtsMes ROUNDED = (brutoSaldo + decimoTerceiro
              + avisoPrevio) * ALIQUOTA-FGTS.

           OPEN INPUT ARQUIVO-FGTS.
           IF FG-ERRO NOT = "00"
              MOVE "00" TO FG-ERRO
           ELSE
              PERFORM LER-FGTS UNTIL FG-ERRO = "10"
              CLOSE ARQUIVO-FGTS.

           IF SEM-JUSTA-CAUSA
              COMPUTE multaFGTS ROUNDED =
                 (saldoFGTS + fgtsMes) * ALIQUOTA-MULTA-FGTS.

           COMPUTE totalGuiaFGTS = fgtsMes + multaFGTS.

       APURAR-FGTS-RESCISORIO-EXIT.
           EXIT.

       LER-FGTS.
           READ ARQUIVO-FGTS
              AT END
                 MOVE "10" TO FG-ERRO
              NOT AT END
                 IF FG-MATRICULA = MATRICULA
                    ADD FG-VALOR TO saldoFGTS
                 END-IF
           END-READ.

       EMITIR-GUIA-FGTS.
           DISPLAY "FGTS RESCISORIO (guia)".
           MOVE saldoFGTS TO MASCARA-FGTS.
           DISPLAY "Saldo depositado.......: " MASCARA-FGTS.
           MOVE fgtsMes TO MASCARA-FGTS.
           DISPLAY "Deposito do mes (8%)...: " MASCARA-FGTS.
           MOVE multaFGTS TO MASCARA-FGTS.
           DISPLAY "Multa rescisoria (40%).: " MASCARA-FGTS.
           MOVE totalGuiaFGTS TO MASCARA-FGTS.
           DISPLAY "Total a recolher.......: " MASCARA-FGTS.
           DISPLAY "=================================================".

      * The matricula's open consignado contracts are settled out
      * of the termo: the balance of all of them, up to 35% of the
      * termo's liquido and never past the saldo detail's liquido it
      * rides on, comes off liquidoSaldo as outros descontos. What
      * the termo cannot cover stays on the contracts for the bank
      * to collect from the former employee. A missing
      * CONSIGNADOS.DAT just means no loans.
       APURAR-CONSIGNADO.
           MOVE ZEROS TO QTD-CONTRATOS saldoConsignado
              valorConsignado.
           DIVIDE DATA-HOJE BY 100 GIVING COMPETENCIA-TERMO.

           OPEN INPUT ARQUIVO-CONSIGNADOS.
           IF CG-ERRO NOT = "00"
              MOVE "00" TO CG-ERRO
              GO TO APURAR-CONSIGNADO-EXIT.

           PERFORM LER-CONSIGNADO UNTIL CG-ERRO = "10".

           CLOSE ARQUIVO-CONSIGNADOS.

           IF QTD-CONTRATOS = ZEROS
              GO TO APURAR-CONSIGNADO-EXIT.

           COMPUTE margemConsignado ROUNDED =
              totalLiquido * PERCENTUAL-MARGEM.
           IF saldoConsignado < margemConsignado
              MOVE saldoConsignado TO valorConsignado
           ELSE
              MOVE margemConsignado TO valorConsignado.
           IF valorConsignado > liquidoSaldo
              MOVE liquidoSaldo TO valorConsignado.

           SUBTRACT valorConsignado FROM liquidoSaldo.
           COMPUTE totalLiquido = liquidoSaldo + liquido13.

       APURAR-CONSIGNADO-EXIT.
           EXIT.

       LER-CONSIGNADO.
           READ ARQUIVO-CONSIGNADOS
              AT END
                 MOVE "10" TO CG-ERRO
              NOT AT END
                 IF CG-MATRICULA = MATRICULA AND CONSIGNADO-ABERTO
                    ADD 1 TO QTD-CONTRATOS
                    ADD CG-SALDO TO saldoConsignado
                 END-IF
           END-READ.

      * Shares the value withheld among the matricula's open
      * contracts in file order, each taking up to its balance: a
      * contract whose balance reached zero is quitado, the others
      * are rescindido with what is left for the bank to collect.
      * CONSIGNADOS.DAT is rewritten by the copy-and-replace pass
      * LINE SEQUENTIAL demands.
       BAIXAR-CONSIGNADOS.
           MOVE valorConsignado TO restoConsignado.

           OPEN INPUT ARQUIVO-CONSIGNADOS.
           IF CG-ERRO NOT = "00"
              DISPLAY "Erro ao abrir CONSIGNADOS.DAT, status " CG-ERRO
              GO TO BAIXAR-CONSIGNADOS-EXIT.

           OPEN OUTPUT ARQUIVO-CONS-NOVO.
           IF CGNOVO-ERRO NOT = "00"
              DISPLAY "Erro ao abrir arquivo temporario, status "
                 CGNOVO-ERRO
              CLOSE ARQUIVO-CONSIGNADOS
              GO TO BAIXAR-CONSIGNADOS-EXIT.

           PERFORM COPIAR-CONSIGNADO UNTIL CG-ERRO = "10".

           CLOSE ARQUIVO-CONSIGNADOS.
           CLOSE ARQUIVO-CONS-NOVO.

           CALL "CBL_DELETE_FILE" USING NOME-CONS-ARQUIVO.
           CALL "CBL_RENAME_FILE" USING NOVO-CONS-ARQUIVO
              NOME-CONS-ARQUIVO.

           DISPLAY "Contratos consignados baixados: " QTD-CONTRATOS.

       BAIXAR-CONSIGNADOS-EXIT.
           EXIT.

       COPIAR-CONSIGNADO.
           READ ARQUIVO-CONSIGNADOS
              AT END
                 MOVE "10" TO CG-ERRO
              NOT AT END
                 IF CG-MATRICULA = MATRICULA AND CONSIGNADO-ABERTO
                    PERFORM BAIXAR-CONTRATO
                 END-IF
                 MOVE REG-CONSIGNADO TO REG-CONS-NOVO
                 WRITE REG-CONS-NOVO
           END-READ.

       BAIXAR-CONTRATO.
           IF restoConsignado < CG-SALDO
              MOVE restoConsignado TO valorContrato
           ELSE
              MOVE CG-SALDO TO valorContrato.
           SUBTRACT valorContrato FROM restoConsignado.
           SUBTRACT valorContrato FROM CG-SALDO.
           MOVE COMPETENCIA-TERMO TO CG-ULTIMA-COMPETENCIA.
           MOVE valorContrato TO CG-ULTIMO-VALOR.
           IF CG-SALDO = ZEROS
              MOVE "Q" TO CG-SITUACAO
           ELSE
              MOVE "R" TO CG-SITUACAO.

      * Posts the termo as its own run (mode 6) on
      * FOLHA-PAGAMENTO.DAT: the saldo de salario detail carries its
      * hours and rate, its INSS/IRRF and the indenizadas (ferias,
      * 1/3 and aviso) as outros proventos; the 13o proporcional
      * goes on a detail with no hours and its own deductions, the
      * way INFORME-RENDIMENTOS tells the two apart. Each detail
      * keeps liquido = bruto - INSS - IRRF + proventos - descontos.
       GRAVAR-FOLHA-RESCISAO.
           MOVE ZEROS TO FH-QTD FH-BRUTO FH-LIQUIDO.

           OPEN EXTEND FOLHA-PAGAMENTO.
           IF FP-ERRO = "35"
              OPEN OUTPUT FOLHA-PAGAMENTO.

           IF FP-ERRO NOT = "00"
              DISPLAY "Erro ao abrir FOLHA-PAGAMENTO, status " FP-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO GRAVAR-FOLHA-RESCISAO-EXIT.

           MOVE SPACES TO REG-FOLHA.
           MOVE "H" TO FP-TIPO.
           MOVE ZEROS TO FP-CONTROLE.
           MOVE DATA-HOJE TO FP-CTL-DATA.
           MOVE FOLHA-MODO TO FP-CTL-MODO.
           WRITE REG-FOLHA.

           MOVE "D" TO FP-TIPO.
           MOVE MATRICULA TO FP-MATRICULA.
           MOVE FA-NOME TO FP-NOME.
           MOVE DATA-HOJE TO FP-DATA.
           MOVE horasSaldo TO FP-HORAS.
           MOVE valorHoraVigente TO FP-VALOR-HORA.
           MOVE ZEROS TO FP-HORAS-EXTRAS-50 FP-HORAS-EXTRAS-100.
           COMPUTE FP-HORAS-EXTRAS-50 ROUNDED = minutosBanco50 / 60
              ON SIZE ERROR
                 MOVE ZEROS TO FP-HORAS-EXTRAS-50.
           COMPUTE FP-HORAS-EXTRAS-100 ROUNDED = minutosBanco100 / 60
              ON SIZE ERROR
                 MOVE ZEROS TO FP-HORAS-EXTRAS-100.
           MOVE valorBancoHoras TO FP-VALOR-EXTRAS.
           COMPUTE FP-OUTROS-DESCONTOS = valorConsignado + pensaoSaldo.
           MOVE brutoSaldo TO FP-SALARIO-BRUTO.
           MOVE INSS-SALDO TO FP-INSS.
           MOVE IRRF-SALDO TO FP-IRRF.
           MOVE verbasIndenizadas TO FP-OUTROS-PROVENTOS.
           MOVE liquidoSaldo TO FP-SALARIO-LIQUIDO.
           PERFORM GRAVAR-DETALHE-FOLHA.

           IF decimoTerceiro > ZEROS
              MOVE ZEROS TO FP-HORAS FP-VALOR-HORA
                 FP-HORAS-EXTRAS-50 FP-HORAS-EXTRAS-100
                 FP-VALOR-EXTRAS FP-OUTROS-PROVENTOS
              MOVE pensao13 TO FP-OUTROS-DESCONTOS
              MOVE decimoTerceiro TO FP-SALARIO-BRUTO
              MOVE INSS-13 TO FP-INSS
              MOVE IRRF-13 TO FP-IRRF
              MOVE liquido13 TO FP-SALARIO-LIQUIDO
              PERFORM GRAVAR-DETALHE-FOLHA.

           MOVE SPACES TO REG-FOLHA.
           MOVE "T" TO FP-TIPO.
           MOVE ZEROS TO FP-CONTROLE.
           MOVE DATA-HOJE TO FP-CTL-DATA.
           MOVE FOLHA-MODO TO FP-CTL-MODO.
           MOVE FH-QTD TO FP-CTL-QTD.
           MOVE FH-BRUTO TO FP-CTL-BRUTO.
           MOVE FH-LIQUIDO TO FP-CTL-LIQUIDO.
           WRITE REG-FOLHA.

           IF FP-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-FOLHA, status " FP-ERRO
              MOVE 8 TO RETURN-CODE.

           CLOSE FOLHA-PAGAMENTO.

       GRAVAR-FOLHA-RESCISAO-EXIT.
           EXIT.

       GRAVAR-DETALHE-FOLHA.
           WRITE REG-FOLHA.

           IF FP-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-FOLHA, status " FP-ERRO
              MOVE 8 TO RETURN-CODE
           ELSE
              ADD 1 TO FH-QTD
              ADD FP-SALARIO-BRUTO TO FH-BRUTO
              ADD FP-SALARIO-LIQUIDO TO FH-LIQUIDO.

      * The termo's liquido goes to the bank on its own
      * REMESSA-BANCO.DAT, replaced like every payroll run's, with
      * one more credit per pensao beneficiary; without bank data
      * on the cadastro (or on the order) that credit is paid by
      * hand and reported.
       GRAVAR-REMESSA.
           MOVE ZEROS TO RM-QTD-DETALHES RM-TOTAL-CREDITO.

           IF FA-BANCO = ZEROS
              DISPLAY "Matricula " MATRICULA " sem dados bancarios, "
                 "termo fora da remessa !".
           IF FA-BANCO = ZEROS AND PB-QTD = ZEROS
              GO TO GRAVAR-REMESSA-EXIT.

           OPEN OUTPUT ARQUIVO-REMESSA.
           IF RM-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-REMESSA, status " RM-ERRO
              DISPLAY "Remessa bancaria nao sera gerada !"
              GO TO GRAVAR-REMESSA-EXIT.

           MOVE SPACES TO REG-REMESSA-HEADER.
           MOVE "H" TO RMH-TIPO.
           MOVE DATA-HOJE TO RMH-DATA.
           MOVE EMPRESA-NOME TO RMH-EMPRESA.
           MOVE EMPRESA-CNPJ TO RMH-CNPJ.
           WRITE REG-REMESSA-HEADER.
           IF RM-ERRO NOT = "00"
              DISPLAY "Erro ao gravar remessa, status " RM-ERRO
              DISPLAY "Remessa bancaria nao sera gerada !"
              CLOSE ARQUIVO-REMESSA
              GO TO GRAVAR-REMESSA-EXIT.

           IF FA-BANCO NOT = ZEROS
              MOVE "D" TO RMD-TIPO
              MOVE FA-NOME TO RMD-NOME
              MOVE FA-BANCO TO RMD-BANCO
              MOVE FA-AGENCIA TO RMD-AGENCIA
              MOVE FA-CONTA TO RMD-CONTA
              MOVE totalLiquido TO RMD-VALOR
              WRITE REG-REMESSA-DETALHE
              IF RM-ERRO = "00"
                 ADD 1 TO RM-QTD-DETALHES
                 ADD totalLiquido TO RM-TOTAL-CREDITO.

           IF PB-QTD > ZEROS
              PERFORM GRAVAR-CREDITO-PENSAO
                 VARYING IX-PB FROM 1 BY 1
                 UNTIL IX-PB > PB-QTD.

           MOVE SPACES TO REG-REMESSA-TRAILER.
           MOVE "T" TO RMT-TIPO.
           MOVE RM-QTD-DETALHES TO RMT-QTD.
           MOVE RM-TOTAL-CREDITO TO RMT-TOTAL.
           WRITE REG-REMESSA-TRAILER.
           IF RM-ERRO NOT = "00"
              DISPLAY "Erro ao gravar remessa, status " RM-ERRO.

           CLOSE ARQUIVO-REMESSA.
           DISPLAY "Creditos do termo na remessa bancaria: "
              RM-QTD-DETALHES.

       GRAVAR-REMESSA-EXIT.
           EXIT.

       GRAVAR-CREDITO-PENSAO.
           IF PB-VALOR(IX-PB) > ZEROS
              IF PB-BANCO(IX-PB) = ZEROS
                 DISPLAY "Pensao de " PB-BENEFICIARIO(IX-PB)
                    " sem dados bancarios, fora da remessa !"
              ELSE
                 MOVE "D" TO RMD-TIPO
                 MOVE PB-BENEFICIARIO(IX-PB) TO RMD-NOME
                 MOVE PB-BANCO(IX-PB) TO RMD-BANCO
                 MOVE PB-AGENCIA(IX-PB) TO RMD-AGENCIA
                 MOVE PB-CONTA(IX-PB) TO RMD-CONTA
                 MOVE PB-VALOR(IX-PB) TO RMD-VALOR
                 WRITE REG-REMESSA-DETALHE
                 IF RM-ERRO = "00"
                    ADD 1 TO RM-QTD-DETALHES
                    ADD PB-VALOR(IX-PB) TO RM-TOTAL-CREDITO.

      * Marks the settled employee desligado in place with a keyed
      * READ plus REWRITE on the indexed cadastro, so
      * BUSCAR-FUNCIONARIO in the payroll and ponto programs refuses
