      ******************************************************************
      * Author:       BERGAMASCHI, MARCELO.
      * Date:         2026-08-22.
      * Purpose:      Ferias processing: given the matricula and the
      *               vacation days taken, values the salario mensal
      *               at the rate and jornada in force and computes
      *               the vacation pay plus the constitutional
      *               one-third bonus, deducts
      *               INSS/IRRF through the same CALCULA-FAIXAS
      *               engine the folha uses, prints a holerite and
      *               appends the run to FOLHA-PAGAMENTO.DAT so the
      *             CONFERIR-COMPETENCIA and refuses a processing
      *             date inside a month FECHAMENTO-FOLHA already
      *             closed.
      * 2026-10-15  Pensao alimenticia: the deductions now go through
      *             CALCULA-PENSAO, which values the orders flagged
      *             for ferias on PENSOES.DAT and takes them off the
      *             IRRF base. The pensao is a line of the recibo and
      *             FP-OUTROS-DESCONTOS, and the run now writes its
      *             own REMESSA-BANCO.DAT, as RESCISAO does, with the
      *             employee's liquido and one credit per
      *             beneficiary.
      * 2026-10-15  The salario mensal is no longer keyed: it is the
      *             valor hora vigente (VALOR-HORA-VIGENTE) over the
      *             monthly hours of the employee's jornada
      *             (JORNADA-VIGENTE) on the processing date. It is
      *             still asked only when no rate is on file.
      * 2026-10-15  The RETURN-CODE of the run survives the release of
      *             the subsystem lock, whose CALL used to hand
      *             back zero and hide a failed run from the caller.
      * 2026-10-15  A remessa header that cannot be written drops the
      *             remessa, as an open failure already did.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERIAS.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DP-ERRO.

           SELECT ARQUIVO-REMESSA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RM-ERRO.

           SELECT ARQUIVO-CONTROLE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       01  REG-DEPENDENTE.
           COPY REGDEP.

      * Bank credit file of the run, same layout as the folha's:
      * "H" header, "D" details and a "T" trailer.
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

       FD  ARQUIVO-CONTROLE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
       77  SALDO-DIAS     PIC 9(02) VALUE ZEROS.
       77  FIM-PERIODO    PIC 9(08) VALUE ZEROS.
       77  salarioMensal PIC 9(05)V99 VALUE ZEROS.
       77  valorHoraVigente PIC 9(02)V9 VALUE ZEROS.
       77  diasFerias    PIC 9(02) VALUE ZEROS.
       77  valorFerias   PIC 9(05)V99 VALUE ZEROS.
       77  valorTerco    PIC 9(05)V99 VALUE ZEROS.
       77  FH-QTD     PIC 9(05) VALUE ZEROS.
       77  FH-BRUTO   PIC 9(10)V99 VALUE ZEROS.
       77  FH-LIQUIDO PIC 9(10)V99 VALUE ZEROS.
       77  RM-ERRO PIC X(02) VALUE "00".
       77  RM-QTD-DETALHES PIC 9(05) VALUE ZEROS.
       77  RM-TOTAL-CREDITO PIC 9(10)V99 VALUE ZEROS.
       77  EMPRESA-NOME PIC X(30) VALUE "IFSP CUBATAO COMERCIO LTDA".
       77  EMPRESA-CNPJ PIC 9(14) VALUE 10882594000165.
      * Pensao orders are valued as on ferias (see CALCULA-PENSAO).
       77  PENSAO-VERBA PIC X(01) VALUE "E".
       77  valorPensao PIC 9(05)V99 VALUE ZEROS.
       77  CODIGO-SAIDA PIC S9(04) VALUE ZEROS.

      * Pensao alimenticia credits of the employee, one per
      * beneficiary.
      * The matricula's jornada on the processing date.
       01  JORNADA-FUNC.
           COPY REGJVIG.

       01  CREDITOS-PENSAO.
           COPY REGPENB.

       01  FUNC-ATUAL.
           COPY REGFUNC REPLACING
              GO TO END-OF-JOB.
           DISPLAY "Saldo de dias de ferias: " SALDO-DIAS.

           PERFORM APURAR-SALARIO-MENSAL.
           PERFORM ENTRAR-SALARIO UNTIL salarioMensal > ZEROS.
           PERFORM ENTRAR-DIAS UNTIL diasFerias > ZEROS AND
              diasFerias <= SALDO-DIAS.
           COMPUTE valorTerco ROUNDED = valorFerias / 3.
           COMPUTE salarioBruto = valorFerias + valorTerco.

      * The pensao of the orders reaching ferias comes off the
      * liquido CALCULA-PENSAO returns, and off the IRRF base.
           PERFORM CONTAR-DEPENDENTES THRU CONTAR-DEPENDENTES-EXIT.
           MOVE ZEROS TO PB-QTD.
           CALL "CALCULA-PENSAO" USING FX-DATA-PROC, MATRICULA,
              PENSAO-VERBA, salarioBruto, QTD-DEPENDENTES, valorINSS,
              valorIRRF, salarioLiquido, valorPensao,
              CREDITOS-PENSAO.
           SUBTRACT valorPensao FROM salarioLiquido.

           PERFORM EMITIR-HOLERITE.

           PERFORM GRAVAR-FOLHA-HEADER THRU GRAVAR-FOLHA-HEADER-EXIT.
           PERFORM GRAVAR-FOLHA THRU GRAVAR-FOLHA-EXIT.
           PERFORM GRAVAR-FOLHA-TRAILER THRU GRAVAR-FOLHA-TRAILER-EXIT.
           PERFORM GRAVAR-REMESSA THRU GRAVAR-REMESSA-EXIT.

           PERFORM ATUALIZAR-CONTROLE THRU ATUALIZAR-CONTROLE-EXIT.

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

       ENTRAR-MATRICULA.
                 IF NOT ERRO-CADASTRO
                    DISPLAY "Matricula nao cadastrada !".

      * The month is valued at the rate in force on the processing
      * date (SALHIST.DAT history, cadastro rate as the fallback)
      * over the monthly hours of the jornada, as RESCISAO does.
       APURAR-SALARIO-MENSAL.
           MOVE FA-VALOR-HORA TO valorHoraVigente.
           CALL "VALOR-HORA-VIGENTE" USING MATRICULA, FX-DATA-PROC,
              valorHoraVigente.
           CALL "JORNADA-VIGENTE" USING MATRICULA, FX-DATA-PROC,
              JORNADA-FUNC.
           COMPUTE salarioMensal =
              valorHoraVigente * JV-HORAS-MES.
           MOVE salarioMensal TO MASCARA.
           DISPLAY "Salario mensal apurado.: " MASCARA.

       ENTRAR-SALARIO.
           DISPLAY "Salario bruto mensal:"
           ACCEPT salarioMensal.
           DISPLAY "INSS...................: " MASCARA.
           MOVE valorIRRF TO MASCARA.
           DISPLAY "IRRF...................: " MASCARA.
           IF PB-QTD > ZEROS
              PERFORM IMPRIMIR-PENSAO
                 VARYING IX-PB FROM 1 BY 1
                 UNTIL IX-PB > PB-QTD.
           MOVE salarioLiquido TO MASCARA.
           DISPLAY "Salario Liquido........: " MASCARA.
           DISPLAY "=================================================".

       IMPRIMIR-PENSAO.
           MOVE PB-VALOR(IX-PB) TO MASCARA.
           DISPLAY "Pensao " PB-BENEFICIARIO(IX-PB) " (-): " MASCARA.

      * Appends the ferias run to FOLHA-PAGAMENTO.DAT with the same
      * layout the folha writes, so FECHAMENTO-FOLHA's month totals
      * include it; the hour fields do not apply and stay zero.
           MOVE salarioBruto TO FP-SALARIO-BRUTO.
           MOVE valorINSS TO FP-INSS.
           MOVE valorIRRF TO FP-IRRF.
           MOVE ZEROS TO FP-OUTROS-PROVENTOS.
           MOVE valorPensao TO FP-OUTROS-DESCONTOS.
           MOVE salarioLiquido TO FP-SALARIO-LIQUIDO.

           OPEN EXTEND FOLHA-PAGAMENTO.
       GRAVAR-FOLHA-EXIT.
           EXIT.

      * The ferias liquido and each pensao beneficiary's credit go
      * to the bank on a REMESSA-BANCO.DAT of their own, replaced
      * like every payroll run's; an account missing on the
      * cadastro or on the order is paid by hand and reported.
       GRAVAR-REMESSA.
           MOVE ZEROS TO RM-QTD-DETALHES RM-TOTAL-CREDITO.

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

           IF FA-BANCO = ZEROS
              DISPLAY "Matricula " MATRICULA " sem dados bancarios, "
                 "ferias fora da remessa !"
           ELSE
              MOVE "D" TO RMD-TIPO
              MOVE FA-NOME TO RMD-NOME
              MOVE FA-BANCO TO RMD-BANCO
              MOVE FA-AGENCIA TO RMD-AGENCIA
              MOVE FA-CONTA TO RMD-CONTA
              MOVE salarioLiquido TO RMD-VALOR
              WRITE REG-REMESSA-DETALHE
              IF RM-ERRO = "00"
                 ADD 1 TO RM-QTD-DETALHES
                 ADD salarioLiquido TO RM-TOTAL-CREDITO.

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
           DISPLAY "Creditos na remessa bancaria: " RM-QTD-DETALHES.

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

       END PROGRAM FERIAS.
