      ******************************************************************
      * Author:       BERGAMASCHI, MARCELO.
      * Date:         2026-10-15.
      * Purpose:      Dissidio coletivo: given the percentage of the
      *               union agreement, its vigencia date and the
      *               scope (every active employee, one departamento
      *               or one cargo), raises the valor da hora of each
      *               active matricula in scope - a SALHIST.DAT
      *               record from the vigencia on and the new rate on
      *               FUNCIONARIOS.DAT - then walks FOLHA-PAGAMENTO.DAT
      *               for the competencias already closed since the
      *               vigencia, recomputes each payment at the new
      *               rate and pays the total differences as a
      *               complement run (mode 7) with its own
      *               REMESSA-BANCO.DAT, printing a differences
      *               statement per employee.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  First version.
      * 2026-10-15  The RETURN-CODE of the run survives the release of
      *             the subsystem lock, whose CALL used to hand
      *             back zero and hide a failed run from the caller.
      * 2026-10-15  Sign-on through EFETUAR-LOGON, supervisor only,
      *             and each rate rewritten on the cadastro goes to
      *             the change log ALTERACOES.DAT through
      *             GRAVAR-ALTERACAO as a sensitive VALOR-HORA change.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISSIDIO.
       AUTHOR. BERGAMASCHI, MARCELO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       INSTALLATION. IFSP-Cubatao.
       SECURITY. REAJUSTE COLETIVO E DIFERENCAS RETROATIVAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-486-DX2-66-MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66-MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-FUNCIONARIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FN-MATRICULA
           FILE STATUS IS FN-ERRO.

           SELECT ARQUIVO-SALHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SH-ERRO.

           SELECT FOLHA-PAGAMENTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FP-ERRO.

           SELECT ARQUIVO-DEPENDENTES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DP-ERRO.

           SELECT ARQUIVO-REMESSA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RM-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-FUNCIONARIOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS REG-FUNC
           VALUE OF FILE-ID "FUNCIONARIOS.DAT".

       01  REG-FUNC.
           COPY REGFUNC.

       FD  ARQUIVO-SALHIST
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS REG-SALHIST
           VALUE OF FILE-ID "SALHIST.DAT".

       01  REG-SALHIST.
           COPY REGSALH.

       FD  FOLHA-PAGAMENTO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 106 CHARACTERS
           DATA RECORD IS REG-FOLHA
           VALUE OF FILE-ID "FOLHA-PAGAMENTO.DAT".

       01  REG-FOLHA.
           COPY REGFOLHA.

       FD  ARQUIVO-DEPENDENTES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS REG-DEPENDENTE
           VALUE OF FILE-ID "DEPENDENTES.DAT".

       01  REG-DEPENDENTE.
           COPY REGDEP.

      * Bank credit file of the complement run, same layout the
      * roster lote writes: "H" header, one "D" credit per employee
      * and per pensao beneficiary, "T" trailer.
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

       WORKING-STORAGE SECTION.
       77  FN-ERRO PIC X(02) VALUE "00".
       77  SH-ERRO PIC X(02) VALUE "00".
       77  FP-ERRO PIC X(02) VALUE "00".
       77  DP-ERRO PIC X(02) VALUE "00".
       77  RM-ERRO PIC X(02) VALUE "00".
       77  MATRICULA PIC 9(05) VALUE ZEROS.
       77  DATA-HOJE PIC 9(08) VALUE ZEROS.
       77  COMPETENCIA-HOJE PIC 9(06) VALUE ZEROS.
       77  SITUACAO-COMPETENCIA PIC X(01) VALUE SPACE.
       77  PERMITE-FUTURO PIC X(01) VALUE "N".
       77  SW-DATA-VALIDA PIC X(01) VALUE "N".
           88 DATA-VALIDA     VALUE "S".
       77  SW-FIM-FUNC PIC X(01) VALUE "N".
           88 FIM-FUNC            VALUE "S".
       77  SW-ERRO-CADASTRO PIC X(01) VALUE "N".
           88 ERRO-CADASTRO       VALUE "S".
       77  SW-ALTERACAO-POSTERIOR PIC X(01) VALUE "N".
           88 ALTERACAO-POSTERIOR VALUE "S".
       77  VIGENCIA-POSTERIOR PIC 9(08) VALUE ZEROS.
       77  CONFIRMACAO PIC X(01) VALUE SPACE.
           88 CONFIRMADO          VALUE "S" "s".
       77  TRAVA-OPERACAO PIC X(01) VALUE SPACE.
       77  TRAVA-SUBSISTEMA PIC X(10) VALUE "FOLHA".
       77  TRAVA-PROGRAMA PIC X(15) VALUE "DISSIDIO".
       77  TRAVA-OPERADOR PIC 9(04) VALUE ZEROS.
       77  TRAVA-RESULTADO PIC X(01) VALUE SPACE.

      * The agreement: percentage, vigencia and scope.
       77  PERCENTUAL-DISSIDIO PIC 9(02)V99 VALUE ZEROS.
       77  VIGENCIA-DISSIDIO PIC 9(08) VALUE ZEROS.
       77  COMPETENCIA-VIGENCIA PIC 9(06) VALUE ZEROS.
       77  ABRANGENCIA PIC X(01) VALUE SPACE.
           88 ABRANGE-TODOS       VALUE "T".
           88 ABRANGE-DEPARTAMENTO VALUE "D".
           88 ABRANGE-CARGO       VALUE "C".
           88 ABRANGENCIA-VALIDA  VALUE "T" "D" "C".
       77  DEPARTAMENTO-DISSIDIO PIC X(15) VALUE SPACES.
       77  CARGO-DISSIDIO PIC X(20) VALUE SPACES.

       77  valorHoraVigente PIC 9(02)V9 VALUE ZEROS.
       77  valorHoraNovo PIC 9(02)V9 VALUE ZEROS.
       77  QTD-SELECIONADOS PIC 9(03) VALUE ZEROS.
       77  QTD-FORA PIC 9(03) VALUE ZEROS.
       77  QTD-PAGOS PIC 9(03) VALUE ZEROS.
       77  QTD-ABERTAS PIC 9(04) VALUE ZEROS.

      * Recomputation of one payment: what was paid against what is
      * due at the new rate, each through the same CALCULA-PENSAO
      * engine (INSS, IRRF and pensao on the bracket set of the
      * payment's date).
       77  RC-MODO-CORRENTE PIC 9(01) VALUE ZEROS.
       77  COMPETENCIA-PAGTO PIC 9(06) VALUE ZEROS.
       77  DATA-PAGTO PIC 9(08) VALUE ZEROS.
       77  QTD-DEPENDENTES PIC 9(02) VALUE ZEROS.
       77  PENSAO-VERBA PIC X(01) VALUE "F".
       77  brutoPago PIC 9(05)V99 VALUE ZEROS.
       77  brutoDevido PIC 9(05)V99 VALUE ZEROS.
       77  inssPago PIC 9(05)V99 VALUE ZEROS.
       77  inssDevido PIC 9(05)V99 VALUE ZEROS.
       77  irrfPago PIC 9(05)V99 VALUE ZEROS.
       77  irrfDevido PIC 9(05)V99 VALUE ZEROS.
       77  liquidoParcela PIC 9(05)V99 VALUE ZEROS.
       77  pensaoPaga PIC 9(05)V99 VALUE ZEROS.
       77  pensaoDevida PIC 9(05)V99 VALUE ZEROS.
       77  diferencaPensao PIC 9(05)V99 VALUE ZEROS.

      * Differences of the employee, summed over the payments.
       77  difBruto PIC 9(05)V99 VALUE ZEROS.
       77  difINSS PIC 9(05)V99 VALUE ZEROS.
       77  difIRRF PIC 9(05)V99 VALUE ZEROS.
       77  difPensao PIC 9(05)V99 VALUE ZEROS.
       77  difLiquido PIC S9(05)V99 VALUE ZEROS.
       77  totalDiferencas PIC 9(08)V99 VALUE ZEROS.

       77  MASCARA PIC ZZZZ9,99.
       77  MASCARA-PAGO PIC ZZZZ9,99.
       77  MASCARA-DEVIDO PIC ZZZZ9,99.
       77  MASCARA-TOTAL PIC ZZZ.ZZZ.ZZ9,99.
       77  MASCARA-HORA-ANT PIC Z9,9.
       77  MASCARA-HORA-NOVA PIC Z9,9.
       77  MASCARA-PERCENTUAL PIC Z9,99.
       77  DESCRICAO-MODO PIC X(06) VALUE SPACES.

      * Run mode of a dissidio complement on FOLHA-PAGAMENTO.DAT (see
      * REGFOLHA).
       77  FOLHA-MODO PIC 9(01) VALUE 7.
       77  FH-QTD     PIC 9(05) VALUE ZEROS.
       77  FH-BRUTO   PIC 9(10)V99 VALUE ZEROS.
       77  FH-LIQUIDO PIC 9(10)V99 VALUE ZEROS.
       77  SW-REMESSA-ABERTA PIC X(01) VALUE "N".
           88 REMESSA-ABERTA     VALUE "S".
       77  RM-QTD-DETALHES PIC 9(05) VALUE ZEROS.
       77  RM-TOTAL-CREDITO PIC 9(10)V99 VALUE ZEROS.
       77  EMPRESA-NOME PIC X(30) VALUE "IFSP CUBATAO COMERCIO LTDA".
       77  EMPRESA-CNPJ PIC 9(14) VALUE 10882594000165.
       77  CODIGO-SAIDA PIC S9(04) VALUE ZEROS.
       77  OPERADOR-CODIGO PIC 9(04) VALUE ZEROS.
       77  OPERADOR-PERFIL PIC X(01) VALUE SPACE.
       77  PROGRAMA-LOGON PIC X(15) VALUE "DISSIDIO".
       77  RESULTADO-LOGON PIC X(01) VALUE SPACE.
       77  VALOR-HORA-ANTERIOR PIC 9(02)V9 VALUE ZEROS.

      * The matriculas raised by this run, with the rate before and
      * after and the bank data the complement is credited to.
       01  TABELA-DISSIDIO VALUE ZEROS.
           05  DISSIDIO-TAB OCCURS 500 TIMES INDEXED BY IX-DS.
               10  DS-MATRICULA  PIC 9(05).
               10  DS-NOME       PIC X(30).
               10  DS-BANCO      PIC 9(03).
               10  DS-AGENCIA    PIC 9(04).
               10  DS-CONTA      PIC 9(08).
               10  DS-HORA-ANT   PIC 9(02)V9.
               10  DS-HORA-NOVA  PIC 9(02)V9.

      * Pensao credits of one payment as due at the new rate, as
      * paid at the old one, and the differences of the employee
      * summed beneficiary by beneficiary. The orders load in the
      * same sequence on every call, so the entries line up.
       01  CREDITOS-PENSAO.
           COPY REGPENB.

       01  CREDITOS-PENSAO-PAGOS.
           COPY REGPENB REPLACING
              PB-QTD BY PP-QTD,
              PB-TAB BY PP-TAB,
              IX-PB BY IX-PP,
              PB-BENEFICIARIO BY PP-BENEFICIARIO,
              PB-BANCO BY PP-BANCO,
              PB-AGENCIA BY PP-AGENCIA,
              PB-CONTA BY PP-CONTA,
              PB-VALOR BY PP-VALOR.

       01  DIFERENCAS-PENSAO.
           COPY REGPENB REPLACING
              PB-QTD BY PD-QTD,
              PB-TAB BY PD-TAB,
              IX-PB BY IX-PD,
              PB-BENEFICIARIO BY PD-BENEFICIARIO,
              PB-BANCO BY PD-BANCO,
              PB-AGENCIA BY PD-AGENCIA,
              PB-CONTA BY PD-CONTA,
              PB-VALOR BY PD-VALOR.

       01  FUNC-ATUAL.
           COPY REGFUNC REPLACING
              FN-MATRICULA BY FA-MATRICULA,
              FN-NOME BY FA-NOME,
              FN-CARGO BY FA-CARGO,
              FN-ADMISSAO BY FA-ADMISSAO,
              FN-VALOR-HORA BY FA-VALOR-HORA,
              FN-DEPARTAMENTO BY FA-DEPARTAMENTO,
              FN-BANCO BY FA-BANCO,
              FN-AGENCIA BY FA-AGENCIA,
              FN-CONTA BY FA-CONTA,
              FN-SITUACAO BY FA-SITUACAO,
              FUNC-ATIVO BY FA-ATIVO,
              FUNC-DESLIGADO BY FA-DESLIGADO,
              FN-DESLIGAMENTO BY FA-DESLIGAMENTO.

       01  ALTERACAO-CADASTRO.
           COPY REGALTE.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Dissidio coletivo ---*".

      * Sign-on through the shared EFETUAR-LOGON: only a supervisor
      * runs the dissidio, and the operator's codigo signs the lock
      * and every rate change on the change log.
           CALL "EFETUAR-LOGON" USING PROGRAMA-LOGON,
              OPERADOR-CODIGO, OPERADOR-PERFIL, RESULTADO-LOGON.
           IF RESULTADO-LOGON NOT = "S"
              DISPLAY "Identificacao recusada, encerrando."
              MOVE 8 TO RETURN-CODE
              GOBACK.
           IF OPERADOR-PERFIL NOT = "S"
              DISPLAY "Dissidio restrito a supervisor !"
              MOVE 8 TO RETURN-CODE
              GOBACK.
           MOVE OPERADOR-CODIGO TO TRAVA-OPERADOR.

      * The FOLHA subsystem is claimed for the whole run, the same
      * lock CALCULA-SALARIO takes: the cadastro rates change and the
      * complement is appended to FOLHA-PAGAMENTO.DAT.
           MOVE "T" TO TRAVA-OPERACAO.
           CALL "TRAVAR-SUBSISTEMA" USING TRAVA-OPERACAO,
              TRAVA-SUBSISTEMA, TRAVA-PROGRAMA, TRAVA-OPERADOR,
              TRAVA-RESULTADO.
           IF TRAVA-RESULTADO NOT = "S"
              DISPLAY "Subsistema FOLHA ocupado, execucao cancelada."
              MOVE 8 TO RETURN-CODE
              GOBACK.

      * The differences are paid on today's folha, so a closed month
      * is refused the same way the other FOLHA-PAGAMENTO writers do.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           DIVIDE DATA-HOJE BY 100 GIVING COMPETENCIA-HOJE.
           CALL "CONFERIR-COMPETENCIA" USING DATA-HOJE,
              SITUACAO-COMPETENCIA.
           IF SITUACAO-COMPETENCIA = "F"
              DISPLAY "Competencia fechada pelo fechamento mensal: "
                 "reabra-a (REABRIR-COMPETENCIA) antes !"
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           PERFORM ENTRAR-PERCENTUAL UNTIL PERCENTUAL-DISSIDIO > ZEROS.
           PERFORM ENTRAR-VIGENCIA UNTIL DATA-VALIDA.
           DIVIDE VIGENCIA-DISSIDIO BY 100 GIVING COMPETENCIA-VIGENCIA.
           PERFORM ENTRAR-ABRANGENCIA UNTIL ABRANGENCIA-VALIDA.

           PERFORM SELECIONAR-FUNCIONARIOS
              THRU SELECIONAR-FUNCIONARIOS-EXIT.
           IF ERRO-CADASTRO
              GO TO END-OF-JOB.

           IF QTD-SELECIONADOS = ZEROS
              DISPLAY "Nenhum funcionario ativo a reajustar."
              GO TO END-OF-JOB.

           MOVE PERCENTUAL-DISSIDIO TO MASCARA-PERCENTUAL.
           DISPLAY "Reajustar " QTD-SELECIONADOS " funcionario(s) em "
              MASCARA-PERCENTUAL "% a partir de " VIGENCIA-DISSIDIO
              " (S/N) ?".
           ACCEPT CONFIRMACAO.
           IF NOT CONFIRMADO
              DISPLAY "Dissidio cancelado, nada foi gravado."
              GO TO END-OF-JOB.

           PERFORM GRAVAR-SALHIST THRU GRAVAR-SALHIST-EXIT.
           IF RETURN-CODE = 8
              GO TO END-OF-JOB.

           PERFORM ATUALIZAR-CADASTRO THRU ATUALIZAR-CADASTRO-EXIT.

           PERFORM PAGAR-DIFERENCAS THRU PAGAR-DIFERENCAS-EXIT.

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

       ENTRAR-PERCENTUAL.
           DISPLAY "Percentual do reajuste (00,01 a 99,99):"
           ACCEPT PERCENTUAL-DISSIDIO.
           IF PERCENTUAL-DISSIDIO = ZEROS
              DISPLAY "Percentual invalido !".

      * The agreement is always signed after the vigencia it sets,
      * so a date in the future is refused.
       ENTRAR-VIGENCIA.
           DISPLAY "Data de vigencia do reajuste (AAAAMMDD):"
           ACCEPT VIGENCIA-DISSIDIO.
           CALL "VALIDAR-DATA" USING VIGENCIA-DISSIDIO,
              PERMITE-FUTURO, SW-DATA-VALIDA.
           IF NOT DATA-VALIDA
              DISPLAY "Data invalida !".

       ENTRAR-ABRANGENCIA.
           DISPLAY "Abrangencia (T - todos, D - departamento, "
              "C - cargo):"
           ACCEPT ABRANGENCIA.
           EVALUATE TRUE
              WHEN ABRANGE-DEPARTAMENTO
                 DISPLAY "Departamento:"
                 ACCEPT DEPARTAMENTO-DISSIDIO
                 IF DEPARTAMENTO-DISSIDIO = SPACES
                    MOVE SPACE TO ABRANGENCIA
                 END-IF
              WHEN ABRANGE-CARGO
                 DISPLAY "Cargo:"
                 ACCEPT CARGO-DISSIDIO
                 IF CARGO-DISSIDIO = SPACES
                    MOVE SPACE TO ABRANGENCIA
                 END-IF
              WHEN ABRANGE-TODOS
                 CONTINUE
              WHEN OTHER
                 DISPLAY "Abrangencia invalida !"
           END-EVALUATE.

      * Full walk over the indexed cadastro with READ NEXT, the same
      * pass the adiantamento makes. A matricula already carrying a
      * SALHIST.DAT rate on or after the vigencia is left out and
      * listed: it was raised by an earlier run of this agreement or
      * individually after it, and must be settled by hand.
       SELECIONAR-FUNCIONARIOS.
           MOVE ZEROS TO QTD-SELECIONADOS QTD-FORA.

           OPEN INPUT ARQUIVO-FUNCIONARIOS.
           IF FN-ERRO NOT = "00"
              DISPLAY "Erro ao abrir FUNCIONARIOS.DAT, status " FN-ERRO
              MOVE "S" TO SW-ERRO-CADASTRO
              MOVE 8 TO RETURN-CODE
              GO TO SELECIONAR-FUNCIONARIOS-EXIT.

           MOVE "N" TO SW-FIM-FUNC.
           PERFORM SELECIONAR-FUNCIONARIO
              THRU SELECIONAR-FUNCIONARIO-EXIT
              UNTIL FIM-FUNC.

           CLOSE ARQUIVO-FUNCIONARIOS.

           DISPLAY "Funcionarios a reajustar.: " QTD-SELECIONADOS.
           DISPLAY "Deixados de fora.........: " QTD-FORA.

       SELECIONAR-FUNCIONARIOS-EXIT.
           EXIT.

       SELECIONAR-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIOS NEXT
              AT END
                 MOVE "S" TO SW-FIM-FUNC
                 GO TO SELECIONAR-FUNCIONARIO-EXIT
           END-READ.

           MOVE REG-FUNC TO FUNC-ATUAL.
           IF FA-DESLIGADO
              GO TO SELECIONAR-FUNCIONARIO-EXIT.
           IF ABRANGE-DEPARTAMENTO
              AND FA-DEPARTAMENTO NOT = DEPARTAMENTO-DISSIDIO
              GO TO SELECIONAR-FUNCIONARIO-EXIT.
           IF ABRANGE-CARGO AND FA-CARGO NOT = CARGO-DISSIDIO
              GO TO SELECIONAR-FUNCIONARIO-EXIT.

           MOVE FA-MATRICULA TO MATRICULA.
           PERFORM CONFERIR-SALHIST THRU CONFERIR-SALHIST-EXIT.
           IF ALTERACAO-POSTERIOR
              DISPLAY "Matricula " MATRICULA " " FA-NOME
                 " tem alteracao salarial em " VIGENCIA-POSTERIOR
                 ", fora do dissidio !"
              ADD 1 TO QTD-FORA
              GO TO SELECIONAR-FUNCIONARIO-EXIT.

      * Rate in force on the vigencia (SALHIST.DAT history, cadastro
      * rate as the fallback), raised by the agreement.
           MOVE FA-VALOR-HORA TO valorHoraVigente.
           CALL "VALOR-HORA-VIGENTE" USING MATRICULA,
              VIGENCIA-DISSIDIO, valorHoraVigente.
           COMPUTE valorHoraNovo ROUNDED = valorHoraVigente
              * (100 + PERCENTUAL-DISSIDIO) / 100
              ON SIZE ERROR
                 DISPLAY "Matricula " MATRICULA " " FA-NOME
                    " passaria do valor da hora maximo, fora do "
                    "dissidio !"
                 ADD 1 TO QTD-FORA
                 GO TO SELECIONAR-FUNCIONARIO-EXIT
           END-COMPUTE.

           IF valorHoraNovo NOT > valorHoraVigente
              DISPLAY "Matricula " MATRICULA " " FA-NOME
                 " sem efeito no valor da hora, fora do dissidio !"
              ADD 1 TO QTD-FORA
              GO TO SELECIONAR-FUNCIONARIO-EXIT.

           IF QTD-SELECIONADOS NOT < 500
              DISPLAY "Aviso: mais de 500 funcionarios, matricula "
                 MATRICULA " fora do dissidio !"
              ADD 1 TO QTD-FORA
              GO TO SELECIONAR-FUNCIONARIO-EXIT.

           ADD 1 TO QTD-SELECIONADOS.
           SET IX-DS TO QTD-SELECIONADOS.
           MOVE FA-MATRICULA TO DS-MATRICULA(IX-DS).
           MOVE FA-NOME TO DS-NOME(IX-DS).
           MOVE FA-BANCO TO DS-BANCO(IX-DS).
           MOVE FA-AGENCIA TO DS-AGENCIA(IX-DS).
           MOVE FA-CONTA TO DS-CONTA(IX-DS).
           MOVE valorHoraVigente TO DS-HORA-ANT(IX-DS).
           MOVE valorHoraNovo TO DS-HORA-NOVA(IX-DS).

       SELECIONAR-FUNCIONARIO-EXIT.
           EXIT.

      * Looks for a SALHIST.DAT rate of the matricula dated on or
      * after the vigencia; a missing file means no history at all.
       CONFERIR-SALHIST.
           MOVE "N" TO SW-ALTERACAO-POSTERIOR.
           MOVE ZEROS TO VIGENCIA-POSTERIOR.

           OPEN INPUT ARQUIVO-SALHIST.
           IF SH-ERRO NOT = "00"
              MOVE "00" TO SH-ERRO
              GO TO CONFERIR-SALHIST-EXIT.

           PERFORM LER-SALHIST UNTIL SH-ERRO = "10".

           CLOSE ARQUIVO-SALHIST.

       CONFERIR-SALHIST-EXIT.
           EXIT.

       LER-SALHIST.
           READ ARQUIVO-SALHIST
              AT END
                 MOVE "10" TO SH-ERRO
              NOT AT END
                 IF SH-MATRICULA = MATRICULA AND
                    SH-VIGENCIA NOT < VIGENCIA-DISSIDIO
                    MOVE "S" TO SW-ALTERACAO-POSTERIOR
                    MOVE SH-VIGENCIA TO VIGENCIA-POSTERIOR
                 END-IF
           END-READ.

      * One SALHIST.DAT record per matricula raised, dated on the
      * vigencia, so VALOR-HORA-VIGENTE values every payment from
      * then on at the new rate.
       GRAVAR-SALHIST.
           OPEN EXTEND ARQUIVO-SALHIST.
           IF SH-ERRO = "35"
              OPEN OUTPUT ARQUIVO-SALHIST.

           IF SH-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-SALHIST, status " SH-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO GRAVAR-SALHIST-EXIT.

           PERFORM GRAVAR-VIGENCIA
              VARYING IX-DS FROM 1 BY 1
              UNTIL IX-DS > QTD-SELECIONADOS.

           CLOSE ARQUIVO-SALHIST.

       GRAVAR-SALHIST-EXIT.
           EXIT.

       GRAVAR-VIGENCIA.
           MOVE DS-MATRICULA(IX-DS) TO SH-MATRICULA.
           MOVE VIGENCIA-DISSIDIO TO SH-VIGENCIA.
           MOVE DS-HORA-NOVA(IX-DS) TO SH-VALOR-HORA.
           WRITE REG-SALHIST.
           IF SH-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-SALHIST, status " SH-ERRO
              MOVE 8 TO RETURN-CODE.

      * The cadastro's current rate follows the raise with a keyed
      * READ plus REWRITE, the same way CADASTRO-FUNCIONARIOS records
      * an individual raise.
       ATUALIZAR-CADASTRO.
           OPEN I-O ARQUIVO-FUNCIONARIOS.
           IF FN-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-FUNCIONARIOS, status "
                 FN-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ATUALIZAR-CADASTRO-EXIT.

           PERFORM REAJUSTAR-CADASTRO
              VARYING IX-DS FROM 1 BY 1
              UNTIL IX-DS > QTD-SELECIONADOS.

           CLOSE ARQUIVO-FUNCIONARIOS.

       ATUALIZAR-CADASTRO-EXIT.
           EXIT.

       REAJUSTAR-CADASTRO.
           MOVE DS-MATRICULA(IX-DS) TO FN-MATRICULA.
           READ ARQUIVO-FUNCIONARIOS
              INVALID KEY
                 DISPLAY "Matricula " DS-MATRICULA(IX-DS)
                    " sumiu do cadastro !"
              NOT INVALID KEY
                 MOVE FN-VALOR-HORA TO VALOR-HORA-ANTERIOR
                 MOVE DS-HORA-NOVA(IX-DS) TO FN-VALOR-HORA
                 REWRITE REG-FUNC
                 IF FN-ERRO NOT = "00"
                    DISPLAY "Erro ao regravar REG-FUNC, status "
                       FN-ERRO
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    PERFORM REGISTRAR-REAJUSTE
                 END-IF
           END-READ.

      * The rate as it stood on the cadastro against the one just
      * rewritten, a sensitive change like the valor da hora keyed
      * in CADASTRO-FUNCIONARIOS.
       REGISTRAR-REAJUSTE.
           MOVE OPERADOR-CODIGO TO LA-OPERADOR.
           MOVE "FUNCIONARIOS" TO LA-ARQUIVO.
           MOVE FN-MATRICULA TO LA-CHAVE.
           MOVE "VALOR-HORA" TO LA-CAMPO.
           MOVE "A" TO LA-OPERACAO.
           MOVE "S" TO LA-SENSIVEL.
           MOVE VALOR-HORA-ANTERIOR TO MASCARA-HORA-ANT.
           MOVE MASCARA-HORA-ANT TO LA-VALOR-ANTIGO.
           MOVE FN-VALOR-HORA TO MASCARA-HORA-NOVA.
           MOVE MASCARA-HORA-NOVA TO LA-VALOR-NOVO.
           CALL "GRAVAR-ALTERACAO" USING ALTERACAO-CADASTRO.

      * The complement run: one "H"/"T" bracketed mode-7 run on
      * FOLHA-PAGAMENTO.DAT with a detail per employee owed
      * something, and the REMESSA-BANCO.DAT that pays it.
       PAGAR-DIFERENCAS.
           MOVE ZEROS TO QTD-PAGOS QTD-ABERTAS totalDiferencas
              RM-QTD-DETALHES RM-TOTAL-CREDITO.

           IF COMPETENCIA-VIGENCIA NOT < COMPETENCIA-HOJE
              DISPLAY "Vigencia no mes corrente: nenhuma competencia "
                 "fechada a recalcular."
              GO TO PAGAR-DIFERENCAS-EXIT.

           PERFORM GRAVAR-FOLHA-HEADER THRU GRAVAR-FOLHA-HEADER-EXIT.
           IF RETURN-CODE = 8
              GO TO PAGAR-DIFERENCAS-EXIT.

           PERFORM ABRIR-REMESSA.

           PERFORM APURAR-FUNCIONARIO THRU APURAR-FUNCIONARIO-EXIT
              VARYING IX-DS FROM 1 BY 1
              UNTIL IX-DS > QTD-SELECIONADOS.

           PERFORM GRAVAR-FOLHA-TRAILER
              THRU GRAVAR-FOLHA-TRAILER-EXIT.

           IF REMESSA-ABERTA
              PERFORM GRAVAR-REMESSA-TRAILER.

           MOVE totalDiferencas TO MASCARA-TOTAL.
           DISPLAY "=================================================".
           DISPLAY "Funcionarios com diferencas: " QTD-PAGOS.
           DISPLAY "Total bruto das diferencas.: " MASCARA-TOTAL.
           DISPLAY "Creditos na remessa........: " RM-QTD-DETALHES.
           IF QTD-ABERTAS > ZEROS
              DISPLAY "Pagamentos em competencias ainda abertas "
                 "(nao recalculados): " QTD-ABERTAS.
           DISPLAY "=================================================".

       PAGAR-DIFERENCAS-EXIT.
           EXIT.

      * Walks FOLHA-PAGAMENTO.DAT once for the employee, tracking the
      * run mode from the "H" headers the way INFORME-RENDIMENTOS
      * does, and prints the statement as the payments are found.
       APURAR-FUNCIONARIO.
           MOVE DS-MATRICULA(IX-DS) TO MATRICULA.
           MOVE ZEROS TO difBruto difINSS difIRRF difPensao PD-QTD
              RC-MODO-CORRENTE.

           PERFORM CONTAR-DEPENDENTES THRU CONTAR-DEPENDENTES-EXIT.

           MOVE DS-HORA-ANT(IX-DS) TO MASCARA-HORA-ANT.
           MOVE DS-HORA-NOVA(IX-DS) TO MASCARA-HORA-NOVA.
           DISPLAY "=================================================".
           DISPLAY "Matricula " MATRICULA " " DS-NOME(IX-DS).
           DISPLAY "Valor da hora " MASCARA-HORA-ANT " -> "
              MASCARA-HORA-NOVA " desde " VIGENCIA-DISSIDIO.

           OPEN INPUT FOLHA-PAGAMENTO.
           IF FP-ERRO NOT = "00"
              DISPLAY "Erro ao abrir FOLHA-PAGAMENTO, status " FP-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO APURAR-FUNCIONARIO-EXIT.

           PERFORM LER-FOLHA UNTIL FP-ERRO = "10".

           CLOSE FOLHA-PAGAMENTO.

           IF difBruto = ZEROS
              DISPLAY "Sem diferencas a pagar."
              GO TO APURAR-FUNCIONARIO-EXIT.

           COMPUTE difLiquido = difBruto - difINSS - difIRRF
              - difPensao.
           IF difLiquido < ZEROS
              DISPLAY "Diferencas liquidas negativas, complemento "
                 "nao pago - conferir !"
              GO TO APURAR-FUNCIONARIO-EXIT.

           PERFORM EMITIR-DEMONSTRATIVO.
           PERFORM GRAVAR-FOLHA THRU GRAVAR-FOLHA-EXIT.
           PERFORM GRAVAR-REMESSA-DETALHE
              THRU GRAVAR-REMESSA-DETALHE-EXIT.

           ADD 1 TO QTD-PAGOS.
           ADD difBruto TO totalDiferencas.

       APURAR-FUNCIONARIO-EXIT.
           EXIT.

      * Only the monthly folha (modes 1 and 2) and the ferias (5)
      * are recomputed: the 13o is settled by FECHAMENTO-13's two-
      * parcela rule, a termo belongs to a desligado, and a mode-7
      * detail is itself a difference already paid.
       LER-FOLHA.
           READ FOLHA-PAGAMENTO
              AT END
                 MOVE "10" TO FP-ERRO
              NOT AT END
                 EVALUATE TRUE
                    WHEN FP-HEADER
                       MOVE FP-CTL-MODO TO RC-MODO-CORRENTE
                    WHEN FP-DETALHE-REG AND FP-MATRICULA = MATRICULA
                       AND (RC-MODO-CORRENTE = 1
                         OR RC-MODO-CORRENTE = 2
                         OR RC-MODO-CORRENTE = 5)
                       PERFORM RECALCULAR-PAGAMENTO
                          THRU RECALCULAR-PAGAMENTO-EXIT
                 END-EVALUATE
           END-READ.

      * The payment is revalued by the ratio of the new rate to the
      * old: hours, overtime and the ferias third all scale with the
      * valor da hora. INSS, IRRF and pensao are computed for both
      * bruto figures on the payment's own date, so only the raise
      * shows in the difference.
       RECALCULAR-PAGAMENTO.
           MOVE FP-DATA TO DATA-PAGTO.
           DIVIDE DATA-PAGTO BY 100 GIVING COMPETENCIA-PAGTO.
           IF COMPETENCIA-PAGTO < COMPETENCIA-VIGENCIA
              GO TO RECALCULAR-PAGAMENTO-EXIT.

           CALL "CONFERIR-COMPETENCIA" USING DATA-PAGTO,
              SITUACAO-COMPETENCIA.
           IF SITUACAO-COMPETENCIA NOT = "F"
              DISPLAY "  Competencia " COMPETENCIA-PAGTO
                 " aberta: pagamento de " DATA-PAGTO
                 " nao recalculado."
              ADD 1 TO QTD-ABERTAS
              GO TO RECALCULAR-PAGAMENTO-EXIT.

           IF RC-MODO-CORRENTE = 5
              MOVE "E" TO PENSAO-VERBA
              MOVE "ferias" TO DESCRICAO-MODO
           ELSE
              MOVE "F" TO PENSAO-VERBA
              MOVE "folha" TO DESCRICAO-MODO.

           MOVE FP-SALARIO-BRUTO TO brutoPago.
           COMPUTE brutoDevido ROUNDED = brutoPago
              * DS-HORA-NOVA(IX-DS) / DS-HORA-ANT(IX-DS).

           MOVE ZEROS TO PP-QTD.
           CALL "CALCULA-PENSAO" USING DATA-PAGTO, MATRICULA,
              PENSAO-VERBA, brutoPago, QTD-DEPENDENTES, inssPago,
              irrfPago, liquidoParcela, pensaoPaga,
              CREDITOS-PENSAO-PAGOS.

           MOVE ZEROS TO PB-QTD.
           CALL "CALCULA-PENSAO" USING DATA-PAGTO, MATRICULA,
              PENSAO-VERBA, brutoDevido, QTD-DEPENDENTES, inssDevido,
              irrfDevido, liquidoParcela, pensaoDevida,
              CREDITOS-PENSAO.

           ADD brutoDevido TO difBruto.
           SUBTRACT brutoPago FROM difBruto.
           IF inssDevido > inssPago
              COMPUTE difINSS = difINSS + inssDevido - inssPago.
           IF irrfDevido > irrfPago
              COMPUTE difIRRF = difIRRF + irrfDevido - irrfPago.

           IF PB-QTD > ZEROS
              PERFORM ACUMULAR-DIF-PENSAO
                 VARYING IX-PB FROM 1 BY 1
                 UNTIL IX-PB > PB-QTD.

           MOVE brutoPago TO MASCARA-PAGO.
           MOVE brutoDevido TO MASCARA-DEVIDO.
           COMPUTE MASCARA = brutoDevido - brutoPago.
           DISPLAY "  " COMPETENCIA-PAGTO " " DESCRICAO-MODO
              " pago " MASCARA-PAGO " devido " MASCARA-DEVIDO
              " diferenca " MASCARA.

       RECALCULAR-PAGAMENTO-EXIT.
           EXIT.

       ACUMULAR-DIF-PENSAO.
           MOVE PB-VALOR(IX-PB) TO diferencaPensao.
           IF IX-PB NOT > PP-QTD
              SET IX-PP TO IX-PB
              IF PP-VALOR(IX-PP) < diferencaPensao
                 SUBTRACT PP-VALOR(IX-PP) FROM diferencaPensao
              ELSE
                 MOVE ZEROS TO diferencaPensao.

           SET IX-PD TO IX-PB.
           IF IX-PB > PD-QTD
              SET PD-QTD TO IX-PB
              MOVE PB-BENEFICIARIO(IX-PB) TO PD-BENEFICIARIO(IX-PD)
              MOVE PB-BANCO(IX-PB) TO PD-BANCO(IX-PD)
              MOVE PB-AGENCIA(IX-PB) TO PD-AGENCIA(IX-PD)
              MOVE PB-CONTA(IX-PB) TO PD-CONTA(IX-PD)
              MOVE ZEROS TO PD-VALOR(IX-PD).

           ADD diferencaPensao TO PD-VALOR(IX-PD).
           ADD diferencaPensao TO difPensao.

      * Counts the matricula's dependents on DEPENDENTES.DAT so the
      * IRRF base drops the per-dependent deduction, same as the
      * folha. A missing file just means no dependents.
       CONTAR-DEPENDENTES.
           MOVE ZEROS TO QTD-DEPENDENTES.

           OPEN INPUT ARQUIVO-DEPENDENTES.
           IF DP-ERRO NOT = "00"
              MOVE "00" TO DP-ERRO
              GO TO CONTAR-DEPENDENTES-EXIT.

           PERFORM LER-DEPENDENTE UNTIL DP-ERRO = "10".

           CLOSE ARQUIVO-DEPENDENTES.

       CONTAR-DEPENDENTES-EXIT.
           EXIT.

       LER-DEPENDENTE.
           READ ARQUIVO-DEPENDENTES
              AT END
                 MOVE "10" TO DP-ERRO
              NOT AT END
                 IF DP-MATRICULA = MATRICULA
                    ADD 1 TO QTD-DEPENDENTES
                 END-IF
           END-READ.

      * Totals of the statement: the bruto difference, the INSS,
      * IRRF and pensao it owes, and the liquido credited.
       EMITIR-DEMONSTRATIVO.
           MOVE difBruto TO MASCARA.
           DISPLAY "Diferenca bruta.......: " MASCARA.
           MOVE difINSS TO MASCARA.
           DISPLAY "INSS s/ diferencas....: " MASCARA.
           MOVE difIRRF TO MASCARA.
           DISPLAY "IRRF s/ diferencas....: " MASCARA.
           IF PD-QTD > ZEROS
              PERFORM IMPRIMIR-PENSAO
                 VARYING IX-PD FROM 1 BY 1
                 UNTIL IX-PD > PD-QTD.
           MOVE difLiquido TO MASCARA.
           DISPLAY "Liquido a receber.....: " MASCARA.

       IMPRIMIR-PENSAO.
           IF PD-VALOR(IX-PD) > ZEROS
              MOVE PD-VALOR(IX-PD) TO MASCARA
              DISPLAY "PENSAO " PD-BENEFICIARIO(IX-PD) " (-): "
                 MASCARA.

      * Opens the complement run on FOLHA-PAGAMENTO.DAT with its "H"
      * header.
       GRAVAR-FOLHA-HEADER.
           MOVE ZEROS TO FH-QTD FH-BRUTO FH-LIQUIDO.

           OPEN EXTEND FOLHA-PAGAMENTO.
           IF FP-ERRO = "35"
              OPEN OUTPUT FOLHA-PAGAMENTO.

           IF FP-ERRO NOT = "00"
              DISPLAY "Erro ao abrir FOLHA-PAGAMENTO, status " FP-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO GRAVAR-FOLHA-HEADER-EXIT.

           MOVE SPACES TO REG-FOLHA.
           MOVE "H" TO FP-TIPO.
           MOVE ZEROS TO FP-CONTROLE.
           MOVE DATA-HOJE TO FP-CTL-DATA.
           MOVE FOLHA-MODO TO FP-CTL-MODO.
           WRITE REG-FOLHA.

           IF FP-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-FOLHA, status " FP-ERRO
              MOVE 8 TO RETURN-CODE.

           CLOSE FOLHA-PAGAMENTO.

       GRAVAR-FOLHA-HEADER-EXIT.
           EXIT.

      * The complement detail carries no hours: its bruto is the sum
      * of the differences, INSS/IRRF what they owe, the pensao as
      * outros descontos, so liquido = bruto - INSS - IRRF
      * - descontos holds on the record like on any other.
       GRAVAR-FOLHA.
           MOVE SPACES TO REG-FOLHA.
           MOVE "D" TO FP-TIPO.
           MOVE MATRICULA TO FP-MATRICULA.
           MOVE DS-NOME(IX-DS) TO FP-NOME.
           MOVE DATA-HOJE TO FP-DATA.
           MOVE ZEROS TO FP-HORAS FP-HORAS-EXTRAS-50
              FP-HORAS-EXTRAS-100 FP-VALOR-EXTRAS FP-OUTROS-PROVENTOS.
           MOVE DS-HORA-NOVA(IX-DS) TO FP-VALOR-HORA.
           MOVE difBruto TO FP-SALARIO-BRUTO.
           MOVE difINSS TO FP-INSS.
           MOVE difIRRF TO FP-IRRF.
           MOVE difPensao TO FP-OUTROS-DESCONTOS.
           MOVE difLiquido TO FP-SALARIO-LIQUIDO.

           OPEN EXTEND FOLHA-PAGAMENTO.
           IF FP-ERRO NOT = "00"
              DISPLAY "Erro ao abrir FOLHA-PAGAMENTO, status " FP-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO GRAVAR-FOLHA-EXIT.

           WRITE REG-FOLHA.

           IF FP-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-FOLHA, status " FP-ERRO
              MOVE 8 TO RETURN-CODE
           ELSE
              ADD 1 TO FH-QTD
              ADD FP-SALARIO-BRUTO TO FH-BRUTO
              ADD FP-SALARIO-LIQUIDO TO FH-LIQUIDO.

           CLOSE FOLHA-PAGAMENTO.

       GRAVAR-FOLHA-EXIT.
           EXIT.

      * Closes the run with its "T" trailer for VERIFICA-FOLHA.
       GRAVAR-FOLHA-TRAILER.
           OPEN EXTEND FOLHA-PAGAMENTO.
           IF FP-ERRO NOT = "00"
              DISPLAY "Erro ao abrir FOLHA-PAGAMENTO, status " FP-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO GRAVAR-FOLHA-TRAILER-EXIT.

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

       GRAVAR-FOLHA-TRAILER-EXIT.
           EXIT.

      * The complement replaces REMESSA-BANCO.DAT like every payroll
      * run does.
       ABRIR-REMESSA.
           MOVE "N" TO SW-REMESSA-ABERTA.
           OPEN OUTPUT ARQUIVO-REMESSA.
           IF RM-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-REMESSA, status " RM-ERRO
              DISPLAY "Remessa bancaria nao sera gerada !"
           ELSE
              MOVE "S" TO SW-REMESSA-ABERTA
              MOVE SPACES TO REG-REMESSA-HEADER
              MOVE "H" TO RMH-TIPO
              MOVE DATA-HOJE TO RMH-DATA
              MOVE EMPRESA-NOME TO RMH-EMPRESA
              MOVE EMPRESA-CNPJ TO RMH-CNPJ
              WRITE REG-REMESSA-HEADER
              IF RM-ERRO NOT = "00"
                 DISPLAY "Erro ao gravar remessa, status " RM-ERRO.

      * The employee's liquido and each beneficiary's pensao on the
      * differences; without bank data the credit is paid by hand
      * and reported.
       GRAVAR-REMESSA-DETALHE.
           IF NOT REMESSA-ABERTA
              GO TO GRAVAR-REMESSA-DETALHE-EXIT.

           IF DS-BANCO(IX-DS) = ZEROS
              DISPLAY "Matricula " MATRICULA " sem dados bancarios, "
                 "fora da remessa !"
           ELSE
              MOVE "D" TO RMD-TIPO
              MOVE DS-NOME(IX-DS) TO RMD-NOME
              MOVE DS-BANCO(IX-DS) TO RMD-BANCO
              MOVE DS-AGENCIA(IX-DS) TO RMD-AGENCIA
              MOVE DS-CONTA(IX-DS) TO RMD-CONTA
              MOVE difLiquido TO RMD-VALOR
              WRITE REG-REMESSA-DETALHE
              IF RM-ERRO NOT = "00"
                 DISPLAY "Erro ao gravar remessa, status " RM-ERRO
              ELSE
                 ADD 1 TO RM-QTD-DETALHES
                 ADD difLiquido TO RM-TOTAL-CREDITO.

           IF PD-QTD > ZEROS
              PERFORM GRAVAR-CREDITO-PENSAO
                 VARYING IX-PD FROM 1 BY 1
                 UNTIL IX-PD > PD-QTD.

       GRAVAR-REMESSA-DETALHE-EXIT.
           EXIT.

       GRAVAR-CREDITO-PENSAO.
           IF PD-VALOR(IX-PD) > ZEROS
              IF PD-BANCO(IX-PD) = ZEROS
                 DISPLAY "Pensao de " PD-BENEFICIARIO(IX-PD)
                    " (matricula " MATRICULA ") sem dados "
                    "bancarios, fora da remessa !"
              ELSE
                 MOVE "D" TO RMD-TIPO
                 MOVE PD-BENEFICIARIO(IX-PD) TO RMD-NOME
                 MOVE PD-BANCO(IX-PD) TO RMD-BANCO
                 MOVE PD-AGENCIA(IX-PD) TO RMD-AGENCIA
                 MOVE PD-CONTA(IX-PD) TO RMD-CONTA
                 MOVE PD-VALOR(IX-PD) TO RMD-VALOR
                 WRITE REG-REMESSA-DETALHE
                 IF RM-ERRO NOT = "00"
                    DISPLAY "Erro ao gravar remessa, status " RM-ERRO
                 ELSE
                    ADD 1 TO RM-QTD-DETALHES
                    ADD PD-VALOR(IX-PD) TO RM-TOTAL-CREDITO.

       GRAVAR-REMESSA-TRAILER.
           MOVE SPACES TO REG-REMESSA-TRAILER.
           MOVE "T" TO RMT-TIPO.
           MOVE RM-QTD-DETALHES TO RMT-QTD.
           MOVE RM-TOTAL-CREDITO TO RMT-TOTAL.
           WRITE REG-REMESSA-TRAILER.
           IF RM-ERRO NOT = "00"
              DISPLAY "Erro ao gravar remessa, status " RM-ERRO.
           CLOSE ARQUIVO-REMESSA.

       END PROGRAM DISSIDIO.
