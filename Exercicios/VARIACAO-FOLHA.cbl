      ******************************************************************
      * Author:       BERGAMASCHI, MARCELO.
      * Date:         2026-10-15.
      * Purpose:      Pre-closing variance report: compares each
      *               matricula's "D" payment details on
      *               FOLHA-PAGAMENTO.DAT for one competencia with the
      *               competencia before it and lists every employee
      *               whose bruto, INSS, IRRF, outros descontos or
      *               liquido moved beyond the operator's tolerance,
      *               with the percentage change, followed by the
      *               employees paid last month but missing this
      *               month and the new ones. Run it before
      *               FECHAMENTO-FOLHA locks the month; scheduled on
      *               PARAMLOTE.DAT it runs unattended under
      *               EXECUCAO.DAT AUTOMATICO, on the run date's
      *               competencia and the standard tolerance.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  First version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARIACAO-FOLHA.
       AUTHOR. BERGAMASCHI, MARCELO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       INSTALLATION. IFSP-Cubatao.
       SECURITY. VARIACAO DA FOLHA ENTRE COMPETENCIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-486-DX2-66-MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66-MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHA-PAGAMENTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FP-ERRO.

           SELECT ARQUIVO-EXECUCAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EX-ERRO.

           SELECT ARQUIVO-JOBLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JL-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  FOLHA-PAGAMENTO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 106 CHARACTERS
           DATA RECORD IS REG-FOLHA
           VALUE OF FILE-ID "FOLHA-PAGAMENTO.DAT".

       01  REG-FOLHA.
           COPY REGFOLHA.

      * Execution-mode card shared by the daily batch's steps:
      * AUTOMATICO runs the step with no operator at the console.
       FD  ARQUIVO-EXECUCAO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS REG-EXECUCAO
           VALUE OF FILE-ID "EXECUCAO.DAT".

       01  REG-EXECUCAO.
           05  EX-MODO      PIC X(10).

       FD  ARQUIVO-JOBLOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS REG-JOBLOG
           VALUE OF FILE-ID "JOBLOG.DAT".

       01  REG-JOBLOG.
           COPY REGJLOG.

       WORKING-STORAGE SECTION.
       77  FP-ERRO        PIC X(02) VALUE "00".
       77  EX-ERRO        PIC X(02) VALUE "00".
       77  JL-ERRO        PIC X(02) VALUE "00".
       77  SW-AUTOMATICO  PIC X(01) VALUE "N".
           88 MODO-AUTOMATICO VALUE "S".
       77  COMPETENCIA    PIC 9(06) VALUE ZEROS.
       77  COMPETENCIA-ANTERIOR PIC 9(06) VALUE ZEROS.
      * Percentage change beyond which a figure is listed; the
      * unattended run uses the standard one.
       77  TOLERANCIA-PADRAO PIC 9(03)V99 VALUE 20,00.
       77  TOLERANCIA     PIC 9(03)V99 VALUE ZEROS.
       77  QTD-FUNC       PIC 9(03) VALUE ZEROS.
       77  QTD-COMPARADOS PIC 9(03) VALUE ZEROS.
       77  QTD-VARIACOES  PIC 9(04) VALUE ZEROS.
       77  QTD-FUNC-VARIACAO PIC 9(03) VALUE ZEROS.
       77  QTD-AUSENTES   PIC 9(03) VALUE ZEROS.
       77  QTD-NOVOS      PIC 9(03) VALUE ZEROS.
       77  SW-ACHOU       PIC X(01) VALUE "N".
           88 ACHOU           VALUE "S".
       77  SW-FUNC-LISTADO PIC X(01) VALUE "N".
           88 FUNC-LISTADO    VALUE "S".
       77  SW-PERIODO     PIC X(01) VALUE SPACE.
           88 PERIODO-ATUAL    VALUE "A".
           88 PERIODO-ANTERIOR VALUE "P".
       77  IX-CAMPO       PIC 9(01) VALUE ZEROS.
       77  VARIACAO-PCT   PIC S9(05)V99 VALUE ZEROS.
       77  VARIACAO-ABS   PIC 9(05)V99 VALUE ZEROS.
       77  MASCARA-ANT    PIC ZZ.ZZZ.ZZ9,99.
       77  MASCARA-ATU    PIC ZZ.ZZZ.ZZ9,99.
       77  MASCARA-PCT    PIC -----9,99.
       77  MASCARA-TOL    PIC ZZ9,99.

       01  DATA-HOJE-DESDOB.
           05  COMPETENCIA-HOJE PIC 9(06).
           05  DIA-HOJE         PIC 9(02).

       01  COMPETENCIA-DESDOB.
           05  COMP-ANO     PIC 9(04).
           05  COMP-MES     PIC 9(02).

       01  DATA-FOLHA-DESDOB.
           05  FOLHA-COMPETENCIA  PIC 9(06).
           05  FOLHA-DIA          PIC 9(02).

       01  DATA-HORA-ATUAL.
           05  DH-DATA PIC 9(08).
           05  DH-HORA PIC 9(08).

      * The five figures compared, in the order of VR-ANT/VR-ATU.
       01  NOMES-CAMPOS.
           05  FILLER PIC X(10) VALUE "BRUTO".
           05  FILLER PIC X(10) VALUE "INSS".
           05  FILLER PIC X(10) VALUE "IRRF".
           05  FILLER PIC X(10) VALUE "DESCONTOS".
           05  FILLER PIC X(10) VALUE "LIQUIDO".
       01  FILLER REDEFINES NOMES-CAMPOS.
           05  NOME-CAMPO OCCURS 5 TIMES PIC X(10).

      * Each matricula's summed details of the two competencias;
      * several runs in one month (lote, ferias, 13o) add up.
       01  TABELA-FUNC VALUE ZEROS.
           05  FUNC-TAB OCCURS 300 TIMES INDEXED BY IX-FUNC.
               10  VR-MATRICULA PIC 9(05).
               10  VR-NOME      PIC X(30).
               10  VR-QTD-ANT   PIC 9(02).
               10  VR-QTD-ATU   PIC 9(02).
               10  VR-ANT       PIC 9(07)V99 OCCURS 5 TIMES.
               10  VR-ATU       PIC 9(07)V99 OCCURS 5 TIMES.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Variacao da folha entre competencias ---*".

           PERFORM VERIFICAR-EXECUCAO
              THRU VERIFICAR-EXECUCAO-FIM.

      * In the overnight lote the competencia comes from the run
      * date, so this step never parks on an ACCEPT.
           IF MODO-AUTOMATICO
              ACCEPT DATA-HOJE-DESDOB FROM DATE YYYYMMDD
              MOVE COMPETENCIA-HOJE TO COMPETENCIA
              MOVE TOLERANCIA-PADRAO TO TOLERANCIA
              DISPLAY "Execucao automatica: competencia "
                 COMPETENCIA
           ELSE
              PERFORM ENTRAR-COMPETENCIA UNTIL COMPETENCIA > ZEROS
              PERFORM ENTRAR-TOLERANCIA.

           MOVE COMPETENCIA TO COMPETENCIA-DESDOB.
           IF COMP-MES = 1
              SUBTRACT 1 FROM COMP-ANO
              MOVE 12 TO COMP-MES
           ELSE
              SUBTRACT 1 FROM COMP-MES.
           MOVE COMPETENCIA-DESDOB TO COMPETENCIA-ANTERIOR.

           OPEN INPUT FOLHA-PAGAMENTO.
           IF FP-ERRO NOT = "00"
              DISPLAY "Erro ao abrir FOLHA-PAGAMENTO, status " FP-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           PERFORM LER-FOLHA UNTIL FP-ERRO = "10".

           CLOSE FOLHA-PAGAMENTO.

           MOVE TOLERANCIA TO MASCARA-TOL.
           DISPLAY "Competencia...........: " COMPETENCIA
              " contra " COMPETENCIA-ANTERIOR.
           DISPLAY "Tolerancia............: " MASCARA-TOL "%".

           DISPLAY "--- Variacoes acima da tolerancia ---".
           PERFORM COMPARAR-FUNCIONARIO
              VARYING IX-FUNC FROM 1 BY 1
              UNTIL IX-FUNC > QTD-FUNC.

           DISPLAY "--- Pagos na competencia anterior e ausentes ---".
           PERFORM LISTAR-AUSENTE
              VARYING IX-FUNC FROM 1 BY 1
              UNTIL IX-FUNC > QTD-FUNC.

           DISPLAY "--- Novos na competencia ---".
           PERFORM LISTAR-NOVO
              VARYING IX-FUNC FROM 1 BY 1
              UNTIL IX-FUNC > QTD-FUNC.

           DISPLAY "--- Totais ---".
           DISPLAY "Funcionarios comparados...: " QTD-COMPARADOS.
           DISPLAY "Com variacao..............: " QTD-FUNC-VARIACAO.
           DISPLAY "Valores fora da tolerancia: " QTD-VARIACOES.
           DISPLAY "Ausentes nesta competencia: " QTD-AUSENTES.
           DISPLAY "Novos nesta competencia...: " QTD-NOVOS.

           PERFORM GRAVAR-CONTAGEM THRU GRAVAR-CONTAGEM-EXIT.

       END-OF-JOB.
           GOBACK.

       ENTRAR-COMPETENCIA.
           DISPLAY "Competencia a conferir (AAAAMM) :"
           ACCEPT COMPETENCIA.
           MOVE COMPETENCIA TO COMPETENCIA-DESDOB.
           IF COMP-MES < 1 OR COMP-MES > 12
              DISPLAY "Competencia invalida !"
              MOVE ZEROS TO COMPETENCIA.

       ENTRAR-TOLERANCIA.
           MOVE TOLERANCIA-PADRAO TO MASCARA-TOL.
           DISPLAY "Tolerancia em % (zero = " MASCARA-TOL ") :"
           ACCEPT TOLERANCIA.
           IF TOLERANCIA = ZEROS
              MOVE TOLERANCIA-PADRAO TO TOLERANCIA.

      * Reads the execution-mode card; a missing card means the
      * usual interactive run.
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

       LER-FOLHA.
           READ FOLHA-PAGAMENTO
              AT END
                 MOVE "10" TO FP-ERRO
              NOT AT END
                 MOVE FP-DATA TO DATA-FOLHA-DESDOB
                 MOVE SPACE TO SW-PERIODO
                 IF FOLHA-COMPETENCIA = COMPETENCIA
                    MOVE "A" TO SW-PERIODO
                 END-IF
                 IF FOLHA-COMPETENCIA = COMPETENCIA-ANTERIOR
                    MOVE "P" TO SW-PERIODO
                 END-IF
                 IF FP-DETALHE-REG AND SW-PERIODO NOT = SPACE
                    PERFORM ACUMULAR-PAGAMENTO
                 END-IF
           END-READ.

      * Rolls one detail into its matricula's entry, adding the
      * entry on the matricula's first occurrence.
       ACUMULAR-PAGAMENTO.
           MOVE "N" TO SW-ACHOU.
           PERFORM PROCURAR-FUNCIONARIO
              VARYING IX-FUNC FROM 1 BY 1
              UNTIL IX-FUNC > QTD-FUNC OR ACHOU.

           IF ACHOU
              SET IX-FUNC DOWN BY 1
           ELSE
              IF QTD-FUNC < 300
                 ADD 1 TO QTD-FUNC
                 SET IX-FUNC TO QTD-FUNC
                 MOVE FP-MATRICULA TO VR-MATRICULA(IX-FUNC)
                 MOVE FP-NOME TO VR-NOME(IX-FUNC)
                 MOVE "S" TO SW-ACHOU
              ELSE
                 DISPLAY "Aviso: mais de 300 funcionarios, matricula "
                    FP-MATRICULA " fora da comparacao !".

           IF ACHOU AND PERIODO-ATUAL
              ADD 1 TO VR-QTD-ATU(IX-FUNC)
              ADD FP-SALARIO-BRUTO TO VR-ATU(IX-FUNC, 1)
              ADD FP-INSS TO VR-ATU(IX-FUNC, 2)
              ADD FP-IRRF TO VR-ATU(IX-FUNC, 3)
              ADD FP-OUTROS-DESCONTOS TO VR-ATU(IX-FUNC, 4)
              ADD FP-SALARIO-LIQUIDO TO VR-ATU(IX-FUNC, 5).

           IF ACHOU AND PERIODO-ANTERIOR
              ADD 1 TO VR-QTD-ANT(IX-FUNC)
              ADD FP-SALARIO-BRUTO TO VR-ANT(IX-FUNC, 1)
              ADD FP-INSS TO VR-ANT(IX-FUNC, 2)
              ADD FP-IRRF TO VR-ANT(IX-FUNC, 3)
              ADD FP-OUTROS-DESCONTOS TO VR-ANT(IX-FUNC, 4)
              ADD FP-SALARIO-LIQUIDO TO VR-ANT(IX-FUNC, 5).

       PROCURAR-FUNCIONARIO.
           IF FP-MATRICULA = VR-MATRICULA(IX-FUNC)
              MOVE "S" TO SW-ACHOU.

      * Only a matricula paid in both competencias is compared; the
      * others go to the ausentes and novos lists.
       COMPARAR-FUNCIONARIO.
           IF VR-QTD-ANT(IX-FUNC) > ZEROS AND
              VR-QTD-ATU(IX-FUNC) > ZEROS
              ADD 1 TO QTD-COMPARADOS
              MOVE "N" TO SW-FUNC-LISTADO
              PERFORM COMPARAR-CAMPO THRU COMPARAR-CAMPO-EXIT
                 VARYING IX-CAMPO FROM 1 BY 1
                 UNTIL IX-CAMPO > 5.

      * A figure that went from zero to something has no percentage
      * and is always listed, shown as 100%.
       COMPARAR-CAMPO.
           IF VR-ANT(IX-FUNC, IX-CAMPO) = VR-ATU(IX-FUNC, IX-CAMPO)
              GO TO COMPARAR-CAMPO-EXIT.

           IF VR-ANT(IX-FUNC, IX-CAMPO) = ZEROS
              MOVE 100 TO VARIACAO-PCT
           ELSE
              COMPUTE VARIACAO-PCT ROUNDED =
                 (VR-ATU(IX-FUNC, IX-CAMPO) -
                  VR-ANT(IX-FUNC, IX-CAMPO)) * 100 /
                  VR-ANT(IX-FUNC, IX-CAMPO)
                 ON SIZE ERROR
                    MOVE 99999 TO VARIACAO-PCT
              END-COMPUTE.

           IF VARIACAO-PCT < ZEROS
              COMPUTE VARIACAO-ABS = ZEROS - VARIACAO-PCT
           ELSE
              MOVE VARIACAO-PCT TO VARIACAO-ABS.

           IF VARIACAO-ABS NOT > TOLERANCIA
              GO TO COMPARAR-CAMPO-EXIT.

           IF NOT FUNC-LISTADO
              MOVE "S" TO SW-FUNC-LISTADO
              ADD 1 TO QTD-FUNC-VARIACAO
              DISPLAY VR-MATRICULA(IX-FUNC) " " VR-NOME(IX-FUNC).

           ADD 1 TO QTD-VARIACOES.
           MOVE VR-ANT(IX-FUNC, IX-CAMPO) TO MASCARA-ANT.
           MOVE VR-ATU(IX-FUNC, IX-CAMPO) TO MASCARA-ATU.
           MOVE VARIACAO-PCT TO MASCARA-PCT.
           DISPLAY "      " NOME-CAMPO(IX-CAMPO) " de " MASCARA-ANT
              " para " MASCARA-ATU " (" MASCARA-PCT "%)".

       COMPARAR-CAMPO-EXIT.
           EXIT.

       LISTAR-AUSENTE.
           IF VR-QTD-ANT(IX-FUNC) > ZEROS AND
              VR-QTD-ATU(IX-FUNC) = ZEROS
              ADD 1 TO QTD-AUSENTES
              MOVE VR-ANT(IX-FUNC, 5) TO MASCARA-ANT
              DISPLAY VR-MATRICULA(IX-FUNC) " " VR-NOME(IX-FUNC)
                 " liquido anterior " MASCARA-ANT.

       LISTAR-NOVO.
           IF VR-QTD-ANT(IX-FUNC) = ZEROS AND
              VR-QTD-ATU(IX-FUNC) > ZEROS
              ADD 1 TO QTD-NOVOS
              MOVE VR-ATU(IX-FUNC, 5) TO MASCARA-ATU
              DISPLAY VR-MATRICULA(IX-FUNC) " " VR-NOME(IX-FUNC)
                 " liquido " MASCARA-ATU.

      * The outcome counts land on JOBLOG.DAT as a CONTAGEM event:
      * matriculas compared, and those listed for review.
       GRAVAR-CONTAGEM.
           OPEN EXTEND ARQUIVO-JOBLOG.
           IF JL-ERRO = "35"
              OPEN OUTPUT ARQUIVO-JOBLOG.

           IF JL-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-JOBLOG, status " JL-ERRO
              GO TO GRAVAR-CONTAGEM-EXIT.

           ACCEPT DH-DATA FROM DATE YYYYMMDD.
           ACCEPT DH-HORA FROM TIME.
           MOVE DH-DATA TO JL-DATA.
           MOVE DH-HORA TO JL-HORA.
           MOVE "VARIACAO-FOLHA" TO JL-PROGRAMA.
           MOVE "CONTAGEM" TO JL-EVENTO.
           MOVE QTD-COMPARADOS TO JL-QTD-PROC.
           COMPUTE JL-QTD-REJ =
              QTD-FUNC-VARIACAO + QTD-AUSENTES + QTD-NOVOS.
           WRITE REG-JOBLOG.

           IF JL-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-JOBLOG, status " JL-ERRO.

           CLOSE ARQUIVO-JOBLOG.

       GRAVAR-CONTAGEM-EXIT.
           EXIT.

       END PROGRAM VARIACAO-FOLHA.
