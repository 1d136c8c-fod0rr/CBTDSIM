      ******************************************************************
      * Author:       BERGAMASCHI, MARCELO.
      * Date:         2026-10-15.
      * Purpose:      Monthly repasse report of the emprestimos
      *               consignados: for one operator-chosen
      *               competencia, lists per lending bank every
      *               contract of CONSIGNADOS.DAT deducted in that
      *               competencia - by the roster lote of
      *               CALCULA-SALARIO or settled out of a RESCISAO
      *               termo - with the parcela due, the value
      *               actually withheld, the balance left and the
      *               bank's total to be transferred, so the repasse
      *               goes to each bank from the system instead of
      *               from the notebook.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  First version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPASSE-CONSIGNADO.
       AUTHOR. BERGAMASCHI, MARCELO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       INSTALLATION. IFSP-Cubatao.
       SECURITY. REPASSE MENSAL DOS EMPRESTIMOS CONSIGNADOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-486-DX2-66-MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66-MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CONSIGNADOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CG-ERRO.

           SELECT ARQUIVO-FUNCIONARIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FN-MATRICULA
           FILE STATUS IS FN-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CONSIGNADOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS REG-CONSIGNADO
           VALUE OF FILE-ID "CONSIGNADOS.DAT".

       01  REG-CONSIGNADO.
           COPY REGCONS.

       FD  ARQUIVO-FUNCIONARIOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS REG-FUNC
           VALUE OF FILE-ID "FUNCIONARIOS.DAT".

       01  REG-FUNC.
           COPY REGFUNC.

       WORKING-STORAGE SECTION.
       77  CG-ERRO        PIC X(02) VALUE "00".
       77  FN-ERRO        PIC X(02) VALUE "00".
       77  COMPETENCIA    PIC 9(06) VALUE ZEROS.
       77  QTD-REPASSES   PIC 9(03) VALUE ZEROS.
       77  QTD-BANCOS     PIC 9(02) VALUE ZEROS.
       77  SW-CADASTRO-ABERTO PIC X(01) VALUE "N".
           88 CADASTRO-ABERTO VALUE "S".
       77  SW-ACHOU       PIC X(01) VALUE "N".
           88 ACHOU           VALUE "S".
       77  NOME-REPASSE   PIC X(30) VALUE SPACES.
       77  TOT-BANCO      PIC 9(08)V99 VALUE ZEROS.
       77  TOT-GERAL      PIC 9(09)V99 VALUE ZEROS.
       77  MASCARA        PIC ZZZ.ZZZ.ZZ9,99.
       77  MASCARA-PARCELA PIC ZZ.ZZ9,99.
       77  MASCARA-DESCONTO PIC ZZ.ZZ9,99.
       77  MASCARA-SALDO  PIC Z.ZZZ.ZZ9,99.

      * The contracts deducted in the competencia, in file order.
       01  TABELA-REPASSES VALUE ZEROS.
           05  REPASSE-TAB OCCURS 500 TIMES INDEXED BY IX-REP.
               10  RP-BANCO         PIC 9(03).
               10  RP-MATRICULA     PIC 9(05).
               10  RP-CONTRATO      PIC X(12).
               10  RP-PARCELA       PIC 9(03).
               10  RP-QTD-PARCELAS  PIC 9(03).
               10  RP-VALOR-PARCELA PIC 9(05)V99.
               10  RP-DESCONTADO    PIC 9(05)V99.
               10  RP-SALDO         PIC 9(07)V99.
               10  RP-SITUACAO      PIC X(01).

      * The lending banks found, each printed as its own block.
       01  TABELA-BANCOS VALUE ZEROS.
           05  BANCO-TAB OCCURS 50 TIMES INDEXED BY IX-BCO.
               10  BC-BANCO PIC 9(03).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Repasse de emprestimos consignados ---*".
           PERFORM ENTRAR-COMPETENCIA UNTIL COMPETENCIA > ZEROS.

           OPEN INPUT ARQUIVO-CONSIGNADOS.
           IF CG-ERRO NOT = "00"
              DISPLAY "Nenhum contrato consignado cadastrado."
              GO TO END-OF-JOB.

           PERFORM LER-CONSIGNADO UNTIL CG-ERRO = "10".

           CLOSE ARQUIVO-CONSIGNADOS.

           IF QTD-REPASSES = ZEROS
              DISPLAY "Nenhum desconto consignado na competencia "
                 COMPETENCIA
              GO TO END-OF-JOB.

      * A missing cadastro still lets the repasse come out, only
      * without the names.
           MOVE "N" TO SW-CADASTRO-ABERTO.
           OPEN INPUT ARQUIVO-FUNCIONARIOS.
           IF FN-ERRO = "00"
              MOVE "S" TO SW-CADASTRO-ABERTO
           ELSE
              DISPLAY "Aviso: FUNCIONARIOS.DAT indisponivel, status "
                 FN-ERRO.

           DISPLAY "Competencia...........: " COMPETENCIA.
           PERFORM IMPRIMIR-BANCO
              VARYING IX-BCO FROM 1 BY 1
              UNTIL IX-BCO > QTD-BANCOS.

           IF CADASTRO-ABERTO
              CLOSE ARQUIVO-FUNCIONARIOS.

           DISPLAY "=================================================".
           DISPLAY "Contratos repassados..: " QTD-REPASSES.
           MOVE TOT-GERAL TO MASCARA.
           DISPLAY "TOTAL A REPASSAR......: " MASCARA.
           DISPLAY "=================================================".

       END-OF-JOB.
           GOBACK.

       ENTRAR-COMPETENCIA.
           DISPLAY "Competencia (AAAAMM) :"
           ACCEPT COMPETENCIA.
           IF COMPETENCIA = ZEROS
              DISPLAY "Competencia invalida !".

      * A contract belongs to the repasse when its last deduction
      * fell in the competencia; a later lote would have moved the
      * mark on, so the report is the current month's (or the
      * latest closed one's) statement. A contract rescindido in
      * the competencia is listed even when the termo could not
      * cover any of it, so the bank learns the employee left.
       LER-CONSIGNADO.
           READ ARQUIVO-CONSIGNADOS
              AT END
                 MOVE "10" TO CG-ERRO
              NOT AT END
                 IF CG-ULTIMA-COMPETENCIA = COMPETENCIA
                    AND (CG-ULTIMO-VALOR > ZEROS
                         OR CONSIGNADO-RESCINDIDO)
                    PERFORM GUARDAR-REPASSE THRU GUARDAR-REPASSE-EXIT
                 END-IF
           END-READ.

       GUARDAR-REPASSE.
           IF QTD-REPASSES NOT < 500
              DISPLAY "Aviso: mais de 500 contratos, contrato "
                 CG-CONTRATO " fora do relatorio !"
              GO TO GUARDAR-REPASSE-EXIT.

           ADD 1 TO QTD-REPASSES.
           SET IX-REP TO QTD-REPASSES.
           MOVE CG-BANCO TO RP-BANCO(IX-REP).
           MOVE CG-MATRICULA TO RP-MATRICULA(IX-REP).
           MOVE CG-CONTRATO TO RP-CONTRATO(IX-REP).
           MOVE CG-PARCELAS-PAGAS TO RP-PARCELA(IX-REP).
           MOVE CG-QTD-PARCELAS TO RP-QTD-PARCELAS(IX-REP).
           MOVE CG-VALOR-PARCELA TO RP-VALOR-PARCELA(IX-REP).
           MOVE CG-ULTIMO-VALOR TO RP-DESCONTADO(IX-REP).
           MOVE CG-SALDO TO RP-SALDO(IX-REP).
           MOVE CG-SITUACAO TO RP-SITUACAO(IX-REP).

           MOVE "N" TO SW-ACHOU.
           PERFORM PROCURAR-BANCO
              VARYING IX-BCO FROM 1 BY 1
              UNTIL IX-BCO > QTD-BANCOS OR ACHOU.
           IF NOT ACHOU AND QTD-BANCOS < 50
              ADD 1 TO QTD-BANCOS
              SET IX-BCO TO QTD-BANCOS
              MOVE CG-BANCO TO BC-BANCO(IX-BCO).

       GUARDAR-REPASSE-EXIT.
           EXIT.

       PROCURAR-BANCO.
           IF BC-BANCO(IX-BCO) = CG-BANCO
              MOVE "S" TO SW-ACHOU.

       IMPRIMIR-BANCO.
           MOVE ZEROS TO TOT-BANCO.
           DISPLAY "=================================================".
           DISPLAY "Banco " BC-BANCO(IX-BCO).
           PERFORM IMPRIMIR-CONTRATO
              VARYING IX-REP FROM 1 BY 1
              UNTIL IX-REP > QTD-REPASSES.
           MOVE TOT-BANCO TO MASCARA.
           DISPLAY "Total do banco........: " MASCARA.
           ADD TOT-BANCO TO TOT-GERAL.

      * A withheld value under the parcela means the margin could
      * not hold it; a rescindido contract was settled out of the
      * termo and any balance left is the bank's to collect.
       IMPRIMIR-CONTRATO.
           IF RP-BANCO(IX-REP) = BC-BANCO(IX-BCO)
              PERFORM IMPRIMIR-LINHA-CONTRATO.

       IMPRIMIR-LINHA-CONTRATO.
           PERFORM BUSCAR-NOME.
           MOVE RP-VALOR-PARCELA(IX-REP) TO MASCARA-PARCELA.
           MOVE RP-DESCONTADO(IX-REP) TO MASCARA-DESCONTO.
           MOVE RP-SALDO(IX-REP) TO MASCARA-SALDO.
           DISPLAY RP-MATRICULA(IX-REP) " " NOME-REPASSE.
           DISPLAY "   Contrato " RP-CONTRATO(IX-REP)
              " parcela " RP-PARCELA(IX-REP) "/"
              RP-QTD-PARCELAS(IX-REP)
              " valor " MASCARA-PARCELA.
           DISPLAY "   Descontado " MASCARA-DESCONTO
              " saldo " MASCARA-SALDO.
           EVALUATE TRUE
              WHEN RP-SITUACAO(IX-REP) = "R"
                 DISPLAY "   RESCISAO: descontado no termo, saldo "
                    "restante a cobrar pelo banco"
              WHEN RP-SITUACAO(IX-REP) = "Q"
                 DISPLAY "   CONTRATO QUITADO"
              WHEN RP-DESCONTADO(IX-REP) < RP-VALOR-PARCELA(IX-REP)
                 DISPLAY "   PARCELA PARCIAL: margem consignavel "
                    "insuficiente"
           END-EVALUATE.
           ADD RP-DESCONTADO(IX-REP) TO TOT-BANCO.

       BUSCAR-NOME.
           MOVE "SEM CADASTRO" TO NOME-REPASSE.
           IF CADASTRO-ABERTO
              MOVE RP-MATRICULA(IX-REP) TO FN-MATRICULA
              READ ARQUIVO-FUNCIONARIOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE FN-NOME TO NOME-REPASSE
              END-READ.

       END PROGRAM REPASSE-CONSIGNADO.
