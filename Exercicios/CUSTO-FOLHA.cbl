      ******************************************************************
      * Author:       BERGAMASCHI, MARCELO.
      * Date:         2026-10-15.
      * Purpose:      Monthly labor cost report: for one
      *               operator-chosen competencia, totals the "D"
      *               payment details of FOLHA-PAGAMENTO.DAT per
      *               FN-DEPARTAMENTO and adds what the company pays
      *               on top of the bruto - INSS patronal, RAT and
      *               terceiros at the rates of ENCARGOS.DAT in force
      *               on the competencia, the 8% FGTS deposit, and
      *               the ferias/13o provision PROVISAO-FOLHA filed
      *               on PROVISAO.DAT - ending with the true total
      *               cost of the folha. Replaces the calculator work
      *               behind the GPS guia.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  First version.
      * 2026-10-15  The FGTS line leaves out the rescisao runs (mode 6
      *             on the "H" headers), whose deposit RESCISAO pays
      *             on its own guia, so it matches FGTS-MENSAL.
      * 2026-10-15  The provision line is the month's charge - the
      *             competencia's PROVISAO.DAT balance less the one
      *             before it, as EXPORTAR-CONTABIL posts it - and the
      *             termos of the competencia on RESCISAO.DAT add
      *             their GRRF (FGTS of the month and the multa) to
      *             the departamento's cost.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTO-FOLHA.
       AUTHOR. BERGAMASCHI, MARCELO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       INSTALLATION. IFSP-Cubatao.
       SECURITY. ENCARGOS E CUSTO TOTAL DA FOLHA DE PAGAMENTO.
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

           SELECT ARQUIVO-FUNCIONARIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FN-MATRICULA
           FILE STATUS IS FN-ERRO.

           SELECT ARQUIVO-ENCARGOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EN-ERRO.

           SELECT ARQUIVO-PROVISAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PV-ERRO.

           SELECT ARQUIVO-RESCISAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RS-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  FOLHA-PAGAMENTO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 106 CHARACTERS
           DATA RECORD IS REG-FOLHA
           VALUE OF FILE-ID "FOLHA-PAGAMENTO.DAT".

       01  REG-FOLHA.
           COPY REGFOLHA.

       FD  ARQUIVO-FUNCIONARIOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS REG-FUNC
           VALUE OF FILE-ID "FUNCIONARIOS.DAT".

       01  REG-FUNC.
           COPY REGFUNC.

       FD  ARQUIVO-ENCARGOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS REG-ENCARGOS
           VALUE OF FILE-ID "ENCARGOS.DAT".

       01  REG-ENCARGOS.
           COPY REGENCG.

       FD  ARQUIVO-PROVISAO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS REG-PROVISAO
           VALUE OF FILE-ID "PROVISAO.DAT".

       01  REG-PROVISAO.
           COPY REGPROV.

       FD  ARQUIVO-RESCISAO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 137 CHARACTERS
           DATA RECORD IS REG-RESCISAO
           VALUE OF FILE-ID "RESCISAO.DAT".

       01  REG-RESCISAO.
           COPY REGRESC.

       WORKING-STORAGE SECTION.
       77  FP-ERRO        PIC X(02) VALUE "00".
       77  FN-ERRO        PIC X(02) VALUE "00".
       77  EN-ERRO        PIC X(02) VALUE "00".
       77  PV-ERRO        PIC X(02) VALUE "00".
       77  RS-ERRO        PIC X(02) VALUE "00".
       77  COMPETENCIA    PIC 9(06) VALUE ZEROS.
       77  MODO-CORRENTE  PIC 9(01) VALUE ZEROS.
       77  DATA-REFERENCIA PIC 9(08) VALUE ZEROS.
       77  QTD-DEPTOS     PIC 9(02) VALUE ZEROS.
       77  QTD-PAGAMENTOS PIC 9(05) VALUE ZEROS.
       77  QTD-TERMOS     PIC 9(05) VALUE ZEROS.
       77  SW-CADASTRO-ABERTO PIC X(01) VALUE "N".
           88 CADASTRO-ABERTO VALUE "S".
       77  SW-ACHOU       PIC X(01) VALUE "N".
           88 ACHOU           VALUE "S".
       77  DEPARTAMENTO-PAGTO PIC X(15) VALUE SPACES.
       77  VIGENCIA-SEL   PIC 9(08) VALUE ZEROS.
       77  ALIQ-PATRONAL  PIC 9V9999 VALUE ZEROS.
       77  ALIQ-RAT       PIC 9V9999 VALUE ZEROS.
       77  ALIQ-TERCEIROS PIC 9V9999 VALUE ZEROS.
      * Employer deposit rate fixed in law at 8% of the bruto, the
      * same FGTS-MENSAL applies.
       77  ALIQUOTA-FGTS  PIC 9V99 VALUE 0,08.
       77  valorPatronal  PIC 9(08)V99 VALUE ZEROS.
       77  valorRAT       PIC 9(08)V99 VALUE ZEROS.
       77  valorTerceiros PIC 9(08)V99 VALUE ZEROS.
       77  valorFGTS      PIC 9(08)V99 VALUE ZEROS.
       77  valorGRRF      PIC 9(08)V99 VALUE ZEROS.
       77  valorProvisao  PIC S9(08)V99 VALUE ZEROS.
       77  custoDepto     PIC S9(09)V99 VALUE ZEROS.
       77  TOT-BRUTO      PIC 9(09)V99 VALUE ZEROS.
       77  TOT-PATRONAL   PIC 9(09)V99 VALUE ZEROS.
       77  TOT-RAT        PIC 9(09)V99 VALUE ZEROS.
       77  TOT-TERCEIROS  PIC 9(09)V99 VALUE ZEROS.
       77  TOT-FGTS       PIC 9(09)V99 VALUE ZEROS.
       77  TOT-GRRF       PIC 9(09)V99 VALUE ZEROS.
       77  TOT-PROVISAO   PIC S9(09)V99 VALUE ZEROS.
       77  TOT-CUSTO      PIC S9(10)V99 VALUE ZEROS.
       77  MASCARA        PIC ZZZ.ZZZ.ZZ9,99.
       77  MASCARA-SINAL  PIC ZZZ.ZZZ.ZZ9,99-.
       77  MASCARA-ALIQ   PIC Z9,99.

       01  DATA-FOLHA-DESDOB.
           05  FOLHA-COMPETENCIA  PIC 9(06).
           05  FOLHA-DIA          PIC 9(02).

      * Bruto and provision per departamento of the competencia;
      * DC-BRUTO-FGTS is the bruto the monthly FGTS guia covers and
      * DC-GRRF what the termos of the month deposit on their own.
      * DC-PROV-13/FERIAS are the balances of the competencia and
      * the -ANT pair the latest ones before it (DC-COMP-ANT).
       01  TABELA-DEPTOS VALUE ZEROS.
           05  DEPTO-TAB OCCURS 50 TIMES INDEXED BY IX-DEP.
               10  DC-DEPARTAMENTO PIC X(15).
               10  DC-QTD          PIC 9(05).
               10  DC-BRUTO        PIC 9(08)V99.
               10  DC-BRUTO-FGTS   PIC 9(08)V99.
               10  DC-PROV-13      PIC 9(08)V99.
               10  DC-PROV-FERIAS  PIC 9(08)V99.
               10  DC-TEM-PROV     PIC X(01).
               10  DC-COMP-ANT     PIC 9(06).
               10  DC-PROV-13-ANT  PIC 9(08)V99.
               10  DC-PROV-FERIAS-ANT PIC 9(08)V99.
               10  DC-GRRF         PIC 9(08)V99.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Encargos e custo total da folha ---*".
           PERFORM ENTRAR-COMPETENCIA UNTIL COMPETENCIA > ZEROS.
           COMPUTE DATA-REFERENCIA = (COMPETENCIA * 100) + 1.

           PERFORM CARREGAR-ENCARGOS THRU CARREGAR-ENCARGOS-EXIT.

           OPEN INPUT FOLHA-PAGAMENTO.
           IF FP-ERRO NOT = "00"
              DISPLAY "Erro ao abrir FOLHA-PAGAMENTO, status " FP-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

      * A missing cadastro still lets the totals come out, every
      * payment under one "SEM CADASTRO" line.
           MOVE "N" TO SW-CADASTRO-ABERTO.
           OPEN INPUT ARQUIVO-FUNCIONARIOS.
           IF FN-ERRO = "00"
              MOVE "S" TO SW-CADASTRO-ABERTO
           ELSE
              DISPLAY "Aviso: FUNCIONARIOS.DAT indisponivel, status "
                 FN-ERRO.

           PERFORM LER-FOLHA UNTIL FP-ERRO = "10".

           CLOSE FOLHA-PAGAMENTO.

           PERFORM CARREGAR-TERMOS THRU CARREGAR-TERMOS-EXIT.

           IF CADASTRO-ABERTO
              CLOSE ARQUIVO-FUNCIONARIOS.

           PERFORM CARREGAR-PROVISAO THRU CARREGAR-PROVISAO-EXIT.

           IF QTD-DEPTOS = ZEROS
              DISPLAY "Nenhum pagamento na competencia " COMPETENCIA
              GO TO END-OF-JOB.

           PERFORM IMPRIMIR-RELATORIO.

       END-OF-JOB.
           GOBACK.

       ENTRAR-COMPETENCIA.
           DISPLAY "Competencia (AAAAMM) :"
           ACCEPT COMPETENCIA.
           IF COMPETENCIA = ZEROS
              DISPLAY "Competencia invalida !".

      * Keeps the latest vigencia not after the competencia's first
      * day, the selection CALCULA-FAIXAS applies to the brackets.
      * With no file, or no row in force yet, the legal rates of
      * the shop's framing stand so the report still comes out.
       CARREGAR-ENCARGOS.
           MOVE ZEROS TO VIGENCIA-SEL.

           OPEN INPUT ARQUIVO-ENCARGOS.
           IF EN-ERRO NOT = "00"
              DISPLAY "Aviso: ENCARGOS.DAT nao encontrado, usando "
                 "as aliquotas padrao."
              PERFORM CARREGAR-ENCARGOS-PADRAO
              GO TO CARREGAR-ENCARGOS-EXIT.

           PERFORM LER-ENCARGOS UNTIL EN-ERRO = "10".

           CLOSE ARQUIVO-ENCARGOS.

           IF VIGENCIA-SEL = ZEROS
              DISPLAY "Aviso: nenhuma aliquota vigente em "
                 DATA-REFERENCIA ", usando as aliquotas padrao."
              PERFORM CARREGAR-ENCARGOS-PADRAO.

       CARREGAR-ENCARGOS-EXIT.
           EXIT.

       LER-ENCARGOS.
           READ ARQUIVO-ENCARGOS
              AT END
                 MOVE "10" TO EN-ERRO
              NOT AT END
                 IF EN-VIGENCIA NOT > DATA-REFERENCIA AND
                    EN-VIGENCIA > VIGENCIA-SEL
                    MOVE EN-VIGENCIA TO VIGENCIA-SEL
                    MOVE EN-ALIQ-PATRONAL TO ALIQ-PATRONAL
                    MOVE EN-ALIQ-RAT TO ALIQ-RAT
                    MOVE EN-ALIQ-TERCEIROS TO ALIQ-TERCEIROS
                 END-IF
           END-READ.

      * 20% patronal, RAT at the medium-risk 2% and the terceiros
      * share of a comercio establishment (5,8%).
       CARREGAR-ENCARGOS-PADRAO.
           MOVE 0,2000 TO ALIQ-PATRONAL.
           MOVE 0,0200 TO ALIQ-RAT.
           MOVE 0,0580 TO ALIQ-TERCEIROS.

      * The run mode rides the "H" headers; a termo's bruto is a
      * cost of the month, but its FGTS goes on the rescisao guia
      * and is taken from RESCISAO.DAT by CARREGAR-TERMOS.
       LER-FOLHA.
           READ FOLHA-PAGAMENTO
              AT END
                 MOVE "10" TO FP-ERRO
              NOT AT END
                 IF FP-HEADER
                    MOVE FP-CTL-MODO TO MODO-CORRENTE
                 END-IF
                 MOVE FP-DATA TO DATA-FOLHA-DESDOB
                 IF FP-DETALHE-REG AND
                    FOLHA-COMPETENCIA = COMPETENCIA
                    PERFORM ACUMULAR-PAGAMENTO
                 END-IF
           END-READ.

      * The departamento comes from the cadastro by a keyed READ on
      * the payment's matricula.
       ACUMULAR-PAGAMENTO.
           ADD 1 TO QTD-PAGAMENTOS.
           MOVE FP-MATRICULA TO FN-MATRICULA.
           PERFORM BUSCAR-DEPARTAMENTO.

           PERFORM LOCALIZAR-DEPTO THRU LOCALIZAR-DEPTO-EXIT.
           IF ACHOU
              ADD 1 TO DC-QTD(IX-DEP)
              ADD FP-SALARIO-BRUTO TO DC-BRUTO(IX-DEP)
              IF MODO-CORRENTE NOT = 6
                 ADD FP-SALARIO-BRUTO TO DC-BRUTO-FGTS(IX-DEP).

       BUSCAR-DEPARTAMENTO.
           MOVE "SEM CADASTRO" TO DEPARTAMENTO-PAGTO.
           IF CADASTRO-ABERTO
              READ ARQUIVO-FUNCIONARIOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE FN-DEPARTAMENTO TO DEPARTAMENTO-PAGTO
              END-READ.

      * The termos dated inside the competencia: the FGTS of the
      * month and the multa RESCISAO computed go to the GRRF of the
      * employee's departamento. A missing file means no termo
      * posted yet.
       CARREGAR-TERMOS.
           OPEN INPUT ARQUIVO-RESCISAO.
           IF RS-ERRO NOT = "00"
              MOVE "00" TO RS-ERRO
              DISPLAY "Aviso: RESCISAO.DAT nao encontrado, custo "
                 "sem o FGTS das rescisoes."
              GO TO CARREGAR-TERMOS-EXIT.

           PERFORM LER-TERMO UNTIL RS-ERRO = "10".

           CLOSE ARQUIVO-RESCISAO.

       CARREGAR-TERMOS-EXIT.
           EXIT.

       LER-TERMO.
           READ ARQUIVO-RESCISAO
              AT END
                 MOVE "10" TO RS-ERRO
              NOT AT END
                 MOVE RS-DATA-DESLIGAMENTO TO DATA-FOLHA-DESDOB
                 IF FOLHA-COMPETENCIA = COMPETENCIA
                    PERFORM ACUMULAR-TERMO
                 END-IF
           END-READ.

       ACUMULAR-TERMO.
           ADD 1 TO QTD-TERMOS.
           MOVE RS-MATRICULA TO FN-MATRICULA.
           PERFORM BUSCAR-DEPARTAMENTO.

           PERFORM LOCALIZAR-DEPTO THRU LOCALIZAR-DEPTO-EXIT.
           IF ACHOU
              ADD RS-FGTS-MES RS-MULTA-FGTS TO DC-GRRF(IX-DEP).

      * Leaves IX-DEP on the departamento's entry, adding one on its
      * first occurrence; ACHOU stays off only when the table is
      * full.
       LOCALIZAR-DEPTO.
           MOVE "N" TO SW-ACHOU.
           PERFORM PROCURAR-DEPTO
              VARYING IX-DEP FROM 1 BY 1
              UNTIL IX-DEP > QTD-DEPTOS OR ACHOU.
           IF ACHOU
              SET IX-DEP DOWN BY 1
              GO TO LOCALIZAR-DEPTO-EXIT.

           IF QTD-DEPTOS < 50
              ADD 1 TO QTD-DEPTOS
              SET IX-DEP TO QTD-DEPTOS
              MOVE DEPARTAMENTO-PAGTO TO DC-DEPARTAMENTO(IX-DEP)
              MOVE "S" TO SW-ACHOU
           ELSE
              DISPLAY "Aviso: relacao de departamentos cheia !".

       LOCALIZAR-DEPTO-EXIT.
           EXIT.

       PROCURAR-DEPTO.
           IF DEPARTAMENTO-PAGTO = DC-DEPARTAMENTO(IX-DEP)
              MOVE "S" TO SW-ACHOU.

      * PROVISAO-FOLHA files the accrued balance, so the month's
      * charge of each departamento is the latest line of the
      * competencia less the latest line of an earlier one - the
      * movement EXPORTAR-CONTABIL posts. The second pass only
      * looks up departamentos already on the table, whatever the
      * order of the lines. With no earlier line the whole balance
      * is the month's; a missing file just means no provision run
      * yet.
       CARREGAR-PROVISAO.
           OPEN INPUT ARQUIVO-PROVISAO.
           IF PV-ERRO NOT = "00"
              MOVE "00" TO PV-ERRO
              DISPLAY "Aviso: PROVISAO.DAT nao encontrado, custo "
                 "sem a provisao de ferias e 13o."
              GO TO CARREGAR-PROVISAO-EXIT.

           PERFORM LER-PROVISAO UNTIL PV-ERRO = "10".

           CLOSE ARQUIVO-PROVISAO.

           OPEN INPUT ARQUIVO-PROVISAO.
           PERFORM LER-PROVISAO-ANTERIOR UNTIL PV-ERRO = "10".
           CLOSE ARQUIVO-PROVISAO.

       CARREGAR-PROVISAO-EXIT.
           EXIT.

       LER-PROVISAO.
           READ ARQUIVO-PROVISAO
              AT END
                 MOVE "10" TO PV-ERRO
              NOT AT END
                 IF PV-COMPETENCIA = COMPETENCIA
                    MOVE PV-DEPARTAMENTO TO DEPARTAMENTO-PAGTO
                    PERFORM LOCALIZAR-DEPTO THRU LOCALIZAR-DEPTO-EXIT
                    IF ACHOU
                       MOVE PV-13 TO DC-PROV-13(IX-DEP)
                       MOVE PV-FERIAS TO DC-PROV-FERIAS(IX-DEP)
                       MOVE "S" TO DC-TEM-PROV(IX-DEP)
                    END-IF
                 END-IF
           END-READ.

       LER-PROVISAO-ANTERIOR.
           READ ARQUIVO-PROVISAO
              AT END
                 MOVE "10" TO PV-ERRO
              NOT AT END
                 IF PV-COMPETENCIA < COMPETENCIA
                    PERFORM GUARDAR-PROVISAO-ANTERIOR
                 END-IF
           END-READ.

       GUARDAR-PROVISAO-ANTERIOR.
           MOVE PV-DEPARTAMENTO TO DEPARTAMENTO-PAGTO.
           MOVE "N" TO SW-ACHOU.
           PERFORM PROCURAR-DEPTO
              VARYING IX-DEP FROM 1 BY 1
              UNTIL IX-DEP > QTD-DEPTOS OR ACHOU.
           IF ACHOU
              SET IX-DEP DOWN BY 1
              IF PV-COMPETENCIA NOT < DC-COMP-ANT(IX-DEP)
                 MOVE PV-COMPETENCIA TO DC-COMP-ANT(IX-DEP)
                 MOVE PV-13 TO DC-PROV-13-ANT(IX-DEP)
                 MOVE PV-FERIAS TO DC-PROV-FERIAS-ANT(IX-DEP).

       IMPRIMIR-RELATORIO.
           DISPLAY "Competencia...........: " COMPETENCIA.
           COMPUTE MASCARA-ALIQ = ALIQ-PATRONAL * 100.
           DISPLAY "INSS patronal.........: " MASCARA-ALIQ "%".
           COMPUTE MASCARA-ALIQ = ALIQ-RAT * 100.
           DISPLAY "RAT...................: " MASCARA-ALIQ "%".
           COMPUTE MASCARA-ALIQ = ALIQ-TERCEIROS * 100.
           DISPLAY "Terceiros.............: " MASCARA-ALIQ "%".
           DISPLAY "Pagamentos lidos......: " QTD-PAGAMENTOS.
           DISPLAY "Rescisoes do mes......: " QTD-TERMOS.

           PERFORM IMPRIMIR-DEPTO
              VARYING IX-DEP FROM 1 BY 1
              UNTIL IX-DEP > QTD-DEPTOS.

           DISPLAY "=================================================".
           DISPLAY "--- Totais da competencia ---".
           MOVE TOT-BRUTO TO MASCARA.
           DISPLAY "Bruto da folha........: " MASCARA.
           MOVE TOT-PATRONAL TO MASCARA.
           DISPLAY "INSS patronal.........: " MASCARA.
           MOVE TOT-RAT TO MASCARA.
           DISPLAY "RAT...................: " MASCARA.
           MOVE TOT-TERCEIROS TO MASCARA.
           DISPLAY "Terceiros.............: " MASCARA.
           MOVE TOT-FGTS TO MASCARA.
           DISPLAY "FGTS..................: " MASCARA.
           MOVE TOT-GRRF TO MASCARA.
           DISPLAY "FGTS rescisoes (GRRF).: " MASCARA.
           MOVE TOT-PROVISAO TO MASCARA-SINAL.
           DISPLAY "Provisao ferias/13o...: " MASCARA-SINAL.
           MOVE TOT-CUSTO TO MASCARA-SINAL.
           DISPLAY "CUSTO TOTAL DA FOLHA..: " MASCARA-SINAL.
           DISPLAY "=================================================".

       IMPRIMIR-DEPTO.
           COMPUTE valorPatronal ROUNDED =
              DC-BRUTO(IX-DEP) * ALIQ-PATRONAL.
           COMPUTE valorRAT ROUNDED = DC-BRUTO(IX-DEP) * ALIQ-RAT.
           COMPUTE valorTerceiros ROUNDED =
              DC-BRUTO(IX-DEP) * ALIQ-TERCEIROS.
           COMPUTE valorFGTS ROUNDED =
              DC-BRUTO-FGTS(IX-DEP) * ALIQUOTA-FGTS.
           MOVE DC-GRRF(IX-DEP) TO valorGRRF.
           MOVE ZEROS TO valorProvisao.
           IF DC-TEM-PROV(IX-DEP) = "S"
              COMPUTE valorProvisao =
                 (DC-PROV-13(IX-DEP) - DC-PROV-13-ANT(IX-DEP))
                 + (DC-PROV-FERIAS(IX-DEP)
                 - DC-PROV-FERIAS-ANT(IX-DEP)).
           COMPUTE custoDepto = DC-BRUTO(IX-DEP) + valorPatronal
              + valorRAT + valorTerceiros + valorFGTS + valorGRRF
              + valorProvisao.

           ADD DC-BRUTO(IX-DEP) TO TOT-BRUTO.
           ADD valorPatronal TO TOT-PATRONAL.
           ADD valorRAT TO TOT-RAT.
           ADD valorTerceiros TO TOT-TERCEIROS.
           ADD valorFGTS TO TOT-FGTS.
           ADD valorGRRF TO TOT-GRRF.
           ADD valorProvisao TO TOT-PROVISAO.
           ADD custoDepto TO TOT-CUSTO.

           DISPLAY "--- Departamento " DC-DEPARTAMENTO(IX-DEP) " ---".
           DISPLAY "Pagamentos............: " DC-QTD(IX-DEP).
           MOVE DC-BRUTO(IX-DEP) TO MASCARA.
           DISPLAY "Bruto.................: " MASCARA.
           MOVE valorPatronal TO MASCARA.
           DISPLAY "INSS patronal.........: " MASCARA.
           MOVE valorRAT TO MASCARA.
           DISPLAY "RAT...................: " MASCARA.
           MOVE valorTerceiros TO MASCARA.
           DISPLAY "Terceiros.............: " MASCARA.
           MOVE valorFGTS TO MASCARA.
           DISPLAY "FGTS..................: " MASCARA.
           MOVE valorGRRF TO MASCARA.
           DISPLAY "FGTS rescisoes (GRRF).: " MASCARA.
           MOVE valorProvisao TO MASCARA-SINAL.
           DISPLAY "Provisao ferias/13o...: " MASCARA-SINAL.
           MOVE custoDepto TO MASCARA-SINAL.
           DISPLAY "Custo do departamento.: " MASCARA-SINAL.

       END PROGRAM CUSTO-FOLHA.
