      ******************************************************************
      * Author:       BERGAMASCHI, MARCELO.
      * Date:         2026-10-15.
      * Purpose:      Monthly admissions and desligamentos: for one
      *               operator-chosen competencia, writes the
      *               fixed-layout movement declaration MOVPESSOAL.DAT
      *               from the cadastro - one record per admission
      *               (FN-ADMISSAO) and per desligamento
      *               (FN-DESLIGAMENTO, set by RESCISAO) with the
      *               cargo, the salario mensal in force on the date
      *               (SALHIST.DAT through VALOR-HORA-VIGENTE, over
      *               the jornada) and the tipo of the termo filed on
      *               RESCISAO.DAT - and prints the turnover of each
      *               FN-DEPARTAMENTO: efetivo inicial, admitidos,
      *               desligados, efetivo final and the rotatividade,
      *               with the trend of the twelve months ending on
      *               the competencia. Replaces the declaration typed
      *               by hand from the cadastro.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  First version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVIMENTACAO-PESSOAL.
       AUTHOR. BERGAMASCHI, MARCELO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       INSTALLATION. IFSP-Cubatao.
       SECURITY. MOVIMENTACAO MENSAL DE PESSOAL E ROTATIVIDADE.
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

           SELECT ARQUIVO-RESCISAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RS-ERRO.

           SELECT ARQUIVO-MOVIMENTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MP-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-FUNCIONARIOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS REG-FUNC
           VALUE OF FILE-ID "FUNCIONARIOS.DAT".

       01  REG-FUNC.
           COPY REGFUNC.

       FD  ARQUIVO-RESCISAO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 137 CHARACTERS
           DATA RECORD IS REG-RESCISAO
           VALUE OF FILE-ID "RESCISAO.DAT".

       01  REG-RESCISAO.
           COPY REGRESC.

      * Rewritten whole on every run: the declaration of one
      * competencia.
       FD  ARQUIVO-MOVIMENTO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS REG-MOVIMENTO
           VALUE OF FILE-ID "MOVPESSOAL.DAT".

       01  REG-MOVIMENTO.
           COPY REGMPES.

       WORKING-STORAGE SECTION.
       77  FN-ERRO PIC X(02) VALUE "00".
       77  RS-ERRO PIC X(02) VALUE "00".
       77  MP-ERRO PIC X(02) VALUE "00".
       77  EMPRESA-NOME PIC X(30) VALUE "IFSP CUBATAO COMERCIO LTDA".
       77  EMPRESA-CNPJ PIC 9(14) VALUE 10882594000165.
       77  COMPETENCIA PIC 9(06) VALUE ZEROS.
       77  DATA-INICIO-MES PIC 9(08) VALUE ZEROS.
       77  DATA-FIM-MES    PIC 9(08) VALUE ZEROS.
       77  DATA-MOVIMENTO  PIC 9(08) VALUE ZEROS.
       77  SW-FIM-ARQ PIC X(01) VALUE "N".
           88 FIM-ARQ VALUE "S".
       77  SW-ACHOU PIC X(01) VALUE "N".
           88 ACHOU VALUE "S".
       77  SW-ACHOU-TERMO PIC X(01) VALUE "N".
           88 ACHOU-TERMO VALUE "S".
       77  DEPARTAMENTO-FUNC PIC X(15) VALUE SPACES.
       77  QTD-DEPTOS PIC 9(02) VALUE ZEROS.
       77  QTD-TERMOS PIC 9(03) VALUE ZEROS.
       77  QTD-FUNC PIC 9(05) VALUE ZEROS.
       77  QTD-ADMISSOES PIC 9(05) VALUE ZEROS.
       77  QTD-DESLIGAMENTOS PIC 9(05) VALUE ZEROS.
       77  SUB-MES PIC 9(02) VALUE ZEROS.
       77  CONTA-INICIAL PIC 9(01) VALUE ZEROS.
       77  CONTA-ADMITIDO PIC 9(01) VALUE ZEROS.
       77  CONTA-DESLIGADO PIC 9(01) VALUE ZEROS.
       77  TIPO-TERMO PIC X(01) VALUE SPACE.
       77  valorHoraVigente PIC 9(02)V9 VALUE ZEROS.
       77  salarioMensal PIC 9(05)V99 VALUE ZEROS.
       77  MASCARA PIC ZZ.ZZ9,99.
       77  MASCARA-QTD PIC ZZ.ZZ9.
       77  MASCARA-TAXA PIC ZZ9,99.

      * Figures of one departamento (or the company) in one month,
      * moved here before printing.
       77  EFETIVO-INICIAL PIC 9(05) VALUE ZEROS.
       77  EFETIVO-ADMITIDOS PIC 9(05) VALUE ZEROS.
       77  EFETIVO-DESLIGADOS PIC 9(05) VALUE ZEROS.
       77  EFETIVO-FINAL PIC 9(05) VALUE ZEROS.
       77  TAXA-ROTATIVIDADE PIC 9(03)V99 VALUE ZEROS.

       01  COMPETENCIA-DESDOB.
           05  COMP-ANO PIC 9(04).
           05  COMP-MES PIC 9(02).

      * The matricula's jornada on the date of the movement.
       01  JORNADA-FUNC.
           COPY REGJVIG.

      * The twelve competencias of the trend, the oldest first; the
      * twelfth is the competencia of the run.
       01  TABELA-MESES.
           05  MES-TAB OCCURS 12 TIMES.
               10  TM-COMPETENCIA PIC 9(06).
               10  TM-INICIO      PIC 9(08).
               10  TM-FIM         PIC 9(08).

      * Headcount movement per departamento and month.
       01  TABELA-DEPTOS VALUE ZEROS.
           05  DEPTO-TAB OCCURS 50 TIMES INDEXED BY IX-DEP.
               10  TD-DEPARTAMENTO PIC X(15).
               10  TD-MES OCCURS 12 TIMES.
                   15  TD-INICIAL    PIC 9(05).
                   15  TD-ADMITIDOS  PIC 9(05).
                   15  TD-DESLIGADOS PIC 9(05).

      * The same for the whole company.
       01  TABELA-EMPRESA VALUE ZEROS.
           05  TE-MES OCCURS 12 TIMES.
               10  TE-INICIAL    PIC 9(05).
               10  TE-ADMITIDOS  PIC 9(05).
               10  TE-DESLIGADOS PIC 9(05).

      * Termos on RESCISAO.DAT dated inside the competencia.
       01  TABELA-TERMOS VALUE ZEROS.
           05  TERMO-TAB OCCURS 200 TIMES INDEXED BY IX-TT.
               10  TT-MATRICULA PIC 9(05).
               10  TT-DATA      PIC 9(08).
               10  TT-TIPO      PIC X(01).

       01  LINHA-TENDENCIA.
           05  LT-COMPETENCIA PIC 9(06).
           05  FILLER         PIC X(03) VALUE SPACES.
           05  LT-INICIAL     PIC ZZ.ZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  LT-ADMITIDOS   PIC ZZ.ZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  LT-DESLIGADOS  PIC ZZ.ZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  LT-FINAL       PIC ZZ.ZZ9.
           05  FILLER         PIC X(03) VALUE SPACES.
           05  LT-TAXA        PIC ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Movimentacao de pessoal e rotatividade ---*".
           PERFORM ENTRAR-COMPETENCIA UNTIL COMPETENCIA > ZEROS.

           PERFORM MONTAR-MESES.
           MOVE TM-INICIO(12) TO DATA-INICIO-MES.
           MOVE TM-FIM(12) TO DATA-FIM-MES.

           PERFORM CARREGAR-TERMOS THRU CARREGAR-TERMOS-EXIT.

           OPEN INPUT ARQUIVO-FUNCIONARIOS.
           IF FN-ERRO NOT = "00"
              DISPLAY "Erro ao abrir FUNCIONARIOS.DAT, status "
                 FN-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           OPEN OUTPUT ARQUIVO-MOVIMENTO.
           IF MP-ERRO NOT = "00"
              DISPLAY "Erro ao abrir MOVPESSOAL.DAT, status " MP-ERRO
              CLOSE ARQUIVO-FUNCIONARIOS
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           MOVE SPACES TO REG-MOVIMENTO.
           MOVE "H" TO MP-TIPO.
           MOVE COMPETENCIA TO MP-CTL-COMPETENCIA.
           MOVE EMPRESA-CNPJ TO MP-CTL-CNPJ.
           MOVE EMPRESA-NOME TO MP-CTL-EMPRESA.
           MOVE ZEROS TO MP-CTL-ADMISSOES MP-CTL-DESLIGAMENTOS.
           WRITE REG-MOVIMENTO.

           DISPLAY "--- Movimentos da competencia " COMPETENCIA " ---".
           MOVE "N" TO SW-FIM-ARQ.
           PERFORM LER-FUNCIONARIO UNTIL FIM-ARQ.

           CLOSE ARQUIVO-FUNCIONARIOS.

           MOVE SPACES TO REG-MOVIMENTO.
           MOVE "T" TO MP-TIPO.
           MOVE COMPETENCIA TO MP-CTL-COMPETENCIA.
           MOVE EMPRESA-CNPJ TO MP-CTL-CNPJ.
           MOVE EMPRESA-NOME TO MP-CTL-EMPRESA.
           MOVE QTD-ADMISSOES TO MP-CTL-ADMISSOES.
           MOVE QTD-DESLIGAMENTOS TO MP-CTL-DESLIGAMENTOS.
           WRITE REG-MOVIMENTO.

           CLOSE ARQUIVO-MOVIMENTO.

           IF QTD-ADMISSOES = ZEROS AND QTD-DESLIGAMENTOS = ZEROS
              DISPLAY "Nenhuma admissao ou desligamento na "
                 "competencia: declaracao sem movimento.".
           DISPLAY "Admissoes gravadas.....: " QTD-ADMISSOES.
           DISPLAY "Desligamentos gravados.: " QTD-DESLIGAMENTOS.

           PERFORM IMPRIMIR-DEPTO
              VARYING IX-DEP FROM 1 BY 1
              UNTIL IX-DEP > QTD-DEPTOS.

           PERFORM IMPRIMIR-EMPRESA.

       END-OF-JOB.
           GOBACK.

       ENTRAR-COMPETENCIA.
           DISPLAY "Competencia (AAAAMM) :"
           ACCEPT COMPETENCIA.
           MOVE COMPETENCIA TO COMPETENCIA-DESDOB.
           IF COMP-MES < 1 OR COMP-MES > 12
              DISPLAY "Competencia invalida !"
              MOVE ZEROS TO COMPETENCIA.

      * Steps back from the competencia of the run, one month per
      * entry; day 31 as the upper bound serves every month since
      * the dates are only compared.
       MONTAR-MESES.
           MOVE COMPETENCIA TO COMPETENCIA-DESDOB.
           PERFORM MONTAR-MES
              VARYING SUB-MES FROM 12 BY -1
              UNTIL SUB-MES = ZEROS.

       MONTAR-MES.
           MOVE COMPETENCIA-DESDOB TO TM-COMPETENCIA(SUB-MES).
           COMPUTE TM-INICIO(SUB-MES) =
              (TM-COMPETENCIA(SUB-MES) * 100) + 1.
           COMPUTE TM-FIM(SUB-MES) =
              (TM-COMPETENCIA(SUB-MES) * 100) + 31.
           IF COMP-MES = 1
              SUBTRACT 1 FROM COMP-ANO
              MOVE 12 TO COMP-MES
           ELSE
              SUBTRACT 1 FROM COMP-MES.

      * The termos of the competencia give the tipo of each
      * desligamento. A missing file only leaves the tipo blank.
       CARREGAR-TERMOS.
           OPEN INPUT ARQUIVO-RESCISAO.
           IF RS-ERRO NOT = "00"
              MOVE "00" TO RS-ERRO
              DISPLAY "Aviso: RESCISAO.DAT nao encontrado, "
                 "desligamentos sem o tipo."
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
                 IF RS-DATA-DESLIGAMENTO NOT < DATA-INICIO-MES AND
                    RS-DATA-DESLIGAMENTO NOT > DATA-FIM-MES
                    PERFORM GUARDAR-TERMO
                 END-IF
           END-READ.

       GUARDAR-TERMO.
           IF QTD-TERMOS < 200
              ADD 1 TO QTD-TERMOS
              SET IX-TT TO QTD-TERMOS
              MOVE RS-MATRICULA TO TT-MATRICULA(IX-TT)
              MOVE RS-DATA-DESLIGAMENTO TO TT-DATA(IX-TT)
              MOVE RS-TIPO TO TT-TIPO(IX-TT)
           ELSE
              DISPLAY "Aviso: relacao de termos cheia !".

      * Every matricula ever admitted stays on the cadastro (a
      * desligado is only marked D), so the past months of the
      * trend come out of the same pass.
       LER-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIOS NEXT
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 ADD 1 TO QTD-FUNC
                 PERFORM APURAR-FUNCIONARIO
           END-READ.

       APURAR-FUNCIONARIO.
           MOVE FN-DEPARTAMENTO TO DEPARTAMENTO-FUNC.
           PERFORM LOCALIZAR-DEPTO THRU LOCALIZAR-DEPTO-EXIT.

           PERFORM CONTAR-MES
              VARYING SUB-MES FROM 1 BY 1
              UNTIL SUB-MES > 12.

           IF FN-ADMISSAO NOT < DATA-INICIO-MES AND
              FN-ADMISSAO NOT > DATA-FIM-MES
              PERFORM GRAVAR-ADMISSAO.

           IF FUNC-DESLIGADO AND
              FN-DESLIGAMENTO NOT < DATA-INICIO-MES AND
              FN-DESLIGAMENTO NOT > DATA-FIM-MES
              PERFORM GRAVAR-DESLIGAMENTO.

      * On the books on the first day of the month when admitted
      * before it and not desligado before it; the desligamento
      * date is the last day worked.
       CONTAR-MES.
           MOVE ZEROS TO CONTA-INICIAL CONTA-ADMITIDO CONTA-DESLIGADO.
           IF FN-ADMISSAO < TM-INICIO(SUB-MES)
              IF NOT FUNC-DESLIGADO OR
                 FN-DESLIGAMENTO NOT < TM-INICIO(SUB-MES)
                 MOVE 1 TO CONTA-INICIAL.
           IF FN-ADMISSAO NOT < TM-INICIO(SUB-MES) AND
              FN-ADMISSAO NOT > TM-FIM(SUB-MES)
              MOVE 1 TO CONTA-ADMITIDO.
           IF FUNC-DESLIGADO AND
              FN-DESLIGAMENTO NOT < TM-INICIO(SUB-MES) AND
              FN-DESLIGAMENTO NOT > TM-FIM(SUB-MES)
              MOVE 1 TO CONTA-DESLIGADO.

           ADD CONTA-INICIAL TO TE-INICIAL(SUB-MES).
           ADD CONTA-ADMITIDO TO TE-ADMITIDOS(SUB-MES).
           ADD CONTA-DESLIGADO TO TE-DESLIGADOS(SUB-MES).
           IF ACHOU
              ADD CONTA-INICIAL TO TD-INICIAL(IX-DEP, SUB-MES)
              ADD CONTA-ADMITIDO TO TD-ADMITIDOS(IX-DEP, SUB-MES)
              ADD CONTA-DESLIGADO TO TD-DESLIGADOS(IX-DEP, SUB-MES).

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
              MOVE DEPARTAMENTO-FUNC TO TD-DEPARTAMENTO(IX-DEP)
              MOVE "S" TO SW-ACHOU
           ELSE
              DISPLAY "Aviso: relacao de departamentos cheia !".

       LOCALIZAR-DEPTO-EXIT.
           EXIT.

       PROCURAR-DEPTO.
           IF DEPARTAMENTO-FUNC = TD-DEPARTAMENTO(IX-DEP)
              MOVE "S" TO SW-ACHOU.

       GRAVAR-ADMISSAO.
           MOVE FN-ADMISSAO TO DATA-MOVIMENTO.
           PERFORM APURAR-SALARIO.
           MOVE SPACES TO REG-MOVIMENTO.
           MOVE "D" TO MP-TIPO.
           MOVE FN-MATRICULA TO MP-MATRICULA.
           MOVE FN-NOME TO MP-NOME.
           MOVE FN-CARGO TO MP-CARGO.
           MOVE "A" TO MP-MOVIMENTO.
           MOVE DATA-MOVIMENTO TO MP-DATA.
           MOVE salarioMensal TO MP-SALARIO.
           WRITE REG-MOVIMENTO.
           ADD 1 TO QTD-ADMISSOES.
           MOVE salarioMensal TO MASCARA.
           DISPLAY "Admissao     " FN-MATRICULA " " FN-NOME " "
              DATA-MOVIMENTO " " MASCARA.

       GRAVAR-DESLIGAMENTO.
           MOVE FN-DESLIGAMENTO TO DATA-MOVIMENTO.
           PERFORM APURAR-SALARIO.
           PERFORM LOCALIZAR-TERMO.
           MOVE SPACES TO REG-MOVIMENTO.
           MOVE "D" TO MP-TIPO.
           MOVE FN-MATRICULA TO MP-MATRICULA.
           MOVE FN-NOME TO MP-NOME.
           MOVE FN-CARGO TO MP-CARGO.
           MOVE "D" TO MP-MOVIMENTO.
           MOVE DATA-MOVIMENTO TO MP-DATA.
           MOVE salarioMensal TO MP-SALARIO.
           MOVE TIPO-TERMO TO MP-TIPO-DESLIG.
           WRITE REG-MOVIMENTO.
           ADD 1 TO QTD-DESLIGAMENTOS.
           MOVE salarioMensal TO MASCARA.
           DISPLAY "Desligamento " FN-MATRICULA " " FN-NOME " "
              DATA-MOVIMENTO " " MASCARA " " TIPO-TERMO.
           IF NOT ACHOU-TERMO
              DISPLAY "Aviso: matricula " FN-MATRICULA
                 " desligada sem termo em RESCISAO.DAT.".

      * The salario mensal in force on the date of the movement:
      * the SALHIST.DAT rate (cadastro rate as the fallback) over
      * the monthly hours of the jornada, as RESCISAO values it.
       APURAR-SALARIO.
           MOVE FN-VALOR-HORA TO valorHoraVigente.
           CALL "VALOR-HORA-VIGENTE" USING FN-MATRICULA,
              DATA-MOVIMENTO, valorHoraVigente.
           CALL "JORNADA-VIGENTE" USING FN-MATRICULA,
              DATA-MOVIMENTO, JORNADA-FUNC.
           COMPUTE salarioMensal =
              valorHoraVigente * JV-HORAS-MES.

      * The last termo of the matricula on the desligamento date
      * wins, so a reposted termo supersedes the first.
       LOCALIZAR-TERMO.
           MOVE "N" TO SW-ACHOU-TERMO.
           MOVE SPACE TO TIPO-TERMO.
           PERFORM PROCURAR-TERMO
              VARYING IX-TT FROM 1 BY 1
              UNTIL IX-TT > QTD-TERMOS.

       PROCURAR-TERMO.
           IF TT-MATRICULA(IX-TT) = FN-MATRICULA AND
              TT-DATA(IX-TT) = FN-DESLIGAMENTO
              MOVE "S" TO SW-ACHOU-TERMO
              MOVE TT-TIPO(IX-TT) TO TIPO-TERMO.

      * Rotatividade: the mean of admitidos and desligados over the
      * mean efetivo of the month, in percent.
       APURAR-TAXA.
           COMPUTE EFETIVO-FINAL = EFETIVO-INICIAL
              + EFETIVO-ADMITIDOS - EFETIVO-DESLIGADOS.
           MOVE ZEROS TO TAXA-ROTATIVIDADE.
           IF EFETIVO-INICIAL + EFETIVO-FINAL > ZEROS
              COMPUTE TAXA-ROTATIVIDADE ROUNDED =
                 (EFETIVO-ADMITIDOS + EFETIVO-DESLIGADOS) * 100
                 / (EFETIVO-INICIAL + EFETIVO-FINAL).

       IMPRIMIR-DEPTO.
           MOVE TD-INICIAL(IX-DEP, 12) TO EFETIVO-INICIAL.
           MOVE TD-ADMITIDOS(IX-DEP, 12) TO EFETIVO-ADMITIDOS.
           MOVE TD-DESLIGADOS(IX-DEP, 12) TO EFETIVO-DESLIGADOS.
           DISPLAY "=================================================".
           DISPLAY "--- Departamento " TD-DEPARTAMENTO(IX-DEP) " ---".
           PERFORM IMPRIMIR-RESUMO.
           PERFORM TENDENCIA-DEPTO
              VARYING SUB-MES FROM 1 BY 1
              UNTIL SUB-MES > 12.

       TENDENCIA-DEPTO.
           MOVE TD-INICIAL(IX-DEP, SUB-MES) TO EFETIVO-INICIAL.
           MOVE TD-ADMITIDOS(IX-DEP, SUB-MES) TO EFETIVO-ADMITIDOS.
           MOVE TD-DESLIGADOS(IX-DEP, SUB-MES) TO EFETIVO-DESLIGADOS.
           PERFORM IMPRIMIR-LINHA-TENDENCIA.

       IMPRIMIR-EMPRESA.
           MOVE TE-INICIAL(12) TO EFETIVO-INICIAL.
           MOVE TE-ADMITIDOS(12) TO EFETIVO-ADMITIDOS.
           MOVE TE-DESLIGADOS(12) TO EFETIVO-DESLIGADOS.
           DISPLAY "=================================================".
           DISPLAY "--- Totais da empresa ---".
           DISPLAY "Funcionarios no cadastro: " QTD-FUNC.
           PERFORM IMPRIMIR-RESUMO.
           PERFORM TENDENCIA-EMPRESA
              VARYING SUB-MES FROM 1 BY 1
              UNTIL SUB-MES > 12.
           DISPLAY "=================================================".

       TENDENCIA-EMPRESA.
           MOVE TE-INICIAL(SUB-MES) TO EFETIVO-INICIAL.
           MOVE TE-ADMITIDOS(SUB-MES) TO EFETIVO-ADMITIDOS.
           MOVE TE-DESLIGADOS(SUB-MES) TO EFETIVO-DESLIGADOS.
           PERFORM IMPRIMIR-LINHA-TENDENCIA.

       IMPRIMIR-RESUMO.
           PERFORM APURAR-TAXA.
           MOVE EFETIVO-INICIAL TO MASCARA-QTD.
           DISPLAY "Efetivo inicial........: " MASCARA-QTD.
           MOVE EFETIVO-ADMITIDOS TO MASCARA-QTD.
           DISPLAY "Admitidos..............: " MASCARA-QTD.
           MOVE EFETIVO-DESLIGADOS TO MASCARA-QTD.
           DISPLAY "Desligados.............: " MASCARA-QTD.
           MOVE EFETIVO-FINAL TO MASCARA-QTD.
           DISPLAY "Efetivo final..........: " MASCARA-QTD.
           MOVE TAXA-ROTATIVIDADE TO MASCARA-TAXA.
           DISPLAY "Rotatividade...........: " MASCARA-TAXA "%".
           DISPLAY "Tendencia (12 meses):".
           DISPLAY "Compet.  Inicial  Admit.  Deslig.   Final   Rot.%".

       IMPRIMIR-LINHA-TENDENCIA.
           PERFORM APURAR-TAXA.
           MOVE TM-COMPETENCIA(SUB-MES) TO LT-COMPETENCIA.
           MOVE EFETIVO-INICIAL TO LT-INICIAL.
           MOVE EFETIVO-ADMITIDOS TO LT-ADMITIDOS.
           MOVE EFETIVO-DESLIGADOS TO LT-DESLIGADOS.
           MOVE EFETIVO-FINAL TO LT-FINAL.
           MOVE TAXA-ROTATIVIDADE TO LT-TAXA.
           DISPLAY LINHA-TENDENCIA.

       END PROGRAM MOVIMENTACAO-PESSOAL.
