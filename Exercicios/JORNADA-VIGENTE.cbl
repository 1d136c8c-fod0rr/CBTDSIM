      ******************************************************************
      * Author:       BERGAMASCHI, MARCELO.
      * Date:         2026-10-15.
      * Purpose:      Shared effective-dated jornada lookup: returns
      *               the contractual work schedule of one matricula
      *               in force on a date - the JORNFUNC.DAT
      *               assignment with the latest vigencia not after
      *               it, resolved against the JORNADAS.DAT catalog
      *               kept by CADASTRO-JORNADAS - together with the
      *               weekday of the date and whether the jornada
      *               works it. A matricula with no jornada on file
      *               gets the full-time 8h day and 44-hour week the
      *               folha always assumed, every day counting as a
      *               working day, so the lookup degrades to the old
      *               behaviour. CALLed by the ponto, the folha modes,
      *               FERIAS, RESCISAO and PROVISAO-FOLHA.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  First version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JORNADA-VIGENTE.
       AUTHOR. BERGAMASCHI, MARCELO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       INSTALLATION. IFSP-Cubatao.
       SECURITY. CONSULTA DA JORNADA VIGENTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-486-DX2-66-MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66-MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-JORNFUNC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JF-ERRO.

           SELECT ARQUIVO-JORNADAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JN-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-JORNFUNC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS REG-JORNFUNC
           VALUE OF FILE-ID "JORNFUNC.DAT".

       01  REG-JORNFUNC.
           COPY REGJFUN.

       FD  ARQUIVO-JORNADAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS REG-JORNADA
           VALUE OF FILE-ID "JORNADAS.DAT".

       01  REG-JORNADA.
           COPY REGJORN.

       WORKING-STORAGE SECTION.
       77  JF-ERRO PIC X(02) VALUE "00".
       77  JN-ERRO PIC X(02) VALUE "00".
       77  VIGENCIA-SEL PIC 9(08) VALUE ZEROS.
       77  CODIGO-SEL   PIC 9(02) VALUE ZEROS.
       77  ESCALA-SEL   PIC 9(08) VALUE ZEROS.
       77  SW-JORNADA-ACHADA PIC X(01) VALUE "N".
           88 JORNADA-ACHADA  VALUE "S".
      * The full-time week of the old rules: 8h a day, 44 horas a
      * week, a month of 5,25 weeks.
       77  MINUTOS-DIA-PADRAO   PIC 9(04) VALUE 480.
       77  HORAS-SEMANA-PADRAO  PIC 9(02)V9 VALUE 44,0.
       77  SEMANAS-MES          PIC 9(01)V99 VALUE 5,25.
       77  DATA-CALCULO  PIC 9(08) VALUE ZEROS.
       77  DIA-JULIANO   PIC 9(07) VALUE ZEROS.
       77  DIA-CONSULTA  PIC 9(07) VALUE ZEROS.
       77  DIA-ESCALA    PIC 9(07) VALUE ZEROS.
       77  DIFERENCA-DIAS PIC 9(07) VALUE ZEROS.
       77  JL-MES     PIC 9(02) VALUE ZEROS.
       77  JL-ANO     PIC 9(04) VALUE ZEROS.
       77  JL-Q4      PIC 9(04) VALUE ZEROS.
       77  JL-Q100    PIC 9(04) VALUE ZEROS.
       77  JL-Q400    PIC 9(04) VALUE ZEROS.
       77  JL-MESES   PIC 9(04) VALUE ZEROS.
       77  QUOCIENTE  PIC 9(07) VALUE ZEROS.
       77  RESTO      PIC 9(01) VALUE ZEROS.

       01  DATA-CALCULO-DESDOB.
           05  DC-ANO PIC 9(04).
           05  DC-MES PIC 9(02).
           05  DC-DIA PIC 9(02).

       LINKAGE SECTION.
       01  MATRICULA-BUSCA    PIC 9(05).
       01  DATA-REFERENCIA    PIC 9(08).
       01  JORNADA-DADOS.
           COPY REGJVIG.

       PROCEDURE DIVISION USING MATRICULA-BUSCA,
           DATA-REFERENCIA, JORNADA-DADOS.
       INICIO.
           MOVE ZEROS TO JV-CODIGO.
           MOVE "S" TO JV-TIPO JV-DIA-TRABALHO.
           MOVE MINUTOS-DIA-PADRAO TO JV-MINUTOS-DIA.
           MOVE HORAS-SEMANA-PADRAO TO JV-HORAS-SEMANA.
           MOVE ZEROS TO VIGENCIA-SEL CODIGO-SEL ESCALA-SEL.

           MOVE DATA-REFERENCIA TO DATA-CALCULO.
           PERFORM APURAR-DIA-JULIANO.
           MOVE DIA-JULIANO TO DIA-CONSULTA.
           DIVIDE 7 INTO DIA-CONSULTA GIVING QUOCIENTE
              REMAINDER RESTO.
           IF RESTO = 6
              MOVE 1 TO JV-DIA-SEMANA
           ELSE
              COMPUTE JV-DIA-SEMANA = RESTO + 2.

           OPEN INPUT ARQUIVO-JORNFUNC.
           IF JF-ERRO NOT = "00"
              GO TO FIM-CONSULTA.

           PERFORM LER-JORNFUNC UNTIL JF-ERRO = "10".

           CLOSE ARQUIVO-JORNFUNC.

           IF CODIGO-SEL = ZEROS
              GO TO FIM-CONSULTA.

           MOVE "N" TO SW-JORNADA-ACHADA.
           OPEN INPUT ARQUIVO-JORNADAS.
           IF JN-ERRO NOT = "00"
              GO TO FIM-CONSULTA.

           PERFORM LER-JORNADA UNTIL JORNADA-ACHADA
              OR JN-ERRO = "10".

           CLOSE ARQUIVO-JORNADAS.

           IF JORNADA-ACHADA
              PERFORM APLICAR-JORNADA.

       FIM-CONSULTA.
           COMPUTE JV-HORAS-MES = JV-HORAS-SEMANA * SEMANAS-MES.
           GOBACK.

      * Keeps the latest vigencia of the matricula that is not after
      * the date, the same selection VALOR-HORA-VIGENTE applies to
      * SALHIST.DAT.
       LER-JORNFUNC.
           READ ARQUIVO-JORNFUNC
              AT END
                 MOVE "10" TO JF-ERRO
              NOT AT END
                 IF JF-MATRICULA = MATRICULA-BUSCA AND
                    JF-VIGENCIA NOT > DATA-REFERENCIA AND
                    JF-VIGENCIA > VIGENCIA-SEL
                    MOVE JF-VIGENCIA TO VIGENCIA-SEL
                    MOVE JF-CODIGO TO CODIGO-SEL
                    MOVE JF-INICIO-ESCALA TO ESCALA-SEL
                 END-IF
           END-READ.

       LER-JORNADA.
           READ ARQUIVO-JORNADAS
              AT END
                 MOVE "10" TO JN-ERRO
              NOT AT END
                 IF JN-CODIGO = CODIGO-SEL
                    MOVE "S" TO SW-JORNADA-ACHADA
                 END-IF
           END-READ.

      * A 12x36 escala works the days an even number of days away
      * from its first shift (the vigencia when none was keyed); a
      * weekly jornada works the weekdays flagged on the catalog.
       APLICAR-JORNADA.
           MOVE JN-CODIGO TO JV-CODIGO.
           MOVE JN-TIPO TO JV-TIPO.
           COMPUTE JV-MINUTOS-DIA = JN-HORAS-DIA * 60.
           MOVE JN-HORAS-SEMANA TO JV-HORAS-SEMANA.

           IF JORNADA-12X36
              IF ESCALA-SEL = ZEROS
                 MOVE VIGENCIA-SEL TO ESCALA-SEL
              END-IF
              MOVE ESCALA-SEL TO DATA-CALCULO
              PERFORM APURAR-DIA-JULIANO
              MOVE DIA-JULIANO TO DIA-ESCALA
              IF DIA-CONSULTA < DIA-ESCALA
                 COMPUTE DIFERENCA-DIAS = DIA-ESCALA - DIA-CONSULTA
              ELSE
                 COMPUTE DIFERENCA-DIAS = DIA-CONSULTA - DIA-ESCALA
              END-IF
              DIVIDE 2 INTO DIFERENCA-DIAS GIVING QUOCIENTE
                 REMAINDER RESTO
              IF RESTO = ZEROS
                 MOVE "S" TO JV-DIA-TRABALHO
              ELSE
                 MOVE "N" TO JV-DIA-TRABALHO
              END-IF
           ELSE
              MOVE JN-DIA-TRABALHO(JV-DIA-SEMANA) TO JV-DIA-TRABALHO.

      * Day number of DATA-CALCULO counted from a fixed origin, with
      * January and February taken as months 13/14 of the previous
      * year as in Zeller's congruence; two dates subtract to the
      * days between them, and the number plus one modulo 7 is the
      * weekday from segunda (0) to domingo (6).
       APURAR-DIA-JULIANO.
           MOVE DATA-CALCULO TO DATA-CALCULO-DESDOB.
           MOVE DC-MES TO JL-MES.
           MOVE DC-ANO TO JL-ANO.
           IF JL-MES < 3
              ADD 12 TO JL-MES
              SUBTRACT 1 FROM JL-ANO.

           DIVIDE 4 INTO JL-ANO GIVING JL-Q4.
           DIVIDE 100 INTO JL-ANO GIVING JL-Q100.
           DIVIDE 400 INTO JL-ANO GIVING JL-Q400.
           COMPUTE JL-MESES = (153 * (JL-MES - 3)) + 2.
           DIVIDE 5 INTO JL-MESES.
           COMPUTE DIA-JULIANO = (365 * JL-ANO) + JL-Q4 - JL-Q100
              + JL-Q400 + JL-MESES + DC-DIA.

       END PROGRAM JORNADA-VIGENTE.
