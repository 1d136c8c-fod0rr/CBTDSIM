      *             CONFERIR-COMPETENCIA and refuses a processing
      *             date inside a month FECHAMENTO-FOLHA already
      *             closed.
      * 2026-10-15  Parcela 2 now deducts the pensao alimenticia of
      *             the orders flagged for the 13o (PENSOES.DAT,
      *             through CALCULA-PENSAO, which also takes it off
      *             the IRRF base): valued on the full 13o and
      *             withheld whole from parcela 2, carried as
      *             FP-OUTROS-DESCONTOS, and each beneficiary
      *             credited on its own REMESSA-BANCO.DAT detail.
      * 2026-10-15  The monthly salary of the 13o is valued at the
      *             employee's own monthly hours (JORNADA-VIGENTE on
      *             the processing date) instead of the full-time
      *             44-hour week; without a jornada on file the 44
      *             horas stand.
      * 2026-10-15  The RETURN-CODE of the run survives the release of
      *             the subsystem lock, whose CALL used to hand
      *             back zero and hide a failed run from the caller.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAMENTO-13.
       77  valorHoraVigente PIC 9(02)V9 VALUE ZEROS.
       77  salarioMensal PIC 9(05)V99 VALUE ZEROS.
       77  valorProporcional PIC 9(05)V99 VALUE ZEROS.

      * The matricula's jornada on the processing date.
       01  JORNADA-FUNC.
           COPY REGJVIG.
       77  valorParcela1 PIC 9(05)V99 VALUE ZEROS.
       77  valorINSS PIC 9(05)V99 VALUE ZEROS.
       77  valorIRRF PIC 9(05)V99 VALUE ZEROS.
       77  valorLiquido PIC 9(05)V99 VALUE ZEROS.
       77  valorBase PIC 9(05)V99 VALUE ZEROS.
       77  QTD-DEPENDENTES PIC 9(02) VALUE ZEROS.
      * Pensao orders are valued as on the 13o (see CALCULA-PENSAO).
       77  PENSAO-VERBA PIC X(01) VALUE "D".
       77  valorPensao PIC 9(05)V99 VALUE ZEROS.
       77  RM-QTD-DETALHES PIC 9(05) VALUE ZEROS.
       77  RM-TOTAL-CREDITO PIC 9(10)V99 VALUE ZEROS.
       77  SW-REMESSA-ABERTA PIC X(01) VALUE "N".
       77  TRAVA-OPERADOR PIC 9(04) VALUE ZEROS.
       77  TRAVA-RESULTADO PIC X(01) VALUE SPACE.
       77  SITUACAO-COMPETENCIA PIC X(01) VALUE SPACE.
       77  CODIGO-SAIDA PIC S9(04) VALUE ZEROS.

      * Pensao alimenticia credits of the employee being paid.
       01  CREDITOS-PENSAO.
           COPY REGPENB.

       01  DATA-ADMISSAO-DESDOB.
           05  ANO-ADM PIC 9(04).
           DISPLAY "Total pago...............: " MASCARA.
           DISPLAY "Creditos na remessa......: " RM-QTD-DETALHES.

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

       ENTRAR-PARCELA.
           MOVE FN-VALOR-HORA TO valorHoraVigente.
           CALL "VALOR-HORA-VIGENTE" USING MATRICULA, FX-DATA-PROC,
              valorHoraVigente.
           CALL "JORNADA-VIGENTE" USING MATRICULA, FX-DATA-PROC,
              JORNADA-FUNC.
           COMPUTE salarioMensal = valorHoraVigente * JV-HORAS-MES.
           COMPUTE valorProporcional ROUNDED =
              (salarioMensal / 12) * MESES-13.

       PAGAR-PRIMEIRA-PARCELA.
           COMPUTE valorParcela1 ROUNDED = valorProporcional / 2.
           MOVE valorParcela1 TO valorBase valorLiquido.
           MOVE ZEROS TO valorINSS valorIRRF valorPensao PB-QTD.

           PERFORM GRAVAR-DECIMO13 THRU GRAVAR-DECIMO13-EXIT.
           PERFORM CONTABILIZAR-PAGAMENTO.

      * The second parcela deducts INSS/IRRF computed on the full
      * proportional amount and settles the rest net of parcela 1.
      * The pensao of the orders reaching the 13o is valued on the
      * full amount too and comes whole out of this parcela, the
      * first one carrying no deductions at all.
       PAGAR-SEGUNDA-PARCELA.
           PERFORM BUSCAR-PARCELA1 THRU BUSCAR-PARCELA1-EXIT.

           PERFORM CONTAR-DEPENDENTES THRU CONTAR-DEPENDENTES-EXIT.
           MOVE ZEROS TO PB-QTD.
           CALL "CALCULA-PENSAO" USING FX-DATA-PROC, MATRICULA,
              PENSAO-VERBA, valorProporcional, QTD-DEPENDENTES,
              valorINSS, valorIRRF, valorLiquido, valorPensao,
              CREDITOS-PENSAO.

           COMPUTE valorBase = valorProporcional - valorParcela1.
           IF valorBase < valorINSS + valorIRRF + valorPensao
              DISPLAY "Matricula " MATRICULA ": saldo da 2a parcela "
                 "insuficiente p/ as deducoes, pulada !"
              ADD 1 TO QTD-PULADOS
              GO TO PAGAR-SEGUNDA-PARCELA-EXIT.

           COMPUTE valorLiquido =
              valorBase - valorINSS - valorIRRF - valorPensao.

           PERFORM GRAVAR-DECIMO13 THRU GRAVAR-DECIMO13-EXIT.
           PERFORM CONTABILIZAR-PAGAMENTO.
           MOVE valorLiquido TO MASCARA.
           DISPLAY "Matricula " MATRICULA " " FN-NOME
              " parcela " PARCELA ": " MASCARA.
           IF valorPensao > ZEROS
              MOVE valorPensao TO MASCARA
              DISPLAY "   pensao alimenticia descontada: " MASCARA.

           PERFORM GRAVAR-FOLHA THRU GRAVAR-FOLHA-EXIT.
           PERFORM GRAVAR-REMESSA-DETALHE
              THRU GRAVAR-REMESSA-DETALHE-EXIT.
           PERFORM GRAVAR-REMESSA-PENSAO
              THRU GRAVAR-REMESSA-PENSAO-EXIT.

      * Scans DECIMO13.DAT for this matricula/ano: finds the
      * parcela-1 value for the settlement and flags a parcela
       GRAVAR-REMESSA-DETALHE-EXIT.
           EXIT.

      * One credit per pensao beneficiary, in its own name and
      * account, the same detail CALCULA-SALARIO's lote writes.
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
           MOVE DATA-HOJE TO FP-DATA.
           MOVE ZEROS TO FP-HORAS FP-VALOR-HORA FP-HORAS-EXTRAS-50
              FP-HORAS-EXTRAS-100 FP-VALOR-EXTRAS
              FP-OUTROS-PROVENTOS.
           MOVE valorPensao TO FP-OUTROS-DESCONTOS.
           MOVE valorBase TO FP-SALARIO-BRUTO.
           MOVE valorINSS TO FP-INSS.
           MOVE valorIRRF TO FP-IRRF.
