       Identification Division.
      *----------------------------------------------------*
       Program-Id.   CONTAS-PAGAR.
       Author.       BERGAMASCHI, MARCELO.
       Date-Written. 2026-10-15.
       Date-Compiled.
       Installation. IFSP-Cubatao.
       Security.     CONTAS A PAGAR A FORNECEDORES.
      *----------------------------------------------------*
      * Modification History:
      * 2026-10-15  First version: the supplier payables
      *             RECEBER-PEDIDOS files on PAGAR.DAT from each
      *             nota fiscal received against a pedido. Option 1
      *             is the payment schedule - open parcelas by
      *             vencimento with the total of each day, overdue
      *             and retida ones flagged. Option 2 posts a
      *             payment, whole or partial, against one parcela.
      *             Option 3 lets a supervisor release a nota held
      *             because its value did not match what was
      *             received. Option 4 writes REMESSA-FORN.DAT, the
      *             supplier credit file in the layout of
      *             REMESSA-BANCO.DAT, with every released parcela
      *             due up to a date that has not gone to the bank
      *             yet. PAGAR.DAT is rewritten copy-and-replace
      *             under the ESTOQUE lock RECEBER-PEDIDOS holds
      *             while it appends to it.
      * 2026-10-15  The Return-Code of the run survives the release of
      *             the subsystem lock, whose Call used to hand
      *             back zero and hide a failed run from the caller.
      * 2026-10-15  A remessa header that cannot be written drops the
      *             remessa before any parcela is marked as sent.
      *----------------------------------------------------*

       Environment Division.
      *----------------------------------------------------*
       Configuration Section.
      *---------------------*
       Source-Computer.     IBM-PC.
       Object-Computer.     IBM-PC.
       Special-Names.
              Decimal-Point Is Comma.

       Input-Output Section.
       File-Control.
           Select ARQUIVO-PAGAR Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-PAG.

           Select ARQUIVO-PAG-NOVO Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-PAG-NOVO.

           Select ARQUIVO-FORNECEDORES Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-FORN.

           Select ARQUIVO-REMESSA Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-REM.

       Data Division.
      *----------------------------------------------------*
       File Section.
      *-----------------------*
       FD  ARQUIVO-PAGAR
           Label Record Is Standard
           Record Contains 92 Characters
           Data Record Is REG-PAGAR
           Value Of File-Id "PAGAR.DAT".

       01  REG-PAGAR.
           COPY REGPAGA.

      * Work file used to rewrite the payables with a payment, a
      * release or a remessa applied, copy-and-replace style.
       FD  ARQUIVO-PAG-NOVO
           Label Record Is Standard
           Record Contains 92 Characters
           Data Record Is REG-PAGAR-NOVO
           Value Of File-Id "PAGNOVO.DAT".

       01  REG-PAGAR-NOVO Pic X(92).

       FD  ARQUIVO-FORNECEDORES
           Label Record Is Standard
           Record Contains 109 Characters
           Data Record Is REG-FORN
           Value Of File-Id "FORNECEDORES.DAT".

       01  REG-FORN.
           COPY REGFORN.

      * Supplier credit file of one remessa run, the layout of
      * REMESSA-BANCO.DAT: an "H" header with the run date and
      * company data, one "D" detail per parcela credited and a "T"
      * trailer whose count and total equal the sum of the details.
       FD  ARQUIVO-REMESSA
           Label Record Is Standard
           Record Contains 56 Characters
           Data Record Is REG-REMESSA-HEADER
           Value Of File-Id "REMESSA-FORN.DAT".

       01  REG-REMESSA-HEADER.
           05 RMH-TIPO                    Pic X(01).
           05 RMH-DATA                    Pic 9(08).
           05 RMH-EMPRESA                 Pic X(30).
           05 RMH-CNPJ                    Pic 9(14).
           05 Filler                      Pic X(03).

       01  REG-REMESSA-DETALHE.
           05 RMD-TIPO                    Pic X(01).
           05 RMD-NOME                    Pic X(30).
           05 RMD-BANCO                   Pic 9(03).
           05 RMD-AGENCIA                 Pic 9(04).
           05 RMD-CONTA                   Pic 9(08).
           05 RMD-VALOR                   Pic 9(08)V99.

       01  REG-REMESSA-TRAILER.
           05 RMT-TIPO                    Pic X(01).
           05 RMT-QTD                     Pic 9(05).
           05 RMT-TOTAL                   Pic 9(10)V99.
           05 Filler                      Pic X(38).

       Working-Storage Section.
      *-----------------------*
       77  ERRO-PAG                       Pic X(02) Value "00".
       77  ERRO-PAG-NOVO                  Pic X(02) Value "00".
       77  ERRO-FORN                      Pic X(02) Value "00".
       77  ERRO-REM                       Pic X(02) Value "00".
       77  NOME-PAG-ARQUIVO               Pic X(09)
           Value "PAGAR.DAT".
       77  NOVO-PAG-ARQUIVO               Pic X(11)
           Value "PAGNOVO.DAT".
       77  EMPRESA-NOME                   Pic X(30)
           Value "IFSP CUBATAO COMERCIO LTDA".
       77  EMPRESA-CNPJ                   Pic 9(14)
           Value 10882594000165.
       77  CP-OPCAO                       Pic 9(01) Value Zeros.
       77  OPERADOR-CODIGO                Pic 9(04) Value Zeros.
       77  OPERADOR-PERFIL                Pic X(01) Value Space.
       77  PROGRAMA-LOGON                 Pic X(15)
           Value "CONTAS-PAGAR".
       77  RESULTADO-LOGON                Pic X(01) Value Space.
       77  TRAVA-OPERACAO                 Pic X(01) Value Space.
       77  TRAVA-SUBSISTEMA               Pic X(10) Value "ESTOQUE".
       77  TRAVA-PROGRAMA                 Pic X(15)
           Value "CONTAS-PAGAR".
       77  TRAVA-OPERADOR                 Pic 9(04) Value Zeros.
       77  TRAVA-RESULTADO                Pic X(01) Value Space.
       77  DATA-HOJE                      Pic 9(08) Value Zeros.
       77  DATA-LIMITE                    Pic 9(08) Value Zeros.
       77  PERMITE-FUTURO                 Pic X(01) Value "S".
       77  SW-DATA-VALIDA                 Pic X(01) Value "N".
           88 DATA-VALIDA                        Value "S".
       77  FORN-BUSCA                     Pic 9(04) Value Zeros.
       77  NF-BUSCA                       Pic 9(09) Value Zeros.
       77  PARCELA-BUSCA                  Pic 9(02) Value Zeros.
       77  SW-FIM-ARQ                     Pic X(01) Value "N".
           88 FIM-ARQ                            Value "S".
       77  SW-FIM-ENTRADA                 Pic X(01) Value "N".
           88 FIM-ENTRADA                        Value "S".
       77  SW-ENCONTROU                   Pic X(01) Value "N".
           88 ENCONTROU                          Value "S".
       77  SW-ACHOU                       Pic X(01) Value "N".
           88 ACHOU                              Value "S".
       77  SW-POSICAO                     Pic X(01) Value "N".
           88 POSICAO-ACHADA                     Value "S".
       77  SITUACAO-BUSCA                 Pic X(01) Value Space.
       77  QTD-ABERTAS                    Pic 9(04) Value Zeros.
       77  SALDO-PARCELA                  Pic 9(07)V99 Value Zeros.
       77  VALOR-PAGTO                    Pic 9(07)V99 Value Zeros.
       77  CONFIRMA                       Pic X(01) Value "N".
           88 CONFIRMADO                         Value "S", "s".
       77  MASCARA                        Pic ZZ.ZZZ.ZZ9,99.
       77  MASCARA-CURTA                  Pic ZZZ.ZZ9,99.
       77  MASCARA-DIF                    Pic -Z.ZZZ.ZZ9,99.
       77  DIFERENCA-NF                   Pic S9(07)V99 Value Zeros.

      * Schedule.
       77  QTD-PARCELAS                   Pic 9(03) Value Zeros.
       77  POS-TAB                        Pic 9(03) Value Zeros.
       77  DATA-QUEBRA                    Pic 9(08) Value Zeros.
       77  TOTAL-DIA                      Pic 9(08)V99 Value Zeros.
       77  TOTAL-VENCIDO                  Pic 9(09)V99 Value Zeros.
       77  TOTAL-A-VENCER                 Pic 9(09)V99 Value Zeros.
       77  TOTAL-RETIDO                   Pic 9(09)V99 Value Zeros.
       77  MARCA-PARCELA                  Pic X(08) Value Spaces.

      * Remessa.
       77  QTD-FORNECEDORES               Pic 9(03) Value Zeros.
       77  QTD-SEM-CONTA                  Pic 9(04) Value Zeros.
       77  RM-QTD-DETALHES                Pic 9(05) Value Zeros.
       77  RM-TOTAL-CREDITO               Pic 9(10)V99 Value Zeros.
       77  CODIGO-SAIDA                   Pic S9(04) Value Zeros.

      * Open parcelas of the schedule, kept in vencimento order as
      * they are loaded.
       01  TABELA-PARCELAS.
           05 PARCELA-TAB Occurs 500 Times Indexed By IX-PAR.
              10 TP-VENCIMENTO           Pic 9(08).
              10 TP-FORN                 Pic 9(04).
              10 TP-NF                   Pic 9(09).
              10 TP-PARCELA              Pic 9(02).
              10 TP-QTD-PARCELAS         Pic 9(02).
              10 TP-SALDO                Pic 9(07)V99.
              10 TP-SITUACAO             Pic X(01).
              10 TP-REMESSA              Pic 9(08).

       01  PARCELA-NOVA.
           05 PN-VENCIMENTO              Pic 9(08).
           05 PN-FORN                    Pic 9(04).
           05 PN-NF                      Pic 9(09).
           05 PN-PARCELA                 Pic 9(02).
           05 PN-QTD-PARCELAS            Pic 9(02).
           05 PN-SALDO                   Pic 9(07)V99.
           05 PN-SITUACAO                Pic X(01).
           05 PN-REMESSA                 Pic 9(08).

      * Suppliers with their bank account, for names and credits.
       01  TABELA-FORNECEDORES.
           05 FORN-TAB Occurs 200 Times Indexed By IX-FORN.
              10 TF-COD                  Pic 9(04).
              10 TF-RAZAO                Pic X(30).
              10 TF-BANCO                Pic 9(03).
              10 TF-AGENCIA              Pic 9(04).
              10 TF-CONTA                Pic 9(08).

       Procedure Division.
       INICIO.
              Display "*--- Contas a pagar a fornecedores ---*".
              Accept DATA-HOJE From Date Yyyymmdd.

      * PAGAR.DAT is appended by RECEBER-PEDIDOS under the ESTOQUE
      * lock; taking the same lock keeps a rewrite here from losing
      * a nota being filed there.
              Move "T" To TRAVA-OPERACAO.
              Call "TRAVAR-SUBSISTEMA" Using TRAVA-OPERACAO,
                 TRAVA-SUBSISTEMA, TRAVA-PROGRAMA, TRAVA-OPERADOR,
                 TRAVA-RESULTADO.
              If TRAVA-RESULTADO Not = "S"
                 Display "Subsistema ESTOQUE ocupado, execucao "
                    "cancelada."
                 Move 8 To RETURN-CODE
                 Goback.

              Display "1 - Programacao de pagamentos".
              Display "2 - Baixa de pagamento".
              Display "3 - Liberacao de nota retida (superv.)".
              Display "4 - Remessa bancaria a fornecedores".
              Display "Opcao:".
              Accept CP-OPCAO.

              If CP-OPCAO Not = 2 And CP-OPCAO Not = 3
                 And CP-OPCAO Not = 4
                 Perform PROGRAMACAO-PAGAMENTOS
                    Thru PROGRAMACAO-PAGAMENTOS-EXIT
                 GO TO END-OF-JOB.

      * Posting, releasing and remitting money go through the shared
      * EFETUAR-LOGON; the release of a retida nota needs a
      * supervisor.
              Call "EFETUAR-LOGON" Using PROGRAMA-LOGON,
                 OPERADOR-CODIGO, OPERADOR-PERFIL, RESULTADO-LOGON.
              If RESULTADO-LOGON Not = "S"
                 Display "Identificacao recusada, encerrando."
                 Move 8 To RETURN-CODE
                 GO TO END-OF-JOB.

              Evaluate CP-OPCAO
                 When 2
                    Perform BAIXAR-PAGAMENTO Thru BAIXAR-PAGAMENTO-EXIT
                       Until FIM-ENTRADA
                 When 3
                    If OPERADOR-PERFIL Not = "S"
                       Display "Liberacao restrita ao supervisor !"
                       Move 8 To RETURN-CODE
                    Else
                       Perform LIBERAR-NOTA Thru LIBERAR-NOTA-EXIT
                          Until FIM-ENTRADA
                    End-If
                 When 4
                    Perform GERAR-REMESSA Thru GERAR-REMESSA-EXIT
              End-Evaluate.

      * The release Call returns its own zero Return-Code; the run's
      * is kept aside and put back for the caller.
       END-OF-JOB.
              Move RETURN-CODE To CODIGO-SAIDA.
              Move "L" To TRAVA-OPERACAO.
              Call "TRAVAR-SUBSISTEMA" Using TRAVA-OPERACAO,
                 TRAVA-SUBSISTEMA, TRAVA-PROGRAMA, TRAVA-OPERADOR,
                 TRAVA-RESULTADO.
              Move CODIGO-SAIDA To RETURN-CODE.
              Goback.

      *----------------------------------------------------*
      * Payment schedule: every open parcela by vencimento, with
      * the total due each day; overdue, retida and already remitted
      * parcelas are flagged.
      *----------------------------------------------------*
       PROGRAMACAO-PAGAMENTOS.
              Perform CARREGAR-FORNECEDORES
                 Thru CARREGAR-FORNECEDORES-EXIT.

              Move Zeros To QTD-PARCELAS.
              Move "N" To SW-FIM-ARQ.
              Open Input ARQUIVO-PAGAR.
              If ERRO-PAG Not = "00"
                 Display "Nenhuma conta a pagar (PAGAR.DAT ausente)."
                 GO TO PROGRAMACAO-PAGAMENTOS-EXIT.

              Perform CARREGAR-PARCELA Until FIM-ARQ.
              Close ARQUIVO-PAGAR.

              Display "--- Programacao de pagamentos em " DATA-HOJE
                 " ---".
              Display "Vencto   Forn Razao social         Nota fiscal"
                 " Parc       Saldo".
              Move Zeros To DATA-QUEBRA TOTAL-DIA.
              Perform IMPRIMIR-PARCELA
                 Varying IX-PAR From 1 By 1
                 Until IX-PAR > QTD-PARCELAS.
              Perform IMPRIMIR-TOTAL-DIA.

              Move TOTAL-VENCIDO To MASCARA.
              Display "Total vencido........: " MASCARA.
              Move TOTAL-A-VENCER To MASCARA.
              Display "Total a vencer.......: " MASCARA.
              Move TOTAL-RETIDO To MASCARA.
              Display "Retido p/ aprovacao..: " MASCARA
                 " (incluido acima)".

       PROGRAMACAO-PAGAMENTOS-EXIT.
              EXIT.

       CARREGAR-PARCELA.
              Read ARQUIVO-PAGAR
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If PG-PAGO < PG-VALOR
                       Perform INSERIR-PARCELA
                    End-If
              End-Read.

      * The parcela enters the table after every parcela due on or
      * before its own vencimento, the later ones moving down a
      * place.
       INSERIR-PARCELA.
              If QTD-PARCELAS Not < 500
                 Display "Aviso: programacao cheia, parcela da nota "
                    PG-NF " fora do relatorio !"
              Else
                 Move PG-VENCIMENTO To PN-VENCIMENTO
                 Move PG-FORN To PN-FORN
                 Move PG-NF To PN-NF
                 Move PG-PARCELA To PN-PARCELA
                 Move PG-QTD-PARCELAS To PN-QTD-PARCELAS
                 Compute PN-SALDO = PG-VALOR - PG-PAGO
                 Move PG-SITUACAO To PN-SITUACAO
                 Move PG-REMESSA To PN-REMESSA
                 Move QTD-PARCELAS To POS-TAB
                 Move "N" To SW-POSICAO
                 Perform DESLOCAR-PARCELA Until POSICAO-ACHADA
                 Add 1 To POS-TAB
                 Move PARCELA-NOVA To PARCELA-TAB(POS-TAB)
                 Add 1 To QTD-PARCELAS.

       DESLOCAR-PARCELA.
              If POS-TAB = Zeros
                 Move "S" To SW-POSICAO
              Else
                 If TP-VENCIMENTO(POS-TAB) > PN-VENCIMENTO
                    Move PARCELA-TAB(POS-TAB)
                       To PARCELA-TAB(POS-TAB + 1)
                    Subtract 1 From POS-TAB
                 Else
                    Move "S" To SW-POSICAO.

       IMPRIMIR-PARCELA.
              If TP-VENCIMENTO(IX-PAR) Not = DATA-QUEBRA
                 Perform IMPRIMIR-TOTAL-DIA
                 Move TP-VENCIMENTO(IX-PAR) To DATA-QUEBRA.

              Move Spaces To MARCA-PARCELA.
              If TP-VENCIMENTO(IX-PAR) < DATA-HOJE
                 Move "VENCIDA" To MARCA-PARCELA
                 Add TP-SALDO(IX-PAR) To TOTAL-VENCIDO
              Else
                 Add TP-SALDO(IX-PAR) To TOTAL-A-VENCER.
              If TP-SITUACAO(IX-PAR) = "R"
                 Move "RETIDA" To MARCA-PARCELA
                 Add TP-SALDO(IX-PAR) To TOTAL-RETIDO.
              If TP-REMESSA(IX-PAR) > Zeros
                 Move "REMESSA" To MARCA-PARCELA.

              Move TP-FORN(IX-PAR) To FORN-BUSCA.
              Perform PROCURAR-FORNECEDOR.
              Move TP-SALDO(IX-PAR) To MASCARA-CURTA.
              If ACHOU
                 Display TP-VENCIMENTO(IX-PAR) " " TP-FORN(IX-PAR)
                    " " TF-RAZAO(IX-FORN)(1:20) " " TP-NF(IX-PAR)
                    " " TP-PARCELA(IX-PAR) "/" TP-QTD-PARCELAS(IX-PAR)
                    " " MASCARA-CURTA " " MARCA-PARCELA
              Else
                 Display TP-VENCIMENTO(IX-PAR) " " TP-FORN(IX-PAR)
                    " " "(fora do cadastro)  " " " TP-NF(IX-PAR)
                    " " TP-PARCELA(IX-PAR) "/" TP-QTD-PARCELAS(IX-PAR)
                    " " MASCARA-CURTA " " MARCA-PARCELA.

              Add TP-SALDO(IX-PAR) To TOTAL-DIA.

       IMPRIMIR-TOTAL-DIA.
              If DATA-QUEBRA > Zeros
                 Move TOTAL-DIA To MASCARA
                 Display "         Total do dia " DATA-QUEBRA
                    "...............: " MASCARA
                 Display " ".
              Move Zeros To TOTAL-DIA.

      *----------------------------------------------------*
      * Payment posting: one parcela per pass, whole or partial;
      * fornecedor zero ends.
      *----------------------------------------------------*
       BAIXAR-PAGAMENTO.
              Display "Codigo do fornecedor (zero p/ encerrar):".
              Accept FORN-BUSCA.
              If FORN-BUSCA = Zeros
                 Move "S" To SW-FIM-ENTRADA
                 GO TO BAIXAR-PAGAMENTO-EXIT.

              Display "Nota fiscal Parc Vencto        Valor"
                 "      Saldo".
              Move Zeros To QTD-ABERTAS.
              Move "N" To SW-FIM-ARQ.
              Open Input ARQUIVO-PAGAR.
              If ERRO-PAG = "00"
                 Perform LISTAR-ABERTA Until FIM-ARQ
                 Close ARQUIVO-PAGAR.

              If QTD-ABERTAS = Zeros
                 Display "Nenhuma parcela em aberto para o "
                    "fornecedor."
                 GO TO BAIXAR-PAGAMENTO-EXIT.

              Display "Nota fiscal..........:".
              Accept NF-BUSCA.
              Display "Parcela..............:".
              Accept PARCELA-BUSCA.

              Perform LOCALIZAR-PARCELA Thru LOCALIZAR-PARCELA-EXIT.
              If Not ENCONTROU
                 Display "Parcela em aberto nao encontrada !"
                 GO TO BAIXAR-PAGAMENTO-EXIT.
              If SITUACAO-BUSCA = "R"
                 Display "Nota retida: aguarda liberacao do "
                    "supervisor !"
                 GO TO BAIXAR-PAGAMENTO-EXIT.

              Move SALDO-PARCELA To MASCARA.
              Display "Saldo da parcela.....: " MASCARA.
              Display "Valor pago...........:".
              Accept VALOR-PAGTO.
              If VALOR-PAGTO = Zeros Or VALOR-PAGTO > SALDO-PARCELA
                 Display "Valor invalido: deve ficar entre zero e o "
                    "saldo da parcela !"
                 GO TO BAIXAR-PAGAMENTO-EXIT.

              Move VALOR-PAGTO To MASCARA.
              Display "Confirma o pagamento de " MASCARA " (S/N) ?".
              Accept CONFIRMA.
              If Not CONFIRMADO
                 Display "Pagamento cancelado."
                 GO TO BAIXAR-PAGAMENTO-EXIT.

              Perform REGRAVAR-PAGAR Thru REGRAVAR-PAGAR-EXIT.
              If ERRO-PAG-NOVO Not = "00"
                 GO TO BAIXAR-PAGAMENTO-EXIT.

              Compute SALDO-PARCELA = SALDO-PARCELA - VALOR-PAGTO.
              Move SALDO-PARCELA To MASCARA.
              Display "Pagamento registrado, saldo da parcela "
                 MASCARA.

       BAIXAR-PAGAMENTO-EXIT.
              EXIT.

       LISTAR-ABERTA.
              Read ARQUIVO-PAGAR
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If PG-FORN = FORN-BUSCA And PG-PAGO < PG-VALOR
                       Add 1 To QTD-ABERTAS
                       Compute SALDO-PARCELA = PG-VALOR - PG-PAGO
                       Move PG-VALOR To MASCARA-CURTA
                       Display PG-NF "   " PG-PARCELA "  "
                          PG-VENCIMENTO " " MASCARA-CURTA " "
                          With No Advancing
                       Move SALDO-PARCELA To MASCARA-CURTA
                       If PAGAR-RETIDA
                          Display MASCARA-CURTA " RETIDA"
                       Else
                          Display MASCARA-CURTA
                       End-If
                    End-If
              End-Read.

      * Finds the open parcela FORN-BUSCA/NF-BUSCA/PARCELA-BUSCA,
      * leaving its saldo and situacao.
       LOCALIZAR-PARCELA.
              Move "N" To SW-ENCONTROU SW-FIM-ARQ.
              Open Input ARQUIVO-PAGAR.
              If ERRO-PAG Not = "00"
                 GO TO LOCALIZAR-PARCELA-EXIT.

              Perform LER-PARCELA Until ENCONTROU Or FIM-ARQ.
              Close ARQUIVO-PAGAR.

       LOCALIZAR-PARCELA-EXIT.
              EXIT.

       LER-PARCELA.
              Read ARQUIVO-PAGAR
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If PG-FORN = FORN-BUSCA And PG-NF = NF-BUSCA
                       And PG-PARCELA = PARCELA-BUSCA
                       And PG-PAGO < PG-VALOR
                       Move "S" To SW-ENCONTROU
                       Compute SALDO-PARCELA = PG-VALOR - PG-PAGO
                       Move PG-SITUACAO To SITUACAO-BUSCA
                    End-If
              End-Read.

      * Rewrites PAGAR.DAT with the operation of CP-OPCAO applied -
      * the payment of option 2, the release of option 3 - by the
      * same copy-and-replace pass CONTAS-RECEBER uses, since LINE
      * SEQUENTIAL has no REWRITE.
       REGRAVAR-PAGAR.
              Move "N" To SW-FIM-ARQ.

              Open Input ARQUIVO-PAGAR.
              If ERRO-PAG Not = "00"
                 Display "Erro ao abrir ARQUIVO-PAGAR, status "
                    ERRO-PAG
                 Move ERRO-PAG To ERRO-PAG-NOVO
                 GO TO REGRAVAR-PAGAR-EXIT.

              Open Output ARQUIVO-PAG-NOVO.
              If ERRO-PAG-NOVO Not = "00"
                 Display "Erro ao abrir arquivo temporario, status "
                    ERRO-PAG-NOVO
                 Close ARQUIVO-PAGAR
                 GO TO REGRAVAR-PAGAR-EXIT.

              Perform COPIAR-PAGAR Until FIM-ARQ.

              Close ARQUIVO-PAGAR.
              Close ARQUIVO-PAG-NOVO.

              Call "CBL_DELETE_FILE" Using NOME-PAG-ARQUIVO.
              Call "CBL_RENAME_FILE" Using NOVO-PAG-ARQUIVO
                 NOME-PAG-ARQUIVO.

       REGRAVAR-PAGAR-EXIT.
              EXIT.

       COPIAR-PAGAR.
              Read ARQUIVO-PAGAR
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    Evaluate CP-OPCAO
                       When 2
                          If PG-FORN = FORN-BUSCA
                             And PG-NF = NF-BUSCA
                             And PG-PARCELA = PARCELA-BUSCA
                             And PG-PAGO < PG-VALOR
                             Add VALOR-PAGTO To PG-PAGO
                             Move DATA-HOJE To PG-ULTIMO-PAGTO
                          End-If
                       When 3
                          If PG-FORN = FORN-BUSCA
                             And PG-NF = NF-BUSCA
                             Move "L" To PG-SITUACAO
                          End-If
                       When 4
                          Perform REMETER-PARCELA
                             Thru REMETER-PARCELA-EXIT
                    End-Evaluate
                    Move REG-PAGAR To REG-PAGAR-NOVO
                    Write REG-PAGAR-NOVO
              End-Read.

      *----------------------------------------------------*
      * Release of a retida nota: the supervisor sees the nota
      * against what was received and releases all its parcelas
      * for payment.
      *----------------------------------------------------*
       LIBERAR-NOTA.
              Display "Notas retidas:".
              Display "Forn Nota fiscal Pedido      Valor nota"
                 "    Recebido     Diferenca".
              Move Zeros To QTD-ABERTAS.
              Move "N" To SW-FIM-ARQ.
              Open Input ARQUIVO-PAGAR.
              If ERRO-PAG = "00"
                 Perform LISTAR-RETIDA Until FIM-ARQ
                 Close ARQUIVO-PAGAR.

              If QTD-ABERTAS = Zeros
                 Display "Nenhuma nota retida."
                 Move "S" To SW-FIM-ENTRADA
                 GO TO LIBERAR-NOTA-EXIT.

              Display "Fornecedor (zero p/ encerrar):".
              Accept FORN-BUSCA.
              If FORN-BUSCA = Zeros
                 Move "S" To SW-FIM-ENTRADA
                 GO TO LIBERAR-NOTA-EXIT.
              Display "Nota fiscal..........:".
              Accept NF-BUSCA.

              Move 1 To PARCELA-BUSCA.
              Perform LOCALIZAR-PARCELA Thru LOCALIZAR-PARCELA-EXIT.
              If Not ENCONTROU Or SITUACAO-BUSCA Not = "R"
                 Display "Nota retida nao encontrada !"
                 GO TO LIBERAR-NOTA-EXIT.

              Display "Confirma a liberacao da nota " NF-BUSCA
                 " para pagamento (S/N) ?".
              Accept CONFIRMA.
              If Not CONFIRMADO
                 Display "Liberacao cancelada."
                 GO TO LIBERAR-NOTA-EXIT.

              Perform REGRAVAR-PAGAR Thru REGRAVAR-PAGAR-EXIT.
              If ERRO-PAG-NOVO = "00"
                 Display "Nota " NF-BUSCA " liberada por "
                    OPERADOR-CODIGO ".".

       LIBERAR-NOTA-EXIT.
              EXIT.

      * A nota is listed once, on its first parcela.
       LISTAR-RETIDA.
              Read ARQUIVO-PAGAR
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If PAGAR-RETIDA And PG-PARCELA = 1
                       And PG-PAGO < PG-VALOR
                       Add 1 To QTD-ABERTAS
                       Compute DIFERENCA-NF = PG-VALOR-NF
                          - PG-VALOR-CONFERIDO
                       Move PG-VALOR-NF To MASCARA
                       Display PG-FORN " " PG-NF " " PG-PEDIDO " "
                          MASCARA " " With No Advancing
                       Move PG-VALOR-CONFERIDO To MASCARA
                       Move DIFERENCA-NF To MASCARA-DIF
                       Display MASCARA " " MASCARA-DIF
                    End-If
              End-Read.

      *----------------------------------------------------*
      * Supplier remessa: every released, open parcela due up to
      * the keyed date and not yet sent goes to the bank as one
      * credit to the supplier's account, and is marked with the
      * remessa date so the next run does not send it again. The
      * payment itself is posted by option 2 when the bank confirms
      * it. A supplier without an account is reported and paid by
      * hand.
      *----------------------------------------------------*
       GERAR-REMESSA.
              Move "N" To SW-DATA-VALIDA.
              Perform ENTRAR-DATA-LIMITE Until DATA-VALIDA.

              Perform CARREGAR-FORNECEDORES
                 Thru CARREGAR-FORNECEDORES-EXIT.

              Move Zeros To RM-QTD-DETALHES RM-TOTAL-CREDITO
                 QTD-SEM-CONTA.

      * Each run replaces REMESSA-FORN.DAT, like the payroll
      * remessa: the file is what goes to the bank this time.
              Open Output ARQUIVO-REMESSA.
              If ERRO-REM Not = "00"
                 Display "Erro ao abrir ARQUIVO-REMESSA, status "
                    ERRO-REM
                 Display "Remessa bancaria nao sera gerada !"
                 GO TO GERAR-REMESSA-EXIT.

              Move Spaces To REG-REMESSA-HEADER.
              Move "H" To RMH-TIPO.
              Move DATA-HOJE To RMH-DATA.
              Move EMPRESA-NOME To RMH-EMPRESA.
              Move EMPRESA-CNPJ To RMH-CNPJ.
              Write REG-REMESSA-HEADER.
              If ERRO-REM Not = "00"
                 Display "Erro ao gravar remessa, status " ERRO-REM
                 Display "Remessa bancaria nao sera gerada !"
                 Close ARQUIVO-REMESSA
                 GO TO GERAR-REMESSA-EXIT.

              Perform REGRAVAR-PAGAR Thru REGRAVAR-PAGAR-EXIT.

              Move Spaces To REG-REMESSA-TRAILER.
              Move "T" To RMT-TIPO.
              Move RM-QTD-DETALHES To RMT-QTD.
              Move RM-TOTAL-CREDITO To RMT-TOTAL.
              Write REG-REMESSA-TRAILER.
              If ERRO-REM Not = "00"
                 Display "Erro ao gravar remessa, status " ERRO-REM.

              Close ARQUIVO-REMESSA.

              Move RM-TOTAL-CREDITO To MASCARA.
              Display "Creditos na remessa a fornecedores: "
                 RM-QTD-DETALHES " total " MASCARA.
              If QTD-SEM-CONTA > Zeros
                 Display "Parcelas fora da remessa por falta de "
                    "conta: " QTD-SEM-CONTA.

       GERAR-REMESSA-EXIT.
              EXIT.

       ENTRAR-DATA-LIMITE.
              Display "Remeter vencimentos ate (AAAAMMDD):".
              Accept DATA-LIMITE.
              Call "VALIDAR-DATA" Using DATA-LIMITE,
                 PERMITE-FUTURO, SW-DATA-VALIDA.
              If Not DATA-VALIDA
                 Display "Data invalida !".

       REMETER-PARCELA.
              If PG-PAGO Not < PG-VALOR Or PAGAR-RETIDA
                 Or PG-REMESSA > Zeros
                 Or PG-VENCIMENTO > DATA-LIMITE
                 GO TO REMETER-PARCELA-EXIT.

              Move PG-FORN To FORN-BUSCA.
              Perform PROCURAR-FORNECEDOR.
              If Not ACHOU
                 Add 1 To QTD-SEM-CONTA
                 Display "Fornecedor " PG-FORN " fora do cadastro, "
                    "nota " PG-NF " fora da remessa !"
                 GO TO REMETER-PARCELA-EXIT.
              If TF-BANCO(IX-FORN) = Zeros
                 Add 1 To QTD-SEM-CONTA
                 Display "Fornecedor " PG-FORN " sem dados bancarios, "
                    "nota " PG-NF " fora da remessa !"
                 GO TO REMETER-PARCELA-EXIT.

              Compute SALDO-PARCELA = PG-VALOR - PG-PAGO.
              Move "D" To RMD-TIPO.
              Move TF-RAZAO(IX-FORN) To RMD-NOME.
              Move TF-BANCO(IX-FORN) To RMD-BANCO.
              Move TF-AGENCIA(IX-FORN) To RMD-AGENCIA.
              Move TF-CONTA(IX-FORN) To RMD-CONTA.
              Move SALDO-PARCELA To RMD-VALOR.
              Write REG-REMESSA-DETALHE.
              If ERRO-REM Not = "00"
                 Display "Erro ao gravar remessa, status " ERRO-REM
                 GO TO REMETER-PARCELA-EXIT.

              Add 1 To RM-QTD-DETALHES.
              Add SALDO-PARCELA To RM-TOTAL-CREDITO.
              Move DATA-HOJE To PG-REMESSA.

       REMETER-PARCELA-EXIT.
              EXIT.

      * Suppliers with their accounts; one keyed before the account
      * fields existed reads them as spaces and counts as having
      * none.
       CARREGAR-FORNECEDORES.
              Move Zeros To QTD-FORNECEDORES.
              Move "N" To SW-FIM-ARQ.
              Open Input ARQUIVO-FORNECEDORES.
              If ERRO-FORN Not = "00"
                 Display "Aviso: FORNECEDORES.DAT ausente."
                 GO TO CARREGAR-FORNECEDORES-EXIT.

              Perform LER-FORNECEDOR Until FIM-ARQ.
              Close ARQUIVO-FORNECEDORES.

       CARREGAR-FORNECEDORES-EXIT.
              EXIT.

       LER-FORNECEDOR.
              Read ARQUIVO-FORNECEDORES
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If QTD-FORNECEDORES < 200
                       Add 1 To QTD-FORNECEDORES
                       Set IX-FORN To QTD-FORNECEDORES
                       Move FR-COD To TF-COD(IX-FORN)
                       Move FR-RAZAO To TF-RAZAO(IX-FORN)
                       If FR-BANCO Is Numeric
                          And FR-AGENCIA Is Numeric
                          And FR-CONTA Is Numeric
                          Move FR-BANCO To TF-BANCO(IX-FORN)
                          Move FR-AGENCIA To TF-AGENCIA(IX-FORN)
                          Move FR-CONTA To TF-CONTA(IX-FORN)
                       Else
                          Move Zeros To TF-BANCO(IX-FORN)
                             TF-AGENCIA(IX-FORN) TF-CONTA(IX-FORN)
                       End-If
                    Else
                       Display "Aviso: relacao de fornecedores cheia !"
                    End-If
              End-Read.

      * Leaves IX-FORN on FORN-BUSCA when ACHOU.
       PROCURAR-FORNECEDOR.
              Move "N" To SW-ACHOU.
              Perform COMPARAR-FORNECEDOR
                 Varying IX-FORN From 1 By 1
                 Until IX-FORN > QTD-FORNECEDORES Or ACHOU.
              If ACHOU
                 Set IX-FORN Down By 1.

       COMPARAR-FORNECEDOR.
              If TF-COD(IX-FORN) = FORN-BUSCA
                 Move "S" To SW-ACHOU.

       END PROGRAM CONTAS-PAGAR.
