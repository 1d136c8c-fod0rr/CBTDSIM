       Identification Division.
      *----------------------------------------------------*
       Program-Id.   CONTAS-RECEBER.
       Author.       BERGAMASCHI, MARCELO.
       Date-Written. 2026-10-15.
       Date-Compiled.
       Installation. IFSP-Cubatao.
       Security.     CONTAS A RECEBER DE CLIENTES.
      *----------------------------------------------------*
      * Modification History:
      * 2026-10-15  First version: the fiado receivables VENDA-BALCAO
      *             leaves on RECEBER.DAT. Option 1 posts a
      *             customer's payment at the counter - shown the
      *             open cupons, the operator keys the amount and
      *             forma; the payment settles the oldest cupons
      *             first (partial payments stay open for the rest),
      *             RECEBER.DAT is rewritten copy-and-replace and
      *             the payment goes to RECEBIMENTOS.DAT for the
      *             operator's caixa conference, so only an operator
      *             with the caixa open may receive. Option 2 is the
      *             aging of the open balances per customer - a
      *             vencer, 1-30, 31-60, 61-90 and over 90 days past
      *             due - flagging for blocking every customer with
      *             a balance more than 60 days late or above the
      *             limit.
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
           Select ARQUIVO-CLIENTES Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-CLI.

           Select ARQUIVO-RECEBER Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-REC.

           Select ARQUIVO-REC-NOVO Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-REC-NOVO.

           Select ARQUIVO-RECEBIMENTOS Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-RCBM.

           Select ARQUIVO-CAIXA Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-CAIXA.

       Data Division.
      *----------------------------------------------------*
       File Section.
      *-----------------------*
       FD  ARQUIVO-CLIENTES
           Label Record Is Standard
           Record Contains 67 Characters
           Data Record Is REG-CLIENTE
           Value Of File-Id "CLIENTES.DAT".

       01  REG-CLIENTE.
           COPY REGCLIE.

       FD  ARQUIVO-RECEBER
           Label Record Is Standard
           Record Contains 57 Characters
           Data Record Is REG-RECEBER
           Value Of File-Id "RECEBER.DAT".

       01  REG-RECEBER.
           COPY REGRECE.

      * Work file used by BAIXAR-RECEBER to rewrite the receivables
      * with the payment applied, copy-and-replace style.
       FD  ARQUIVO-REC-NOVO
           Label Record Is Standard
           Record Contains 57 Characters
           Data Record Is REG-RECEBER-NOVO
           Value Of File-Id "RECNOVO.DAT".

       01  REG-RECEBER-NOVO Pic X(57).

       FD  ARQUIVO-RECEBIMENTOS
           Label Record Is Standard
           Record Contains 27 Characters
           Data Record Is REG-RECEBIMENTO
           Value Of File-Id "RECEBIMENTOS.DAT".

       01  REG-RECEBIMENTO.
           COPY REGRCBM.

       FD  ARQUIVO-CAIXA
           Label Record Is Standard
           Record Contains 112 Characters
           Data Record Is REG-CAIXA
           Value Of File-Id "CAIXA.DAT".

       01  REG-CAIXA.
           COPY REGCAIX.

       Working-Storage Section.
      *-----------------------*
       77  ERRO-CLI                       Pic X(02) Value "00".
       77  ERRO-REC                       Pic X(02) Value "00".
       77  ERRO-REC-NOVO                  Pic X(02) Value "00".
       77  ERRO-RCBM                      Pic X(02) Value "00".
       77  ERRO-CAIXA                     Pic X(02) Value "00".
       77  NOME-REC-ARQUIVO               Pic X(11)
           Value "RECEBER.DAT".
       77  NOVO-REC-ARQUIVO               Pic X(11)
           Value "RECNOVO.DAT".
       77  CR-OPCAO                       Pic 9(01) Value Zeros.
       77  OPERADOR-CODIGO                Pic 9(04) Value Zeros.
       77  OPERADOR-PERFIL                Pic X(01) Value Space.
       77  PROGRAMA-LOGON                 Pic X(15)
           Value "CONTAS-RECEBER".
       77  RESULTADO-LOGON                Pic X(01) Value Space.
       77  DATA-HOJE                      Pic 9(08) Value Zeros.
       77  COD-BUSCA                      Pic 9(05) Value Zeros.
       77  SW-FIM-ARQ                     Pic X(01) Value "N".
           88 FIM-ARQ                            Value "S".
       77  SW-FIM-ENTRADA                 Pic X(01) Value "N".
           88 FIM-ENTRADA                        Value "S".
       77  SW-ENCONTROU                   Pic X(01) Value "N".
           88 ENCONTROU                          Value "S".
       77  SW-CAIXA                       Pic X(01) Value "N".
           88 CAIXA-ABERTO                       Value "A".
           88 CAIXA-FECHADO                      Value "F".
       77  NOME-CLIENTE                   Pic X(30) Value Spaces.
       77  QTD-ABERTAS                    Pic 9(04) Value Zeros.
       77  SALDO-CLIENTE                  Pic 9(08)V99 Value Zeros.
       77  SALDO-CUPOM                    Pic 9(07)V99 Value Zeros.
       77  VALOR-PAGTO                    Pic 9(07)V99 Value Zeros.
       77  VALOR-A-APLICAR                Pic 9(07)V99 Value Zeros.
       77  FORMA-PAGTO                    Pic 9(01) Value Zeros.
           88 FORMA-VALIDA                       Values 1 Thru 4.
       77  CONFIRMA                       Pic X(01) Value "N".
           88 CONFIRMADO                         Value "S", "s".
       77  MASCARA                        Pic ZZ.ZZZ.ZZ9,99.
       77  MASCARA-CURTA                  Pic ZZZ.ZZ9,99.

      * Aging.
      * A balance more than this many days late flags the customer
      * for blocking.
       77  DIAS-BLOQUEIO                  Pic 9(03) Value 60.
       77  DIAS-HOJE                      Pic 9(07) Value Zeros.
       77  DIAS-VENCIMENTO                Pic 9(07) Value Zeros.
       77  DIAS-ATRASO                    Pic S9(07) Value Zeros.
       77  QTD-CLIENTES                   Pic 9(03) Value Zeros.
       77  QTD-BLOQUEAR                   Pic 9(03) Value Zeros.
       77  QTD-SEM-CADASTRO               Pic 9(04) Value Zeros.
       77  IX-FAIXA                       Pic 9(01) Value Zeros.
       77  SW-ACHOU                       Pic X(01) Value "N".
           88 ACHOU                              Value "S".

       01  DATA-DESDOB.
           05 ANO-DD                      Pic 9(04).
           05 MES-DD                      Pic 9(02).
           05 DIA-DD                      Pic 9(02).

      * Customers with their balance per aging band: 1 a vencer,
      * 2 1-30, 3 31-60, 4 61-90, 5 over 90 days past due.
       01  TABELA-CLIENTES.
           05 CLIENTE-TAB Occurs 300 Times Indexed By IX-CLI.
              10 TC-COD      Pic 9(05).
              10 TC-NOME     Pic X(30).
              10 TC-LIMITE   Pic 9(05)V99.
              10 TC-BLOQUEIO Pic X(01).
              10 TC-FAIXA    Pic 9(07)V99 Occurs 5 Times.
              10 TC-TOTAL    Pic 9(08)V99.
              10 TC-ATRASO   Pic X(01).
                 88 TC-ATRASO-BLOQUEIO  Value "S".

       01  TOTAIS-FAIXAS Value Zeros.
           05 TF-FAIXA                    Pic 9(08)V99 Occurs 5 Times.
           05 TF-TOTAL                    Pic 9(09)V99.

       Procedure Division.
       INICIO.
              Display "*--- Contas a receber de clientes ---*".
              Accept DATA-HOJE From Date Yyyymmdd.
              Display "1 - Recebimento de fiado".
              Display "2 - Relatorio de vencimentos (aging)".
              Display "Opcao:".
              Accept CR-OPCAO.

              If CR-OPCAO = 2
                 Perform RELATORIO-AGING Thru RELATORIO-AGING-EXIT
                 GO TO END-OF-JOB.

      * Sign-on through the shared EFETUAR-LOGON: the payment is
      * money entering this operator's caixa.
              Call "EFETUAR-LOGON" Using PROGRAMA-LOGON,
                 OPERADOR-CODIGO, OPERADOR-PERFIL, RESULTADO-LOGON.
              If RESULTADO-LOGON Not = "S"
                 Display "Identificacao recusada, encerrando."
                 Move 8 To RETURN-CODE
                 GO TO END-OF-JOB.

              Perform CONFERIR-CAIXA Thru CONFERIR-CAIXA-EXIT.
              If Not CAIXA-ABERTO
                 Display "Caixa do operador " OPERADOR-CODIGO
                    " nao esta aberto hoje: abra-o na venda de "
                    "balcao antes de receber."
                 GO TO END-OF-JOB.

              Perform RECEBER-PAGAMENTO Thru RECEBER-PAGAMENTO-EXIT
                 Until FIM-ENTRADA.

       END-OF-JOB.
              Goback.

      * The operator's caixa of the day on CAIXA.DAT: opened and not
      * yet closed.
       CONFERIR-CAIXA.
              Move "N" To SW-CAIXA SW-FIM-ARQ.
              Open Input ARQUIVO-CAIXA.
              If ERRO-CAIXA Not = "00"
                 GO TO CONFERIR-CAIXA-EXIT.

              Perform LER-CAIXA Until FIM-ARQ.
              Close ARQUIVO-CAIXA.

       CONFERIR-CAIXA-EXIT.
              EXIT.

       LER-CAIXA.
              Read ARQUIVO-CAIXA
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If CX-DATA = DATA-HOJE
                       And CX-OPERADOR = OPERADOR-CODIGO
                       If CAIXA-ABERTURA And Not CAIXA-FECHADO
                          Move "A" To SW-CAIXA
                       End-If
                       If CAIXA-FECHAMENTO
                          Move "F" To SW-CAIXA
                       End-If
                    End-If
              End-Read.

      * One customer's payment per pass; codigo zero ends.
       RECEBER-PAGAMENTO.
              Display "Codigo do cliente (zero p/ encerrar):".
              Accept COD-BUSCA.
              If COD-BUSCA = Zeros
                 Move "S" To SW-FIM-ENTRADA
                 GO TO RECEBER-PAGAMENTO-EXIT.

              Perform LOCALIZAR-CLIENTE Thru LOCALIZAR-CLIENTE-EXIT.
              If Not ENCONTROU
                 Display "Cliente nao cadastrado !"
                 GO TO RECEBER-PAGAMENTO-EXIT.

              Display "Cliente: " NOME-CLIENTE.
              Display "Cupom  Emissao  Vencto        Valor      Saldo".
              Move Zeros To QTD-ABERTAS SALDO-CLIENTE.
              Move "N" To SW-FIM-ARQ.
              Open Input ARQUIVO-RECEBER.
              If ERRO-REC = "00"
                 Perform LISTAR-ABERTA Until FIM-ARQ
                 Close ARQUIVO-RECEBER.

              If QTD-ABERTAS = Zeros
                 Display "Nenhuma conta em aberto para o cliente."
                 GO TO RECEBER-PAGAMENTO-EXIT.

              Move SALDO-CLIENTE To MASCARA.
              Display "Saldo devedor........: " MASCARA.

              Display "Valor recebido.......:".
              Accept VALOR-PAGTO.
              If VALOR-PAGTO = Zeros Or VALOR-PAGTO > SALDO-CLIENTE
                 Display "Valor invalido: deve ficar entre zero e o "
                    "saldo devedor !"
                 GO TO RECEBER-PAGAMENTO-EXIT.

              Move Zeros To FORMA-PAGTO.
              Perform ENTRAR-FORMA-PAGTO Until FORMA-VALIDA.

              Move VALOR-PAGTO To MASCARA.
              Display "Confirma o recebimento de " MASCARA " (S/N) ?".
              Accept CONFIRMA.
              If Not CONFIRMADO
                 Display "Recebimento cancelado."
                 GO TO RECEBER-PAGAMENTO-EXIT.

              Perform BAIXAR-RECEBER Thru BAIXAR-RECEBER-EXIT.
              If ERRO-REC-NOVO Not = "00"
                 GO TO RECEBER-PAGAMENTO-EXIT.

              Perform GRAVAR-RECEBIMENTO Thru GRAVAR-RECEBIMENTO-EXIT.

              Compute SALDO-CLIENTE = SALDO-CLIENTE - VALOR-PAGTO.
              Move SALDO-CLIENTE To MASCARA.
              Display "Recebimento registrado, saldo restante "
                 MASCARA.

       RECEBER-PAGAMENTO-EXIT.
              EXIT.

       ENTRAR-FORMA-PAGTO.
              Display "Forma: 1-Dinheiro 2-Debito 3-Credito 4-PIX:".
              Accept FORMA-PAGTO.
              If Not FORMA-VALIDA
                 Display "Forma de pagamento invalida !".

       LISTAR-ABERTA.
              Read ARQUIVO-RECEBER
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If RC-CLIENTE = COD-BUSCA And RC-PAGO < RC-VALOR
                       Add 1 To QTD-ABERTAS
                       Compute SALDO-CUPOM = RC-VALOR - RC-PAGO
                       Add SALDO-CUPOM To SALDO-CLIENTE
                       Move RC-VALOR To MASCARA-CURTA
                       Display RC-CUPOM " " RC-EMISSAO " "
                          RC-VENCIMENTO " " MASCARA-CURTA " "
                          With No Advancing
                       Move SALDO-CUPOM To MASCARA-CURTA
                       Display MASCARA-CURTA
                    End-If
              End-Read.

       LOCALIZAR-CLIENTE.
              Move "N" To SW-ENCONTROU SW-FIM-ARQ.
              Open Input ARQUIVO-CLIENTES.
              If ERRO-CLI Not = "00"
                 GO TO LOCALIZAR-CLIENTE-EXIT.

              Perform LER-CLIENTE Until ENCONTROU Or FIM-ARQ.
              Close ARQUIVO-CLIENTES.

       LOCALIZAR-CLIENTE-EXIT.
              EXIT.

       LER-CLIENTE.
              Read ARQUIVO-CLIENTES
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If CL-COD = COD-BUSCA
                       Move "S" To SW-ENCONTROU
                       Move CL-NOME To NOME-CLIENTE
                    End-If
              End-Read.

      * The payment settles the customer's open cupons in file
      * order - the order they were sold - each up to its balance,
      * by the same copy-and-replace rewrite CADASTRO-FORNECEDORES
      * uses, since LINE SEQUENTIAL has no REWRITE.
       BAIXAR-RECEBER.
              Move VALOR-PAGTO To VALOR-A-APLICAR.
              Move "N" To SW-FIM-ARQ.

              Open Input ARQUIVO-RECEBER.
              If ERRO-REC Not = "00"
                 Display "Erro ao abrir ARQUIVO-RECEBER, status "
                    ERRO-REC
                 Move ERRO-REC To ERRO-REC-NOVO
                 GO TO BAIXAR-RECEBER-EXIT.

              Open Output ARQUIVO-REC-NOVO.
              If ERRO-REC-NOVO Not = "00"
                 Display "Erro ao abrir arquivo temporario, status "
                    ERRO-REC-NOVO
                 Close ARQUIVO-RECEBER
                 GO TO BAIXAR-RECEBER-EXIT.

              Perform COPIAR-RECEBER Until FIM-ARQ.

              Close ARQUIVO-RECEBER.
              Close ARQUIVO-REC-NOVO.

              Call "CBL_DELETE_FILE" Using NOME-REC-ARQUIVO.
              Call "CBL_RENAME_FILE" Using NOVO-REC-ARQUIVO
                 NOME-REC-ARQUIVO.

       BAIXAR-RECEBER-EXIT.
              EXIT.

       COPIAR-RECEBER.
              Read ARQUIVO-RECEBER
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If RC-CLIENTE = COD-BUSCA And RC-PAGO < RC-VALOR
                       And VALOR-A-APLICAR > Zeros
                       Perform APLICAR-PAGAMENTO
                    End-If
                    Move REG-RECEBER To REG-RECEBER-NOVO
                    Write REG-RECEBER-NOVO
              End-Read.

       APLICAR-PAGAMENTO.
              Compute SALDO-CUPOM = RC-VALOR - RC-PAGO.
              If VALOR-A-APLICAR < SALDO-CUPOM
                 Move VALOR-A-APLICAR To SALDO-CUPOM.
              Add SALDO-CUPOM To RC-PAGO.
              Subtract SALDO-CUPOM From VALOR-A-APLICAR.
              Move DATA-HOJE To RC-ULTIMO-PAGTO.

       GRAVAR-RECEBIMENTO.
              Open Extend ARQUIVO-RECEBIMENTOS.
              If ERRO-RCBM = "35"
                 Open Output ARQUIVO-RECEBIMENTOS.

              If ERRO-RCBM Not = "00"
                 Display "Erro ao abrir ARQUIVO-RECEBIMENTOS, status "
                    ERRO-RCBM
                 GO TO GRAVAR-RECEBIMENTO-EXIT.

              Move DATA-HOJE To RB-DATA.
              Move OPERADOR-CODIGO To RB-OPERADOR.
              Move COD-BUSCA To RB-CLIENTE.
              Move VALOR-PAGTO To RB-VALOR.
              Move FORMA-PAGTO To RB-FORMA-PAGTO.
              Write REG-RECEBIMENTO.

              If ERRO-RCBM Not = "00"
                 Display "Erro ao gravar REG-RECEBIMENTO, status "
                    ERRO-RCBM.

              Close ARQUIVO-RECEBIMENTOS.

       GRAVAR-RECEBIMENTO-EXIT.
              EXIT.

      * Open balances per customer and aging band. Days late use the
      * 360-day commercial calendar VALIDADE-LOTES counts with.
       RELATORIO-AGING.
              Move DATA-HOJE To DATA-DESDOB.
              Compute DIAS-HOJE = (ANO-DD * 360)
                 + (MES-DD * 30) + DIA-DD.

              Move Zeros To QTD-CLIENTES.
              Move "N" To SW-FIM-ARQ.
              Open Input ARQUIVO-CLIENTES.
              If ERRO-CLI Not = "00"
                 Display "Nenhum cliente cadastrado (CLIENTES.DAT "
                    "ausente)."
                 GO TO RELATORIO-AGING-EXIT.

              Perform CARREGAR-CLIENTE Until FIM-ARQ.
              Close ARQUIVO-CLIENTES.

              Move "N" To SW-FIM-ARQ.
              Open Input ARQUIVO-RECEBER.
              If ERRO-REC Not = "00"
                 Display "Nenhuma conta a receber (RECEBER.DAT "
                    "ausente)."
                 GO TO RELATORIO-AGING-EXIT.

              Perform CLASSIFICAR-RECEBER Until FIM-ARQ.
              Close ARQUIVO-RECEBER.

              Display "--- Contas a receber por vencimento em "
                 DATA-HOJE " ---".
              Display "Cliente Nome                    A vencer"
                 "     1-30    31-60    61-90   +90 d"
                 "      Total".
              Perform IMPRIMIR-CLIENTE Thru IMPRIMIR-CLIENTE-FIM
                 Varying IX-CLI From 1 By 1
                 Until IX-CLI > QTD-CLIENTES.

              Display "TOTAL                         "
                 With No Advancing.
              Perform IMPRIMIR-TOTAL-FAIXA
                 Varying IX-FAIXA From 1 By 1 Until IX-FAIXA > 5.
              Move TF-TOTAL To MASCARA.
              Display MASCARA.
              If QTD-SEM-CADASTRO > Zeros
                 Display "Contas de clientes fora do cadastro: "
                    QTD-SEM-CADASTRO " (incluidas no total)".
              Display "Clientes a bloquear..: " QTD-BLOQUEAR.

       RELATORIO-AGING-EXIT.
              EXIT.

       CARREGAR-CLIENTE.
              Read ARQUIVO-CLIENTES
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If QTD-CLIENTES < 300
                       Add 1 To QTD-CLIENTES
                       Set IX-CLI To QTD-CLIENTES
                       Initialize CLIENTE-TAB(IX-CLI)
                       Move CL-COD To TC-COD(IX-CLI)
                       Move CL-NOME To TC-NOME(IX-CLI)
                       Move CL-LIMITE To TC-LIMITE(IX-CLI)
                       Move CL-BLOQUEIO To TC-BLOQUEIO(IX-CLI)
                    Else
                       Display "Aviso: relacao de clientes cheia !"
                    End-If
              End-Read.

       CLASSIFICAR-RECEBER.
              Read ARQUIVO-RECEBER
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If RC-PAGO < RC-VALOR
                       Perform SOMAR-FAIXA
                    End-If
              End-Read.

       SOMAR-FAIXA.
              Compute SALDO-CUPOM = RC-VALOR - RC-PAGO.
              Move RC-VENCIMENTO To DATA-DESDOB.
              Compute DIAS-VENCIMENTO = (ANO-DD * 360)
                 + (MES-DD * 30) + DIA-DD.
              Compute DIAS-ATRASO = DIAS-HOJE - DIAS-VENCIMENTO.
              Evaluate True
                 When DIAS-ATRASO Not > Zeros
                    Move 1 To IX-FAIXA
                 When DIAS-ATRASO Not > 30
                    Move 2 To IX-FAIXA
                 When DIAS-ATRASO Not > 60
                    Move 3 To IX-FAIXA
                 When DIAS-ATRASO Not > 90
                    Move 4 To IX-FAIXA
                 When Other
                    Move 5 To IX-FAIXA
              End-Evaluate.

              Add SALDO-CUPOM To TF-FAIXA(IX-FAIXA) TF-TOTAL.

              Move "N" To SW-ACHOU.
              Perform PROCURAR-CLIENTE
                 Varying IX-CLI From 1 By 1
                 Until IX-CLI > QTD-CLIENTES Or ACHOU.
              If Not ACHOU
                 Add 1 To QTD-SEM-CADASTRO
                 Display "Aviso: cupom " RC-CUPOM " do cliente "
                    RC-CLIENTE " fora do cadastro.".

       PROCURAR-CLIENTE.
              If TC-COD(IX-CLI) = RC-CLIENTE
                 Move "S" To SW-ACHOU
                 Add SALDO-CUPOM To TC-FAIXA(IX-CLI, IX-FAIXA)
                    TC-TOTAL(IX-CLI)
                 If DIAS-ATRASO > DIAS-BLOQUEIO
                    Move "S" To TC-ATRASO(IX-CLI).

      * A customer shows only with an open balance; one more than
      * DIAS-BLOQUEIO days late, or owing beyond the limit, is
      * flagged BLOQUEAR unless already blocked on the cadastro.
       IMPRIMIR-CLIENTE.
              If TC-TOTAL(IX-CLI) = Zeros
                 GO TO IMPRIMIR-CLIENTE-FIM.

              Display TC-COD(IX-CLI) "   " TC-NOME(IX-CLI)(1:20) " "
                 With No Advancing.
              Perform IMPRIMIR-FAIXA
                 Varying IX-FAIXA From 1 By 1 Until IX-FAIXA > 5.
              Move TC-TOTAL(IX-CLI) To MASCARA.
              Display MASCARA " " With No Advancing.

              If TC-BLOQUEIO(IX-CLI) = "S"
                 Display "BLOQUEADO"
              Else
                 If TC-ATRASO-BLOQUEIO(IX-CLI)
                    Or TC-TOTAL(IX-CLI) > TC-LIMITE(IX-CLI)
                    Add 1 To QTD-BLOQUEAR
                    Display "BLOQUEAR"
                 Else
                    Display " ".

       IMPRIMIR-CLIENTE-FIM.
              EXIT.

       IMPRIMIR-FAIXA.
              Move TC-FAIXA(IX-CLI, IX-FAIXA) To MASCARA-CURTA.
              Display MASCARA-CURTA With No Advancing.

       IMPRIMIR-TOTAL-FAIXA.
              Move TF-FAIXA(IX-FAIXA) To MASCARA-CURTA.
              Display MASCARA-CURTA With No Advancing.
