       Identification Division.
      *----------------------------------------------------*
       Program-Id.   CADASTRO-CLIENTES.
       Author.       BERGAMASCHI, MARCELO.
       Date-Written. 2026-10-15.
       Date-Compiled.
       Installation. IFSP-Cubatao.
       Security.     CADASTRO DE CLIENTES.
      *----------------------------------------------------*
      * Modification History:
      * 2026-10-15  First version: incluir, consultar and alterar
      *             the customers allowed to buy fiado at the
      *             counter - codigo, nome, CPF (check digits
      *             conferred, one customer per CPF), telefone,
      *             limite de credito, bloqueio and the day of the
      *             month the tab is paid - on CLIENTES.DAT, the
      *             alteration rewriting the file copy-and-replace
      *             like CADASTRO-FORNECEDORES. The consulta shows
      *             the open balance on RECEBER.DAT. The tab stops
      *             living on a paper card next to the register.
      * 2026-10-15  The run now signs on through EFETUAR-LOGON, and
      *             inclusions and alterations go to the common
      *             change log ALTERACOES.DAT through GRAVAR-
      *             ALTERACAO; the limite and the bloqueio are
      *             flagged sensitive.
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

           Select ARQUIVO-CLI-NOVO Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-CLI-NOVO.

           Select ARQUIVO-RECEBER Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-REC.

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

      * Work file used by ALTERAR-CLIENTE to rewrite the cadastro
      * with a corrected record, copy-and-replace style.
       FD  ARQUIVO-CLI-NOVO
           Label Record Is Standard
           Record Contains 67 Characters
           Data Record Is REG-CLIENTE-NOVO
           Value Of File-Id "CLINOVO.DAT".

       01  REG-CLIENTE-NOVO Pic X(67).

       FD  ARQUIVO-RECEBER
           Label Record Is Standard
           Record Contains 57 Characters
           Data Record Is REG-RECEBER
           Value Of File-Id "RECEBER.DAT".

       01  REG-RECEBER.
           COPY REGRECE.

       Working-Storage Section.
      *-----------------------*
       77  ERRO-CLI                       Pic X(02) Value "00".
       77  ERRO-CLI-NOVO                  Pic X(02) Value "00".
       77  ERRO-REC                       Pic X(02) Value "00".
       77  NOME-CLI-ARQUIVO               Pic X(12)
           Value "CLIENTES.DAT".
       77  NOVO-CLI-ARQUIVO               Pic X(11)
           Value "CLINOVO.DAT".
       77  CC-OPCAO                       Pic 9(01) Value Zeros.
       77  COD-BUSCA                      Pic 9(05) Value Zeros.
       77  SW-ENCONTROU                   Pic X(01) Value "N".
           88 ENCONTROU                          Value "S".
       77  SW-FIM-ARQ                     Pic X(01) Value "N".
           88 FIM-ARQ                            Value "S".
       77  SW-CPF-VALIDO                  Pic X(01) Value "N".
           88 CPF-VALIDO                         Value "S".
       77  SW-CPF-REPETIDO                Pic X(01) Value "N".
           88 CPF-REPETIDO                       Value "S".
       77  SW-DIGITOS-IGUAIS              Pic X(01) Value "N".
           88 DIGITOS-IGUAIS                     Value "S".
       77  IX-DIG                         Pic 9(02) Comp Value Zeros.
       77  SOMA-CPF                       Pic 9(04) Value Zeros.
       77  QUOCIENTE-CPF                  Pic 9(04) Value Zeros.
       77  RESTO-CPF                      Pic 9(02) Value Zeros.
       77  DV-CALCULADO                   Pic 9(01) Value Zeros.
       77  SALDO-ABERTO                   Pic 9(08)V99 Value Zeros.
       77  QTD-ABERTAS                    Pic 9(04) Value Zeros.
       77  MASCARA                        Pic ZZ.ZZZ.ZZ9,99.
       77  OPERADOR-CODIGO                Pic 9(04) Value Zeros.
       77  OPERADOR-PERFIL                Pic X(01) Value Space.
       77  PROGRAMA-LOGON                 Pic X(15)
           Value "CADASTRO-CLI.".
       77  RESULTADO-LOGON                Pic X(01) Value Space.

       01  CLI-ENTRADA.
           COPY REGCLIE REPLACING
              CL-COD BY CE-COD,
              CL-NOME BY CE-NOME,
              CL-CPF BY CE-CPF,
              CL-DDD BY CE-DDD,
              CL-TELEFONE BY CE-TELEFONE,
              CL-LIMITE BY CE-LIMITE,
              CL-BLOQUEIO BY CE-BLOQUEIO,
              CLIENTE-BLOQUEADO BY CE-BLOQUEADO,
              CLIENTE-LIBERADO BY CE-LIBERADO,
              CL-DIA-VENCIMENTO BY CE-DIA-VENCIMENTO.

      * The record as it stood before an alteration, for the log.
       01  CLI-ANTERIOR.
           COPY REGCLIE REPLACING
              CL-COD BY CA-COD,
              CL-NOME BY CA-NOME,
              CL-CPF BY CA-CPF,
              CL-DDD BY CA-DDD,
              CL-TELEFONE BY CA-TELEFONE,
              CL-LIMITE BY CA-LIMITE,
              CL-BLOQUEIO BY CA-BLOQUEIO,
              CLIENTE-BLOQUEADO BY CA-BLOQUEADO,
              CLIENTE-LIBERADO BY CA-LIBERADO,
              CL-DIA-VENCIMENTO BY CA-DIA-VENCIMENTO.

       01  ALTERACAO-CADASTRO.
           COPY REGALTE.

      * The CPF as its eleven digits, for the check-digit rule.
       01  CPF-CONFERENCIA                Pic 9(11) Value Zeros.
       01  CPF-DIGITOS Redefines CPF-CONFERENCIA.
           05 CPF-DIG                     Pic 9(01) Occurs 11 Times.

       Procedure Division.
       INICIO.
              Display "*--- Cadastro de Clientes ---*".

      * Sign-on through the shared EFETUAR-LOGON: the operator's
      * codigo signs every line this run leaves on the change log.
              Call "EFETUAR-LOGON" Using PROGRAMA-LOGON,
                 OPERADOR-CODIGO, OPERADOR-PERFIL, RESULTADO-LOGON.
              If RESULTADO-LOGON Not = "S"
                 Display "Identificacao recusada, encerrando."
                 Move 8 To RETURN-CODE
                 Goback.

              Display "1 - Incluir cliente".
              Display "2 - Consultar cliente".
              Display "3 - Alterar cliente".
              Display "Opcao:".
              Accept CC-OPCAO.

              Evaluate CC-OPCAO
                 When 2
                    Perform CONSULTAR-CLIENTE
                       Thru CONSULTAR-CLIENTE-EXIT
                 When 3
                    Perform ALTERAR-CLIENTE
                       Thru ALTERAR-CLIENTE-EXIT
                 When Other
                    Perform INCLUIR-CLIENTE
                       Thru INCLUIR-CLIENTE-EXIT
              End-Evaluate.

              Goback.

       INCLUIR-CLIENTE.
              Perform ENTRAR-COD-CLIENTE Until COD-BUSCA > Zeros.

              Perform LOCALIZAR-CLIENTE Thru LOCALIZAR-CLIENTE-EXIT.
              If ENCONTROU
                 Display "Cliente ja cadastrado !"
                 GO TO INCLUIR-CLIENTE-EXIT.

              Move COD-BUSCA To CE-COD.
              Perform ENTRAR-DADOS-CLIENTE.

              Perform CONFERIR-CPF-REPETIDO
                 Thru CONFERIR-CPF-REPETIDO-EXIT.
              If CPF-REPETIDO
                 Display "CPF ja cadastrado para outro cliente !"
                 GO TO INCLUIR-CLIENTE-EXIT.

              Open Extend ARQUIVO-CLIENTES.
              If ERRO-CLI = "35"
                 Open Output ARQUIVO-CLIENTES.

              If ERRO-CLI Not = "00"
                 Display "Erro ao abrir ARQUIVO-CLIENTES, status "
                    ERRO-CLI
                 GO TO INCLUIR-CLIENTE-EXIT.

              Move CLI-ENTRADA To REG-CLIENTE.
              Write REG-CLIENTE.

              If ERRO-CLI Not = "00"
                 Display "Erro ao gravar REG-CLIENTE, status " ERRO-CLI
              Else
                 Perform REGISTRAR-INCLUSAO.

              Close ARQUIVO-CLIENTES.
              Display "Cliente incluido.".

       INCLUIR-CLIENTE-EXIT.
              EXIT.

       ENTRAR-COD-CLIENTE.
              Display "Codigo do cliente (maior que zero):".
              Accept COD-BUSCA.
              If COD-BUSCA = Zeros
                 Display "Codigo invalido !".

       ENTRAR-DADOS-CLIENTE.
              Move Spaces To CE-NOME.
              Perform ENTRAR-NOME Until CE-NOME Not = Spaces.
              Move "N" To SW-CPF-VALIDO.
              Perform ENTRAR-CPF Until CPF-VALIDO.
              Move Zeros To CE-DDD.
              Perform ENTRAR-DDD
                 Until CE-DDD Not < 11 And CE-DDD Not > 99.
              Move Zeros To CE-TELEFONE.
              Perform ENTRAR-TELEFONE Until CE-TELEFONE > Zeros.
              Display "Limite de credito....:".
              Accept CE-LIMITE.
              Move Zeros To CE-DIA-VENCIMENTO.
              Perform ENTRAR-DIA-VENCIMENTO
                 Until CE-DIA-VENCIMENTO > Zeros
                   And CE-DIA-VENCIMENTO Not > 28.
              Move Space To CE-BLOQUEIO.
              Perform ENTRAR-BLOQUEIO
                 Until CE-BLOQUEADO Or CE-LIBERADO.

       ENTRAR-NOME.
              Display "Nome.................:".
              Accept CE-NOME.
              If CE-NOME = Spaces
                 Display "Nao pode ficar em branco !".

       ENTRAR-CPF.
              Display "CPF (somente numeros):".
              Accept CE-CPF.
              Move CE-CPF To CPF-CONFERENCIA.
              Perform CONFERIR-CPF Thru CONFERIR-CPF-EXIT.
              If Not CPF-VALIDO
                 Display "CPF invalido !".

      * DDD is a two-digit Brazilian area code; valid ranges run
      * from 11 through 99, same rule CADASTRO-FORNECEDORES applies.
       ENTRAR-DDD.
              Display "DDD (11 a 99)........:".
              Accept CE-DDD.
              If CE-DDD < 11 Or CE-DDD > 99
                 Display "DDD invalido !".

       ENTRAR-TELEFONE.
              Display "Numero do telefone...:".
              Accept CE-TELEFONE.
              If CE-TELEFONE = Zeros
                 Display "Numero de telefone invalido !".

       ENTRAR-DIA-VENCIMENTO.
              Display "Dia de pagamento (1 a 28):".
              Accept CE-DIA-VENCIMENTO.
              If CE-DIA-VENCIMENTO = Zeros Or CE-DIA-VENCIMENTO > 28
                 Display "Dia invalido !".

       ENTRAR-BLOQUEIO.
              Display "Bloqueado para fiado (S/N):".
              Accept CE-BLOQUEIO.
              If CE-BLOQUEIO = "s"
                 Move "S" To CE-BLOQUEIO.
              If CE-BLOQUEIO = "n"
                 Move "N" To CE-BLOQUEIO.
              If Not CE-BLOQUEADO And Not CE-LIBERADO
                 Display "Responda S ou N !".

      * Receita Federal rule: each check digit is 11 minus the
      * remainder by 11 of the digits before it weighted from 2
      * rightwards (zero when the remainder is under 2). Eleven
      * equal digits pass the rule but are no CPF.
       CONFERIR-CPF.
              Move "N" To SW-CPF-VALIDO.
              Move "S" To SW-DIGITOS-IGUAIS.
              Perform COMPARAR-DIGITO
                 Varying IX-DIG From 2 By 1 Until IX-DIG > 11.
              If DIGITOS-IGUAIS
                 GO TO CONFERIR-CPF-EXIT.

              Move Zeros To SOMA-CPF.
              Perform SOMAR-DIGITO-1
                 Varying IX-DIG From 1 By 1 Until IX-DIG > 9.
              Perform CALCULAR-DV.
              If DV-CALCULADO Not = CPF-DIG(10)
                 GO TO CONFERIR-CPF-EXIT.

              Move Zeros To SOMA-CPF.
              Perform SOMAR-DIGITO-2
                 Varying IX-DIG From 1 By 1 Until IX-DIG > 10.
              Perform CALCULAR-DV.
              If DV-CALCULADO Not = CPF-DIG(11)
                 GO TO CONFERIR-CPF-EXIT.

              Move "S" To SW-CPF-VALIDO.

       CONFERIR-CPF-EXIT.
              EXIT.

       COMPARAR-DIGITO.
              If CPF-DIG(IX-DIG) Not = CPF-DIG(1)
                 Move "N" To SW-DIGITOS-IGUAIS.

       SOMAR-DIGITO-1.
              Compute SOMA-CPF = SOMA-CPF
                 + CPF-DIG(IX-DIG) * (11 - IX-DIG).

       SOMAR-DIGITO-2.
              Compute SOMA-CPF = SOMA-CPF
                 + CPF-DIG(IX-DIG) * (12 - IX-DIG).

       CALCULAR-DV.
              Divide SOMA-CPF By 11 Giving QUOCIENTE-CPF
                 Remainder RESTO-CPF.
              If RESTO-CPF < 2
                 Move Zeros To DV-CALCULADO
              Else
                 Compute DV-CALCULADO = 11 - RESTO-CPF.

      * One customer per CPF: any other codigo already holding it
      * refuses the inclusion or alteration.
       CONFERIR-CPF-REPETIDO.
              Move "N" To SW-CPF-REPETIDO SW-FIM-ARQ.

              Open Input ARQUIVO-CLIENTES.
              If ERRO-CLI Not = "00"
                 GO TO CONFERIR-CPF-REPETIDO-EXIT.

              Perform LER-CPF-CLIENTE Until CPF-REPETIDO Or FIM-ARQ.

              Close ARQUIVO-CLIENTES.

       CONFERIR-CPF-REPETIDO-EXIT.
              EXIT.

       LER-CPF-CLIENTE.
              Read ARQUIVO-CLIENTES
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If CL-CPF = CE-CPF And CL-COD Not = CE-COD
                       Move "S" To SW-CPF-REPETIDO
                    End-If
              End-Read.

       CONSULTAR-CLIENTE.
              Perform ENTRAR-COD-CLIENTE Until COD-BUSCA > Zeros.

              Perform LOCALIZAR-CLIENTE Thru LOCALIZAR-CLIENTE-EXIT.
              If Not ENCONTROU
                 Display "Cliente nao cadastrado !"
                 GO TO CONSULTAR-CLIENTE-EXIT.

              Perform EXIBIR-CLIENTE.
              Perform APURAR-SALDO Thru APURAR-SALDO-EXIT.
              Move SALDO-ABERTO To MASCARA.
              Display "Contas em aberto.....: " QTD-ABERTAS
                 ", saldo devedor " MASCARA.

       CONSULTAR-CLIENTE-EXIT.
              EXIT.

       EXIBIR-CLIENTE.
              Display "Codigo...............: " CE-COD.
              Display "Nome.................: " CE-NOME.
              Display "CPF..................: " CE-CPF.
              Display "Telefone.............: (" CE-DDD ") "
                 CE-TELEFONE.
              Move CE-LIMITE To MASCARA.
              Display "Limite de credito....: " MASCARA.
              Display "Dia de pagamento.....: " CE-DIA-VENCIMENTO.
              If CE-BLOQUEADO
                 Display "Situacao.............: BLOQUEADO"
              Else
                 Display "Situacao.............: LIBERADO".

      * Open balance of COD-BUSCA on RECEBER.DAT.
       APURAR-SALDO.
              Move Zeros To SALDO-ABERTO QTD-ABERTAS.
              Move "N" To SW-FIM-ARQ.

              Open Input ARQUIVO-RECEBER.
              If ERRO-REC Not = "00"
                 GO TO APURAR-SALDO-EXIT.

              Perform LER-RECEBER Until FIM-ARQ.

              Close ARQUIVO-RECEBER.

       APURAR-SALDO-EXIT.
              EXIT.

       LER-RECEBER.
              Read ARQUIVO-RECEBER
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If RC-CLIENTE = COD-BUSCA And RC-PAGO < RC-VALOR
                       Add 1 To QTD-ABERTAS
                       Compute SALDO-ABERTO = SALDO-ABERTO
                          + RC-VALOR - RC-PAGO
                    End-If
              End-Read.

      * Sequential scan of CLIENTES.DAT for COD-BUSCA; when found
      * the whole record is left in CLI-ENTRADA.
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
                       Move REG-CLIENTE To CLI-ENTRADA
                    End-If
              End-Read.

      * Corrects one cliente by the same copy-and-replace rewrite
      * CADASTRO-FORNECEDORES uses, since LINE SEQUENTIAL has no
      * REWRITE.
       ALTERAR-CLIENTE.
              Perform ENTRAR-COD-CLIENTE Until COD-BUSCA > Zeros.

              Perform LOCALIZAR-CLIENTE Thru LOCALIZAR-CLIENTE-EXIT.
              If Not ENCONTROU
                 Display "Cliente nao cadastrado !"
                 GO TO ALTERAR-CLIENTE-EXIT.

              Display "Dados atuais :".
              Perform EXIBIR-CLIENTE.
              Move CLI-ENTRADA To CLI-ANTERIOR.
              Display "Informe os novos dados :".
              Perform ENTRAR-DADOS-CLIENTE.

              Perform CONFERIR-CPF-REPETIDO
                 Thru CONFERIR-CPF-REPETIDO-EXIT.
              If CPF-REPETIDO
                 Display "CPF ja cadastrado para outro cliente !"
                 GO TO ALTERAR-CLIENTE-EXIT.

              Move "N" To SW-ENCONTROU SW-FIM-ARQ.

              Open Input ARQUIVO-CLIENTES.
              If ERRO-CLI Not = "00"
                 Display "Erro ao abrir ARQUIVO-CLIENTES, status "
                    ERRO-CLI
                 GO TO ALTERAR-CLIENTE-EXIT.

              Open Output ARQUIVO-CLI-NOVO.
              If ERRO-CLI-NOVO Not = "00"
                 Display "Erro ao abrir arquivo temporario, status "
                    ERRO-CLI-NOVO
                 Close ARQUIVO-CLIENTES
                 GO TO ALTERAR-CLIENTE-EXIT.

              Perform COPIAR-CLIENTE Until FIM-ARQ.

              Close ARQUIVO-CLIENTES.
              Close ARQUIVO-CLI-NOVO.

              Call "CBL_DELETE_FILE" Using NOME-CLI-ARQUIVO.
              Call "CBL_RENAME_FILE" Using NOVO-CLI-ARQUIVO
                 NOME-CLI-ARQUIVO.

              Perform REGISTRAR-ALTERACOES.

              Display "Cliente alterado.".

       ALTERAR-CLIENTE-EXIT.
              EXIT.

       COPIAR-CLIENTE.
              Read ARQUIVO-CLIENTES
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If CL-COD = COD-BUSCA
                       Move CLI-ENTRADA To REG-CLIENTE-NOVO
                    Else
                       Move REG-CLIENTE To REG-CLIENTE-NOVO
                    End-If
                    Write REG-CLIENTE-NOVO
              End-Read.

      * One change-log line for the new cliente, one per field an
      * alteration offers - GRAVAR-ALTERACAO drops those that came
      * back unchanged. The limite and the bloqueio decide how much
      * fiado goes out of the door, so they carry the sensitive
      * flag.
       REGISTRAR-INCLUSAO.
              Move "I" To LA-OPERACAO.
              Move "N" To LA-SENSIVEL.
              Move "NOME" To LA-CAMPO.
              Move Spaces To LA-VALOR-ANTIGO.
              Move CE-NOME To LA-VALOR-NOVO.
              Perform GRAVAR-LOG-ALTERACAO.
              Move "S" To LA-SENSIVEL.
              Move "LIMITE" To LA-CAMPO.
              Move CE-LIMITE To MASCARA.
              Move MASCARA To LA-VALOR-NOVO.
              Perform GRAVAR-LOG-ALTERACAO.

       REGISTRAR-ALTERACOES.
              Move "A" To LA-OPERACAO.
              Move "N" To LA-SENSIVEL.
              Move "NOME" To LA-CAMPO.
              Move CA-NOME To LA-VALOR-ANTIGO.
              Move CE-NOME To LA-VALOR-NOVO.
              Perform GRAVAR-LOG-ALTERACAO.
              Move "CPF" To LA-CAMPO.
              Move CA-CPF To LA-VALOR-ANTIGO.
              Move CE-CPF To LA-VALOR-NOVO.
              Perform GRAVAR-LOG-ALTERACAO.
              Move "DDD" To LA-CAMPO.
              Move CA-DDD To LA-VALOR-ANTIGO.
              Move CE-DDD To LA-VALOR-NOVO.
              Perform GRAVAR-LOG-ALTERACAO.
              Move "TELEFONE" To LA-CAMPO.
              Move CA-TELEFONE To LA-VALOR-ANTIGO.
              Move CE-TELEFONE To LA-VALOR-NOVO.
              Perform GRAVAR-LOG-ALTERACAO.
              Move "DIA-PAGTO" To LA-CAMPO.
              Move CA-DIA-VENCIMENTO To LA-VALOR-ANTIGO.
              Move CE-DIA-VENCIMENTO To LA-VALOR-NOVO.
              Perform GRAVAR-LOG-ALTERACAO.

              Move "S" To LA-SENSIVEL.
              Move "LIMITE" To LA-CAMPO.
              Move CA-LIMITE To MASCARA.
              Move MASCARA To LA-VALOR-ANTIGO.
              Move CE-LIMITE To MASCARA.
              Move MASCARA To LA-VALOR-NOVO.
              Perform GRAVAR-LOG-ALTERACAO.
              Move "BLOQUEIO" To LA-CAMPO.
              Move CA-BLOQUEIO To LA-VALOR-ANTIGO.
              Move CE-BLOQUEIO To LA-VALOR-NOVO.
              Perform GRAVAR-LOG-ALTERACAO.

       GRAVAR-LOG-ALTERACAO.
              Move OPERADOR-CODIGO To LA-OPERADOR.
              Move "CLIENTES" To LA-ARQUIVO.
              Move COD-BUSCA To LA-CHAVE.
              Call "GRAVAR-ALTERACAO" Using ALTERACAO-CADASTRO.
