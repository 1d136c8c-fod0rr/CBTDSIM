      *----------------------------------------------------*
      * Modification History:
      * 2026-08-22  First version: incluir, consultar and alterar,
      *             with the alteration writing a corrected copy of
      *             the file that is then renamed over the original.
      *             The supplier's
      *             phone is keyed once here, with the DDD 11-99
      *             validation that used to live in PRODUTOS, so a
      *             fornecedor can no longer exist with three
      *             different phone numbers.
      * 2026-10-15  REG-FORN widened to 109 with the supplier's bank
      *             account, keyed here (banco zero = no account on
      *             file), which CONTAS-PAGAR credits through the
      *             supplier remessa.
      * 2026-10-15  The run now signs on through EFETUAR-LOGON, and
      *             every inclusion and every field an alteration
      *             changes goes to the common change log
      *             ALTERACOES.DAT through GRAVAR-ALTERACAO; the bank
      *             account fields are flagged sensitive.
      *----------------------------------------------------*

       Environment Division.
      *-----------------------*
       FD  ARQUIVO-FORNECEDORES
           Label Record Is Standard
           Record Contains 109 Characters
           Data Record Is REG-FORN
           Value Of File-Id "FORNECEDORES.DAT".

      * with a corrected record, copy-and-replace style.
       FD  ARQUIVO-FORN-NOVO
           Label Record Is Standard
           Record Contains 109 Characters
           Data Record Is REG-FORN-NOVO
           Value Of File-Id "FORNNOVO.DAT".

              FR-DDD BY FRN-DDD,
              FR-NUMERO BY FRN-NUMERO,
              FR-ENDERECO BY FRN-ENDERECO,
              FR-CONTATO BY FRN-CONTATO,
              FR-BANCO BY FRN-BANCO,
              FR-AGENCIA BY FRN-AGENCIA,
              FR-CONTA BY FRN-CONTA.

       Working-Storage Section.
      *-----------------------*
           88 ENCONTROU                          Value "S".
       77  SW-FIM-ARQ                     Pic X(01) Value "N".
           88 FIM-ARQ                            Value "S".
       77  OPERADOR-CODIGO                Pic 9(04) Value Zeros.
       77  OPERADOR-PERFIL                Pic X(01) Value Space.
       77  PROGRAMA-LOGON                 Pic X(15)
           Value "CADASTRO-FORN.".
       77  RESULTADO-LOGON                Pic X(01) Value Space.

       01  FORN-ENTRADA.
           COPY REGFORN REPLACING
              FR-DDD BY FE-DDD,
              FR-NUMERO BY FE-NUMERO,
              FR-ENDERECO BY FE-ENDERECO,
              FR-CONTATO BY FE-CONTATO,
              FR-BANCO BY FE-BANCO,
              FR-AGENCIA BY FE-AGENCIA,
              FR-CONTA BY FE-CONTA.

      * The record as it stood before an alteration, for the log.
       01  FORN-ANTERIOR.
           COPY REGFORN REPLACING
              FR-COD BY FA-COD,
              FR-RAZAO BY FA-RAZAO,
              FR-DDD BY FA-DDD,
              FR-NUMERO BY FA-NUMERO,
              FR-ENDERECO BY FA-ENDERECO,
              FR-CONTATO BY FA-CONTATO,
              FR-BANCO BY FA-BANCO,
              FR-AGENCIA BY FA-AGENCIA,
              FR-CONTA BY FA-CONTA.

       01  ALTERACAO-CADASTRO.
           COPY REGALTE.

       Procedure Division.
       INICIO.
              Display "*--- Cadastro de Fornecedores ---*".

      * Sign-on through the shared EFETUAR-LOGON: the operator's
      * codigo signs every line this run leaves on the change log.
              Call "EFETUAR-LOGON" Using PROGRAMA-LOGON,
                 OPERADOR-CODIGO, OPERADOR-PERFIL, RESULTADO-LOGON.
              If RESULTADO-LOGON Not = "S"
                 Display "Identificacao recusada, encerrando."
                 Move 8 To RETURN-CODE
                 Goback.

              Display "1 - Incluir fornecedor".
              Display "2 - Consultar fornecedor".
              Display "3 - Alterar fornecedor".
              Write REG-FORN.

              If ERRO-FORN Not = "00"
                 Display "Erro ao gravar REG-FORN, status " ERRO-FORN
              Else
                 Perform REGISTRAR-INCLUSAO.

              Close ARQUIVO-FORNECEDORES.
              Display "Fornecedor incluido.".
              Accept FE-ENDERECO.
              Display "Contato..............:".
              Accept FE-CONTATO.
              Move Zeros To FE-BANCO FE-AGENCIA FE-CONTA.
              Display "Banco (zero se nao houver conta):".
              Accept FE-BANCO.
              If FE-BANCO > Zeros
                 Perform ENTRAR-AGENCIA Until FE-AGENCIA > Zeros
                 Perform ENTRAR-CONTA Until FE-CONTA > Zeros.

       ENTRAR-AGENCIA.
              Display "Agencia..............:".
              Accept FE-AGENCIA.
              If FE-AGENCIA = Zeros
                 Display "Agencia invalida !".

       ENTRAR-CONTA.
              Display "Conta................:".
              Accept FE-CONTA.
              If FE-CONTA = Zeros
                 Display "Conta invalida !".

       ENTRAR-RAZAO.
              Display "Razao social.........:".
                 FE-NUMERO.
              Display "Endereco.............: " FE-ENDERECO.
              Display "Contato..............: " FE-CONTATO.
              If FE-BANCO Is Numeric And FE-BANCO > Zeros
                 Display "Banco/agencia/conta..: " FE-BANCO " / "
                    FE-AGENCIA " / " FE-CONTA
              Else
                 Display "Banco/agencia/conta..: nao informado".

      * Sequential scan of FORNECEDORES.DAT for COD-BUSCA; when
      * found the whole record is left in FORN-ENTRADA.
                    End-If
              End-Read.

      * Corrects one fornecedor by rewriting the file, since LINE
      * SEQUENTIAL has no REWRITE: every record is copied to a new
      * file with the corrected one in place, then the original is
      * deleted and the copy renamed over it.
       ALTERAR-FORNECEDOR.
              Perform ENTRAR-COD-FORN Until COD-BUSCA > Zeros.


              Display "Dados atuais :".
              Perform EXIBIR-FORNECEDOR.
              Move FORN-ENTRADA To FORN-ANTERIOR.
              Display "Informe os novos dados :".
              Perform ENTRAR-DADOS-FORNECEDOR.

              Call "CBL_RENAME_FILE" Using NOVO-FORN-ARQUIVO
                 NOME-FORN-ARQUIVO.

              Perform REGISTRAR-ALTERACOES.

              Display "Fornecedor alterado.".

       ALTERAR-FORNECEDOR-EXIT.
                    End-If
                    Write REG-FORN-NOVO
              End-Read.

      * One change-log line for the new fornecedor, one per field an
      * alteration offers - GRAVAR-ALTERACAO drops those that came
      * back unchanged. The bank account is where CONTAS-PAGAR pays,
      * so it carries the sensitive flag.
       REGISTRAR-INCLUSAO.
              Move "I" To LA-OPERACAO.
              Move "N" To LA-SENSIVEL.
              Move "RAZAO" To LA-CAMPO.
              Move Spaces To LA-VALOR-ANTIGO.
              Move FE-RAZAO To LA-VALOR-NOVO.
              Perform GRAVAR-LOG-ALTERACAO.

       REGISTRAR-ALTERACOES.
              Move "A" To LA-OPERACAO.
              Move "N" To LA-SENSIVEL.
              Move "RAZAO" To LA-CAMPO.
              Move FA-RAZAO To LA-VALOR-ANTIGO.
              Move FE-RAZAO To LA-VALOR-NOVO.
              Perform GRAVAR-LOG-ALTERACAO.
              Move "DDD" To LA-CAMPO.
              Move FA-DDD To LA-VALOR-ANTIGO.
              Move FE-DDD To LA-VALOR-NOVO.
              Perform GRAVAR-LOG-ALTERACAO.
              Move "TELEFONE" To LA-CAMPO.
              Move FA-NUMERO To LA-VALOR-ANTIGO.
              Move FE-NUMERO To LA-VALOR-NOVO.
              Perform GRAVAR-LOG-ALTERACAO.
              Move "ENDERECO" To LA-CAMPO.
              Move FA-ENDERECO To LA-VALOR-ANTIGO.
              Move FE-ENDERECO To LA-VALOR-NOVO.
              Perform GRAVAR-LOG-ALTERACAO.
              Move "CONTATO" To LA-CAMPO.
              Move FA-CONTATO To LA-VALOR-ANTIGO.
              Move FE-CONTATO To LA-VALOR-NOVO.
              Perform GRAVAR-LOG-ALTERACAO.

              Move "S" To LA-SENSIVEL.
              Move "BANCO" To LA-CAMPO.
              Move FA-BANCO To LA-VALOR-ANTIGO.
              Move FE-BANCO To LA-VALOR-NOVO.
              Perform GRAVAR-LOG-ALTERACAO.
              Move "AGENCIA" To LA-CAMPO.
              Move FA-AGENCIA To LA-VALOR-ANTIGO.
              Move FE-AGENCIA To LA-VALOR-NOVO.
              Perform GRAVAR-LOG-ALTERACAO.
              Move "CONTA" To LA-CAMPO.
              Move FA-CONTA To LA-VALOR-ANTIGO.
              Move FE-CONTA To LA-VALOR-NOVO.
              Perform GRAVAR-LOG-ALTERACAO.

       GRAVAR-LOG-ALTERACAO.
              Move OPERADOR-CODIGO To LA-OPERADOR.
              Move "FORNECEDORES" To LA-ARQUIVO.
              Move COD-BUSCA To LA-CHAVE.
              Call "GRAVAR-ALTERACAO" Using ALTERACAO-CADASTRO.
