      *             previous run's loop switches and accumulators
      *             (a second VENDA-BALCAO, for one, used to fall
      *             straight through its entry loop).
      * 2026-10-15  Folha entry 20 runs CUSTO-FOLHA, the employer
      *             charges and total cost of the folha.
      * 2026-10-15  New group 4 - Contabilidade: the plano de contas
      *             (CADASTRO-CONTAS) and, for a supervisor, the
      *             monthly export to the ledger (EXPORTAR-CONTABIL).
      * 2026-10-15  Folha entry 21 runs VARIACAO-FOLHA, the variance
      *             against the previous competencia.
      * 2026-10-15  Folha entries 22 and 23: the emprestimo
      *             consignado contracts (CADASTRO-CONSIGNADOS) and
      *             the monthly repasse to the banks
      *             (REPASSE-CONSIGNADO).
      * 2026-10-15  Folha entry 24: the pensao alimenticia orders
      *             (CADASTRO-PENSOES).
      * 2026-10-15  Folha entry 25: the dissidio coletivo (DISSIDIO),
      *             for a supervisor only.
      * 2026-10-15  Folha entry 26: the banco de horas adhesions and
      *             extrato (CADASTRO-BANCO-HORAS).
      * 2026-10-15  Folha entry 27: the jornadas de trabalho and their
      *             assignment per matricula (CADASTRO-JORNADAS).
      * 2026-10-15  Folha entry 28: the monthly declaration of
      *             admissions and desligamentos with the turnover
      *             report (MOVIMENTACAO-PESSOAL).
      * 2026-10-15  Estoque entries 14 and 15: the fiado customers
      *             (CADASTRO-CLIENTES) and their receivables,
      *             payments and aging (CONTAS-RECEBER).
      * 2026-10-15  Estoque entry 16: the supplier payables from the
      *             notas received against pedidos (CONTAS-PAGAR).
      * 2026-10-15  Estoque entry 17: the suppliers' quotations per
      *             product and their comparison (CADASTRO-COTACOES).
      * 2026-10-15  Estoque entry 18: the supplier scorecard
      *             (AVALIAR-FORNECEDORES).
      * 2026-10-15  Estoque entry 19: the reorder point recalculation
      *             from demand (RECALCULAR-MINIMO).
      * 2026-10-15  Estoque entry 20: kit composition and the kits the
      *             stock can assemble (CADASTRO-KITS).
      * 2026-10-15  Estoque entry 21: gross margin of the counter sales
      *             (MARGEM-VENDAS).
      * 2026-10-15  Estoque entry 22: the cycle-count plan by ABC band,
      *             its daily lists, overdue counts and accuracy
      *             (CONTAGEM-CICLICA).
      * 2026-10-15  Estoque entry 23: promotional prices by product
      *             or supplier and their results (CADASTRO-PROMOCOES).
      * 2026-10-15  Estoque entry 24: shelf labels with the barcode
      *             (EMITIR-ETIQUETAS).
      * 2026-10-15  Notas entry 11: which alunos are enrolled in each
      *             turma (CADASTRO-ENTURMACAO).
      * 2026-10-15  Notas entry 12: the teachers' turma assignments
      *             and workload (CADASTRO-ATRIBUICOES).
      * 2026-10-15  Notas entry 13: the planned class calendar and
      *             diario de classe (CADASTRO-CALENDARIO).
      * 2026-10-15  Notas entry 14: reconciles the PROVAS roster with
      *             ALUNOS.DAT and HISTORICO.DAT (RECONCILIAR-PROVAS).
      * 2026-10-15  Notas entry 15: end-of-period rollover of an
      *             encerrada turma into the next one (VIRAR-TURMA).
      * 2026-10-15  New group 5, auditoria, shown to a supervisor
      *             only: entry 01 queries the change log of the
      *             cadastros (CONSULTAR-ALTERACOES).
      * 2026-10-15  Auditoria entry 02: the access and sign-on
      *             security report (SEGURANCA-ACESSOS). Every request
      *             for a supervisor-only function is now recorded on
      *             SESSOES.DAT through REGISTRAR-ACESSO, entered or
      *             refused.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENU-PRINCIPAL.
       77  RESULTADO-LOGON PIC X(01) VALUE SPACE.
       77  GRUPO PIC 9(01) VALUE ZEROS.
       77  OPCAO PIC 9(02) VALUE ZEROS.
       77  PROGRAMA-RESTRITO PIC X(15) VALUE SPACES.
       77  RESULTADO-ACESSO PIC X(01) VALUE SPACE.
       77  SW-SAIR PIC X(01) VALUE "N".
           88 SAIR VALUE "S".

           DISPLAY "1 - Folha de pagamento".
           DISPLAY "2 - Estoque e vendas".
           DISPLAY "3 - Notas e turmas".
           DISPLAY "4 - Contabilidade".
           IF OPERADOR-SUPERVISOR
              DISPLAY "5 - Auditoria (superv.)".
           DISPLAY "0 - Sair".
           DISPLAY "Grupo:".
           ACCEPT GRUPO.
                 PERFORM MENU-ESTOQUE THRU MENU-ESTOQUE-EXIT
              WHEN 3
                 PERFORM MENU-NOTAS THRU MENU-NOTAS-EXIT
              WHEN 4
                 PERFORM MENU-CONTABIL THRU MENU-CONTABIL-EXIT
              WHEN 5
                 MOVE "MENU-AUDITORIA" TO PROGRAMA-RESTRITO
                 PERFORM EXIGIR-SUPERVISOR
                 IF OPERADOR-SUPERVISOR
                    PERFORM MENU-AUDITORIA THRU MENU-AUDITORIA-EXIT
                 END-IF
              WHEN OTHER
                 DISPLAY "Grupo invalido !"
           END-EVALUATE.
           IF OPERADOR-SUPERVISOR
              DISPLAY "18 - Fechamento mensal da folha (superv.)"
              DISPLAY "19 - Rescisao (superv.)".
           DISPLAY "20 - Encargos e custo total da folha".
           DISPLAY "21 - Variacao da folha entre competencias".
           DISPLAY "22 - Cadastro de emprestimos consignados".
           DISPLAY "23 - Repasse dos consignados aos bancos".
           DISPLAY "24 - Cadastro de pensoes alimenticias".
           IF OPERADOR-SUPERVISOR
              DISPLAY "25 - Dissidio coletivo (superv.)".
           DISPLAY "26 - Banco de horas (adesao e extrato)".
           DISPLAY "27 - Jornadas de trabalho".
           DISPLAY "28 - Movimentacao de pessoal e rotatividade".
           DISPLAY "00 - Voltar".
           DISPLAY "Opcao:".
           ACCEPT OPCAO.
                 CALL "VERIFICA-FOLHA"
                 CANCEL "VERIFICA-FOLHA"
              WHEN 18
                 MOVE "FECHAM.-FOLHA" TO PROGRAMA-RESTRITO
                 PERFORM EXIGIR-SUPERVISOR
                 IF OPERADOR-SUPERVISOR
                    CALL "FECHAMENTO-FOLHA"
                    CANCEL "FECHAMENTO-FOLHA"
                 END-IF
              WHEN 19
                 MOVE "RESCISAO" TO PROGRAMA-RESTRITO
                 PERFORM EXIGIR-SUPERVISOR
                 IF OPERADOR-SUPERVISOR
                    CALL "RESCISAO"
                    CANCEL "RESCISAO"
                 END-IF
              WHEN 20
                 CALL "CUSTO-FOLHA"
                 CANCEL "CUSTO-FOLHA"
              WHEN 21
                 CALL "VARIACAO-FOLHA"
                 CANCEL "VARIACAO-FOLHA"
              WHEN 22
                 CALL "CADASTRO-CONSIGNADOS"
                 CANCEL "CADASTRO-CONSIGNADOS"
              WHEN 23
                 CALL "REPASSE-CONSIGNADO"
                 CANCEL "REPASSE-CONSIGNADO"
              WHEN 24
                 CALL "CADASTRO-PENSOES"
                 CANCEL "CADASTRO-PENSOES"
              WHEN 25
                 MOVE "DISSIDIO" TO PROGRAMA-RESTRITO
                 PERFORM EXIGIR-SUPERVISOR
                 IF OPERADOR-SUPERVISOR
                    CALL "DISSIDIO"
                    CANCEL "DISSIDIO"
                 END-IF
              WHEN 26
                 CALL "CADASTRO-BANCO-HORAS"
                 CANCEL "CADASTRO-BANCO-HORAS"
              WHEN 27
                 CALL "CADASTRO-JORNADAS"
                 CANCEL "CADASTRO-JORNADAS"
              WHEN 28
                 CALL "MOVIMENTACAO-PESSOAL"
                 CANCEL "MOVIMENTACAO-PESSOAL"
              WHEN OTHER
                 DISPLAY "Opcao invalida !"
           END-EVALUATE.
           IF OPERADOR-SUPERVISOR
              DISPLAY "12 - Inventario fisico (superv.)"
              DISPLAY "13 - Manutencao de produtos (superv.)".
           DISPLAY "14 - Cadastro de clientes (fiado)".
           DISPLAY "15 - Contas a receber de clientes".
           DISPLAY "16 - Contas a pagar a fornecedores".
           DISPLAY "17 - Cotacoes de fornecedores".
           DISPLAY "18 - Desempenho de fornecedores".
           DISPLAY "19 - Recalculo do ponto de reposicao".
           DISPLAY "20 - Kits (composicao e montaveis)".
           DISPLAY "21 - Margem bruta das vendas".
           DISPLAY "22 - Contagem ciclica (plano e acuracia)".
           DISPLAY "23 - Promocoes (precos e resultado)".
           DISPLAY "24 - Etiquetas de gondola".
           DISPLAY "00 - Voltar".
           DISPLAY "Opcao:".
           ACCEPT OPCAO.
                 CALL "CADASTRO-FORNECEDORES"
                 CANCEL "CADASTRO-FORNECEDORES"
              WHEN 12
                 MOVE "INVENTARIO" TO PROGRAMA-RESTRITO
                 PERFORM EXIGIR-SUPERVISOR
                 IF OPERADOR-SUPERVISOR
                    CALL "INVENTARIO"
                    CANCEL "INVENTARIO"
                 END-IF
              WHEN 13
                 MOVE "MANUT.-PRODUTOS" TO PROGRAMA-RESTRITO
                 PERFORM EXIGIR-SUPERVISOR
                 IF OPERADOR-SUPERVISOR
                    CALL "MANUTENCAO-PRODUTOS"
                    CANCEL "MANUTENCAO-PRODUTOS"
                 END-IF
              WHEN 14
                 CALL "CADASTRO-CLIENTES"
                 CANCEL "CADASTRO-CLIENTES"
              WHEN 15
                 CALL "CONTAS-RECEBER"
                 CANCEL "CONTAS-RECEBER"
              WHEN 16
                 CALL "CONTAS-PAGAR"
                 CANCEL "CONTAS-PAGAR"
              WHEN 17
                 CALL "CADASTRO-COTACOES"
                 CANCEL "CADASTRO-COTACOES"
              WHEN 18
                 CALL "AVALIAR-FORNECEDORES"
                 CANCEL "AVALIAR-FORNECEDORES"
              WHEN 19
                 CALL "RECALCULAR-MINIMO"
                 CANCEL "RECALCULAR-MINIMO"
              WHEN 20
                 CALL "CADASTRO-KITS"
                 CANCEL "CADASTRO-KITS"
              WHEN 21
                 CALL "MARGEM-VENDAS"
                 CANCEL "MARGEM-VENDAS"
              WHEN 22
                 CALL "CONTAGEM-CICLICA"
                 CANCEL "CONTAGEM-CICLICA"
              WHEN 23
                 CALL "CADASTRO-PROMOCOES"
                 CANCEL "CADASTRO-PROMOCOES"
              WHEN 24
                 CALL "EMITIR-ETIQUETAS"
                 CANCEL "EMITIR-ETIQUETAS"
              WHEN OTHER
                 DISPLAY "Opcao invalida !"
           END-EVALUATE.
           DISPLAY "08 - Encerramento de turma".
           DISPLAY "09 - Manutencao do arquivo de provas".
           DISPLAY "10 - Listagem de provas".
           DISPLAY "11 - Enturmacao (alunos da turma)".
           DISPLAY "12 - Atribuicao de turmas a professores".
           DISPLAY "13 - Calendario e diario de classe".
           DISPLAY "14 - Reconciliacao provas x alunos".
           DISPLAY "15 - Virada de periodo da turma".
           DISPLAY "00 - Voltar".
           DISPLAY "Opcao:".
           ACCEPT OPCAO.
              WHEN 10
                 CALL "LISTAR-PROVAS"
                 CANCEL "LISTAR-PROVAS"
              WHEN 11
                 CALL "CADASTRO-ENTURMACAO"
                 CANCEL "CADASTRO-ENTURMACAO"
              WHEN 12
                 CALL "CADASTRO-ATRIBUICOES"
                 CANCEL "CADASTRO-ATRIBUICOES"
              WHEN 13
                 CALL "CADASTRO-CALENDARIO"
                 CANCEL "CADASTRO-CALENDARIO"
              WHEN 14
                 CALL "RECONCILIAR-PROVAS"
                 CANCEL "RECONCILIAR-PROVAS"
              WHEN 15
                 CALL "VIRAR-TURMA"
                 CANCEL "VIRAR-TURMA"
              WHEN OTHER
                 DISPLAY "Opcao invalida !"
           END-EVALUATE.
       MENU-NOTAS-EXIT.
           EXIT.

      * An export goes to the ledger once and for all, so it only
      * shows for a supervisor.
       MENU-CONTABIL.
           DISPLAY " ".
           DISPLAY "-- Contabilidade --".
           DISPLAY "01 - Plano de contas".
           IF OPERADOR-SUPERVISOR
              DISPLAY "02 - Exportacao contabil do mes (superv.)".
           DISPLAY "00 - Voltar".
           DISPLAY "Opcao:".
           ACCEPT OPCAO.

           EVALUATE OPCAO
              WHEN 00 CONTINUE
              WHEN 01
                 CALL "CADASTRO-CONTAS"
                 CANCEL "CADASTRO-CONTAS"
              WHEN 02
                 MOVE "EXPORTAR-CONTAB" TO PROGRAMA-RESTRITO
                 PERFORM EXIGIR-SUPERVISOR
                 IF OPERADOR-SUPERVISOR
                    CALL "EXPORTAR-CONTABIL"
                    CANCEL "EXPORTAR-CONTABIL"
                 END-IF
              WHEN OTHER
                 DISPLAY "Opcao invalida !"
           END-EVALUATE.

           MOVE ZEROS TO RETURN-CODE.

       MENU-CONTABIL-EXIT.
           EXIT.

      * The audit trail is for a supervisor's eyes only; the group
      * does not even show otherwise.
       MENU-AUDITORIA.
           DISPLAY " ".
           DISPLAY "-- Auditoria --".
           DISPLAY "01 - Consulta ao log de alteracoes".
           DISPLAY "02 - Seguranca de acessos (sessoes)".
           DISPLAY "00 - Voltar".
           DISPLAY "Opcao:".
           ACCEPT OPCAO.

           EVALUATE OPCAO
              WHEN 00 CONTINUE
              WHEN 01
                 CALL "CONSULTAR-ALTERACOES"
                 CANCEL "CONSULTAR-ALTERACOES"
              WHEN 02
                 CALL "SEGURANCA-ACESSOS"
                 CANCEL "SEGURANCA-ACESSOS"
              WHEN OTHER
                 DISPLAY "Opcao invalida !"
           END-EVALUATE.

           MOVE ZEROS TO RETURN-CODE.

       MENU-AUDITORIA-EXIT.
           EXIT.

      * Belt and suspenders: a hidden option keyed by number still
      * gets refused without the perfil. Either way the request goes
      * on SESSOES.DAT under the name in PROGRAMA-RESTRITO.
       EXIGIR-SUPERVISOR.
           IF NOT OPERADOR-SUPERVISOR
              DISPLAY "Funcao restrita a supervisores !"
              MOVE "R" TO RESULTADO-ACESSO
           ELSE
              MOVE "E" TO RESULTADO-ACESSO.
           CALL "REGISTRAR-ACESSO" USING PROGRAMA-RESTRITO,
              OPERADOR-CODIGO, RESULTADO-ACESSO.
           CANCEL "REGISTRAR-ACESSO".

       END PROGRAM MENU-PRINCIPAL.
