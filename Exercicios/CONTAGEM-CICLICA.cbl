       Identification Division.
      *----------------------------------------------------*
       Program-Id.   CONTAGEM-CICLICA.
       Author.       BERGAMASCHI, MARCELO.
       Date-Written. 2026-10-15.
       Date-Compiled.
       Installation. IFSP-Cubatao.
       Security.     PLANO DE CONTAGEM CICLICA.
      *----------------------------------------------------*
      * Modification History:
      * 2026-10-15  First version: cycle counting by ABC band. The
      *             catalog is banded on the saida value of an
      *             operator-given period by the CURVA-ABC rule (A up
      *             to 80%, B up to 95%, C the rest, no saida is C)
      *             and spread over the next working days - A items
      *             monthly, B quarterly, C twice a year - most
      *             overdue first, into PLANOCIC.DAT. Option 2 lists
      *             a day's counts per location (deposito and loja)
      *             for INVENTARIO to confer, option 3 flags the
      *             products overdue for a count by CONTAGENS.DAT,
      *             and option 4 reports the count accuracy per band
      *             (share of counts with no divergence) month over
      *             month.
      * 2026-10-15  REGPROD widened to 87 with the EAN-13 barcode
      *             (EAN-ARQ).
      * 2026-10-15  The banding period also reads the yearly history
      *             files (MOVESTOQ-AAAA.DAT) RETENCAO-DADOS moves the
      *             closed months to, as CURVA-ABC does.
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
           Select ARQUIVO-MOVIMENTO Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-MOV.

      * One year of moved history per file, named by the year.
           Select ARQUIVO-MOV-ANUAL Assign to Dynamic NOME-MOV-ANUAL
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-MOV-ANUAL.

           Select ARQUIVO-PRODUTOS Assign to DISK
           Organization Is Indexed
           Access Mode Is Dynamic
           Record Key Is COD-ARQ
           File Status Is ERRO-PROD.

           Select ARQUIVO-KITS Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-KIT.

           Select ARQUIVO-CONTAGENS Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-CONT.

           Select ARQUIVO-PLANO Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-PLANO.

           Select ARQUIVO-FERIADOS Assign to DISK
           Organization Is Line Sequential
           Access Mode Is Sequential
           File Status Is ERRO-FER.

       Data Division.
      *----------------------------------------------------*
       File Section.
      *-----------------------*
       FD  ARQUIVO-MOVIMENTO
           Label Record Is Standard
           Record Contains 45 Characters
           Data Record Is REG-MOVIMENTO
           Value Of File-Id "MOVESTOQ.DAT".

       01  REG-MOVIMENTO.
           COPY REGMOV.

       FD  ARQUIVO-MOV-ANUAL
           Label Record Is Standard
           Record Contains 45 Characters
           Data Record Is REG-MOV-ANUAL.

       01  REG-MOV-ANUAL                  Pic X(45).

       FD  ARQUIVO-PRODUTOS
           Label Record Is Standard
           Record Contains 87 Characters
           Data Record Is REGPROD-ARQ
           Value Of File-Id "PRODUTOS.DAT".

       01  REGPROD-ARQ.
           COPY REGPROD.

       FD  ARQUIVO-KITS
           Label Record Is Standard
           Record Contains 13 Characters
           Data Record Is REG-KIT
           Value Of File-Id "KITS.DAT".

       01  REG-KIT.
           COPY REGKIT.

       FD  ARQUIVO-CONTAGENS
           Label Record Is Standard
           Record Contains 22 Characters
           Data Record Is REG-CONTAGEM
           Value Of File-Id "CONTAGENS.DAT".

       01  REG-CONTAGEM.
           COPY REGCONT.

       FD  ARQUIVO-PLANO
           Label Record Is Standard
           Record Contains 24 Characters
           Data Record Is REG-PLANO
           Value Of File-Id "PLANOCIC.DAT".

       01  REG-PLANO.
           COPY REGPLCI.

       FD  ARQUIVO-FERIADOS
           Label Record Is Standard
           Record Contains 39 Characters
           Data Record Is REG-FERIADO
           Value Of File-Id "FERIADOS.DAT".

       01  REG-FERIADO.
           COPY REGFERI.

       Working-Storage Section.
      *-----------------------*
       77  ERRO-MOV                       Pic X(02) Value "00".
       77  ERRO-MOV-ANUAL                 Pic X(02) Value "00".
       77  NOME-MOV-ANUAL                 Pic X(40) Value Spaces.
       77  ANO-ANUAL                      Pic 9(04) Value Zeros.
       77  ANO-INICIO-ANUAL               Pic 9(04) Value Zeros.
       77  ANO-FIM-ANUAL                  Pic 9(04) Value Zeros.
       77  ERRO-PROD                      Pic X(02) Value "00".
       77  ERRO-KIT                       Pic X(02) Value "00".
       77  ERRO-CONT                      Pic X(02) Value "00".
       77  ERRO-PLANO                     Pic X(02) Value "00".
       77  ERRO-FER                       Pic X(02) Value "00".
       77  CC-OPCAO                       Pic 9(01) Value Zeros.
       77  DATA-INI                       Pic 9(08) Value Zeros.
       77  DATA-FIM                       Pic 9(08) Value Zeros.
       77  DATA-LISTA                     Pic 9(08) Value Zeros.
       77  DIAS-PLANO                     Pic 9(02) Value Zeros.
       77  PERMITE-FUTURO                 Pic X(01) Value "N".
       77  SW-DATA-VALIDA                 Pic X(01) Value "N".
           88 DATA-VALIDA                        Value "S".
       77  SW-FIM-ARQ                     Pic X(01) Value "N".
           88 FIM-ARQ                            Value "S".
       77  SW-ACHOU                       Pic X(01) Value "N".
           88 ACHOU                              Value "S".
       77  SW-TROCOU                      Pic X(01) Value "N".
           88 TROCOU                             Value "S".
       77  SW-KIT                         Pic X(01) Value "N".
           88 PRODUTO-KIT                        Value "S".
       77  SW-FERIADO                     Pic X(01) Value "N".
           88 DIA-FERIADO                        Value "S".
       77  SW-BISSEXTO                    Pic X(01) Value "N".
           88 ANO-BISSEXTO                       Value "S".
       77  QTD-SAIDAS                     Pic 9(04) Value Zeros.
       77  QTD-PRODUTOS                   Pic 9(04) Value Zeros.
       77  QTD-KITS                       Pic 9(03) Value Zeros.
       77  QTD-FERIADOS                   Pic 9(03) Value Zeros.
       77  QTD-LISTA                      Pic 9(03) Value Zeros.
       77  QTD-MESES                      Pic 9(02) Value Zeros.
       77  IX-AUX                         Pic 9(04) Value Zeros.
       77  IX-CLASSE                      Pic 9(01) Value Zeros.
       77  IX-ESCOLHIDO                   Pic 9(04) Value Zeros.
       77  VALOR-MOVIMENTO                Pic 9(08)V99 Value Zeros.
       77  VALOR-TOTAL                    Pic 9(10)V99 Value Zeros.
       77  VALOR-ACUMULADO                Pic 9(10)V99 Value Zeros.
       77  PERCENTUAL-ACUM                Pic 9(03)V99 Value Zeros.
       77  CLASSE                         Pic X(01) Value Space.
       77  MENOR-VENCIMENTO               Pic 9(07) Value Zeros.
       77  DIAS-GERADOS                   Pic 9(02) Value Zeros.
       77  NUMERO-DIA                     Pic 9(02) Value Zeros.
       77  LINHAS-GRAVADAS                Pic 9(05) Value Zeros.
       77  PRIMEIRO-DIA                   Pic 9(08) Value Zeros.
       77  ULTIMO-DIA                     Pic 9(08) Value Zeros.
       77  DIA-SEMANA                     Pic 9(01) Value Zeros.
       77  ULTIMO-DIA-MES                 Pic 9(02) Value Zeros.
       77  QUOCIENTE                      Pic 9(07) Value Zeros.
       77  RESTO-DIVISAO                  Pic 9(03) Value Zeros.
       77  DIAS-ATRASO                    Pic 9(05) Value Zeros.
       77  QTD-ATRASADOS                  Pic 9(04) Value Zeros.
       77  QTD-NUNCA                      Pic 9(04) Value Zeros.
       77  ACURACIA                       Pic 9(03)V9 Value Zeros.
       77  ACURACIA-ANTERIOR              Pic 9(03)V9 Value Zeros.
       77  VARIACAO                       Pic S9(03)V9 Value Zeros.
       77  MASCARA-ACURACIA               Pic ZZ9,9.
       77  MASCARA-VARIACAO               Pic -ZZ9,9.
       77  LOCAL-LISTA                    Pic X(01) Value Space.
       77  SITUACAO-LINHA                 Pic X(12) Value Spaces.

      * Julian day number of a date, the JORNADA-VIGENTE method,
      * whose remainder by 7 gives the weekday of the first day
      * of the plan (1 monday ... 7 sunday).
       77  JL-ANO                         Pic 9(04) Value Zeros.
       77  JL-MES                         Pic 9(02) Value Zeros.
       77  JL-Q4                          Pic 9(04) Value Zeros.
       77  JL-Q100                        Pic 9(04) Value Zeros.
       77  JL-Q400                        Pic 9(04) Value Zeros.
       77  JL-MESES                       Pic 9(04) Value Zeros.
       77  DIA-JULIANO                    Pic 9(07) Value Zeros.

      * Commercial-calendar day counts (30-day months), as in the
      * CURVA-ABC dead-stock window.
       77  DIAS-HOJE                      Pic 9(07) Value Zeros.
       77  DIAS-DATA                      Pic 9(07) Value Zeros.
       77  DIAS-PASSO                     Pic 9(07) Value Zeros.

       01  DATA-HOJE                      Pic 9(08) Value Zeros.
       01  DATA-DESDOB.
           05 ANO-DD  Pic 9(04).
           05 MES-DD  Pic 9(02).
           05 DIA-DD  Pic 9(02).

      * The calendar day the plan is being laid on, stepped one
      * real day at a time.
       01  DATA-PASSO.
           05 ANO-PASSO  Pic 9(04).
           05 MES-PASSO  Pic 9(02).
           05 DIA-PASSO  Pic 9(02).

      * Count cycle of each band: calendar days between counts
      * and the working days the band's rotation is spread over.
       01  CICLOS-VALORES.
           05 Filler Pic X(07) Value "A030021".
           05 Filler Pic X(07) Value "B090063".
           05 Filler Pic X(07) Value "C180126".
       01  CICLOS-TAB Redefines CICLOS-VALORES.
           05 CICLO-CLASSE Occurs 3 Times.
              10 CI-LETRA      Pic X(01).
              10 CI-DIAS       Pic 9(03).
              10 CI-UTEIS      Pic 9(03).

       01  TABELA-COTAS Value Zeros.
           05 COTA-CLASSE Occurs 3 Times.
              10 CO-ITENS      Pic 9(04).
              10 CO-COTA       Pic 9(03).
              10 CO-ATRASADOS  Pic 9(04).
              10 CO-LINHAS     Pic 9(05).

      * Saida value per product over the period, sorted by value
      * before the bands are cut.
       01  TABELA-SAIDAS Value Zeros.
           05 SAIDA-TAB Occurs 1000 Times Indexed By IX-SAIDA.
              10 SA-COD       Pic 9(05).
              10 SA-VALOR     Pic 9(09)V99.
              10 SA-CLASSE    Pic X(01).

       01  ITEM-TROCA.
           05 TR-COD       Pic 9(05).
           05 TR-VALOR     Pic 9(09)V99.
           05 TR-CLASSE    Pic X(01).

       01  TABELA-KITS Value Zeros.
           05 TK-KIT Occurs 500 Times Indexed By IX-KIT Pic 9(05).

       01  TABELA-FERIADOS Value Zeros.
           05 FR-DATA Occurs 200 Times Indexed By IX-FER Pic 9(08).

      * The countable catalog: active products holding stock of
      * their own (kits are left out), with the band, the last
      * count and the next due day on the commercial calendar.
       01  TABELA-PRODUTOS Value Zeros.
           05 PRODUTO-TAB Occurs 1000 Times Indexed By IX-PROD.
              10 PL-COD        Pic 9(05).
              10 PL-DESCRICAO  Pic X(30).
              10 PL-CLASSE     Pic X(01).
              10 PL-ULTIMA     Pic 9(08).
              10 PL-VENCE      Pic 9(07).
              10 PL-ATRASO     Pic X(01).
              10 PL-DIA        Pic 9(02).
              10 PL-QTD-DEP    Pic 9(03).
              10 PL-QTD-LOJA   Pic 9(03).

      * One day's plan lines, for the count lists of option 2.
       01  TABELA-LISTA Value Zeros.
           05 LISTA-TAB Occurs 500 Times Indexed By IX-LISTA.
              10 LI-COD        Pic 9(05).
              10 LI-LOCAL      Pic X(01).
              10 LI-CLASSE     Pic X(01).
              10 LI-ULTIMA     Pic 9(08).
              10 LI-ATRASO     Pic X(01).
              10 LI-CONTADO    Pic X(01).

      * Counts and exact counts per month and band; the fourth
      * column holds the general counts of INVENTARIO option 1.
       01  TABELA-MESES Value Zeros.
           05 MES-TAB Occurs 36 Times Indexed By IX-MES.
              10 AC-MES        Pic 9(06).
              10 AC-CLASSE Occurs 4 Times.
                 15 AC-CONTAGENS  Pic 9(05).
                 15 AC-EXATAS     Pic 9(05).

       01  DATA-CONTAGEM-DESDOB.
           05 MES-CONTAGEM  Pic 9(06).
           05 Filler        Pic 9(02).

       01  NOMES-CLASSE-VALORES.
           05 Filler Pic X(06) Value "A     ".
           05 Filler Pic X(06) Value "B     ".
           05 Filler Pic X(06) Value "C     ".
           05 Filler Pic X(06) Value "Geral ".
       01  NOMES-CLASSE Redefines NOMES-CLASSE-VALORES.
           05 NOME-CLASSE Occurs 4 Times Pic X(06).

       Procedure Division.
       INICIO.
              Display "*--- Contagem ciclica de estoque ---*".
              Accept DATA-HOJE From Date Yyyymmdd.
              Move DATA-HOJE To DATA-DESDOB.
              Compute DIAS-HOJE = (ANO-DD * 360) + (MES-DD * 30)
                 + DIA-DD.

              Display "1 - Gerar plano de contagem".
              Display "2 - Lista de contagem do dia".
              Display "3 - Produtos com contagem atrasada".
              Display "4 - Acuracia do inventario por classe".
              Display "Opcao:".
              Accept CC-OPCAO.

              Evaluate CC-OPCAO
                 When 2
                    Perform LISTAR-DIA Thru LISTAR-DIA-EXIT
                 When 3
                    Perform RELATAR-ATRASADOS
                       Thru RELATAR-ATRASADOS-EXIT
                 When 4
                    Perform RELATAR-ACURACIA
                       Thru RELATAR-ACURACIA-EXIT
                 When Other
                    Perform GERAR-PLANO Thru GERAR-PLANO-EXIT
              End-Evaluate.

              Goback.

       ENTRAR-DATA-INI.
              Display "Curva ABC - inicio do periodo (AAAAMMDD):".
              Accept DATA-INI.
              Call "VALIDAR-DATA" Using DATA-INI,
                 PERMITE-FUTURO, SW-DATA-VALIDA.
              If Not DATA-VALIDA
                 Display "Data invalida !".

       ENTRAR-DATA-FIM.
              Display "Curva ABC - fim do periodo (AAAAMMDD)...:".
              Accept DATA-FIM.
              Call "VALIDAR-DATA" Using DATA-FIM,
                 PERMITE-FUTURO, SW-DATA-VALIDA.
              If Not DATA-VALIDA Or DATA-FIM < DATA-INI
                 Display "Data invalida (minimo o inicio) !".

       ENTRAR-DIAS-PLANO.
              Display "Dias uteis a planejar (01 a 63)........:".
              Accept DIAS-PLANO.
              If DIAS-PLANO = Zeros Or DIAS-PLANO > 63
                 Display "Quantidade de dias invalida !".

      *----------------------------------------------------*
      * Bands the catalog and lays the counts of the next working
      * days on PLANOCIC.DAT. Every band gets a daily quota that
      * goes through it once per cycle (21 working days for A, 63
      * for B, 126 for C); each day takes the band's products with
      * the earliest due date among those already due, the
      * never-counted and the overdue first, and a planned product
      * is due again one cycle later.
      *----------------------------------------------------*
       GERAR-PLANO.
              Move "N" To SW-DATA-VALIDA.
              Perform ENTRAR-DATA-INI Until DATA-VALIDA.
              Move "N" To SW-DATA-VALIDA.
              Perform ENTRAR-DATA-FIM Until DATA-VALIDA
                 And DATA-FIM Not < DATA-INI.
              Move Zeros To DIAS-PLANO.
              Perform ENTRAR-DIAS-PLANO Until DIAS-PLANO > Zeros
                 And DIAS-PLANO Not > 63.

              Perform CLASSIFICAR-CATALOGO
                 Thru CLASSIFICAR-CATALOGO-EXIT.
              If QTD-PRODUTOS = Zeros
                 Display "Nenhum produto a contar."
                 GO TO GERAR-PLANO-EXIT.

              Perform CALCULAR-COTA
                 Varying IX-CLASSE From 1 By 1
                 Until IX-CLASSE > 3.

              Perform CARREGAR-FERIADOS Thru CARREGAR-FERIADOS-EXIT.

              Open Output ARQUIVO-PLANO.
              If ERRO-PLANO Not = "00"
                 Display "Erro ao abrir ARQUIVO-PLANO, status "
                    ERRO-PLANO
                 GO TO GERAR-PLANO-EXIT.

              Move DATA-HOJE To DATA-PASSO.
              Perform APURAR-DIA-SEMANA.
              Move Zeros To DIAS-GERADOS LINHAS-GRAVADAS.
              Perform PLANEJAR-DIA Until DIAS-GERADOS = DIAS-PLANO.

              Close ARQUIVO-PLANO.

              Display "--- Plano de contagem ciclica ---".
              Display "Classe  Itens  Cota/dia  Atrasados  Linhas".
              Perform IMPRIMIR-COTA
                 Varying IX-CLASSE From 1 By 1
                 Until IX-CLASSE > 3.
              Display "Dias uteis planejados.: " DIAS-GERADOS
                 " (" PRIMEIRO-DIA " a " ULTIMO-DIA ")".
              Display "Linhas de contagem....: " LINHAS-GRAVADAS.

       GERAR-PLANO-EXIT.
              EXIT.

      * Ceiling of the band's size over its working-day cycle, so
      * the whole band is gone through inside the cycle.
       CALCULAR-COTA.
              Compute CO-COTA(IX-CLASSE) =
                 (CO-ITENS(IX-CLASSE) + CI-UTEIS(IX-CLASSE) - 1)
                 / CI-UTEIS(IX-CLASSE).

       IMPRIMIR-COTA.
              Display "  " CI-LETRA(IX-CLASSE) "     "
                 CO-ITENS(IX-CLASSE) "    " CO-COTA(IX-CLASSE)
                 "       " CO-ATRASADOS(IX-CLASSE) "    "
                 CO-LINHAS(IX-CLASSE).

      * Weekends and FERIADOS.DAT holidays get no counts.
       PLANEJAR-DIA.
              Perform VERIFICAR-FERIADO.
              If DIA-SEMANA < 6 And Not DIA-FERIADO
                 Add 1 To DIAS-GERADOS
                 Move DIAS-GERADOS To NUMERO-DIA
                 If DIAS-GERADOS = 1
                    Move DATA-PASSO To PRIMEIRO-DIA
                 End-If
                 Move DATA-PASSO To ULTIMO-DIA
                 Compute DIAS-PASSO = (ANO-PASSO * 360)
                    + (MES-PASSO * 30) + DIA-PASSO
                 Perform PLANEJAR-CLASSE
                    Varying IX-CLASSE From 1 By 1
                    Until IX-CLASSE > 3
              End-If.

              Perform AVANCAR-DATA.

       PLANEJAR-CLASSE.
              Perform ESCOLHER-PRODUTO Thru ESCOLHER-PRODUTO-EXIT
                 CO-COTA(IX-CLASSE) Times.

      * The band's product with the earliest due day, provided it
      * is due by the day being planned and was not taken today;
      * ties go to the lowest code.
       ESCOLHER-PRODUTO.
              Move Zeros To IX-ESCOLHIDO.
              Move 9999999 To MENOR-VENCIMENTO.
              Perform COMPARAR-VENCIMENTO
                 Varying IX-PROD From 1 By 1
                 Until IX-PROD > QTD-PRODUTOS.

              If IX-ESCOLHIDO = Zeros
                 GO TO ESCOLHER-PRODUTO-EXIT.

              Set IX-PROD To IX-ESCOLHIDO.
              Perform GRAVAR-PLANO Thru GRAVAR-PLANO-EXIT.
              Move NUMERO-DIA To PL-DIA(IX-PROD).
              Move "N" To PL-ATRASO(IX-PROD).
              Compute PL-VENCE(IX-PROD) =
                 DIAS-PASSO + CI-DIAS(IX-CLASSE).

       ESCOLHER-PRODUTO-EXIT.
              EXIT.

       COMPARAR-VENCIMENTO.
              If PL-CLASSE(IX-PROD) = CI-LETRA(IX-CLASSE)
                 If PL-DIA(IX-PROD) Not = NUMERO-DIA
                    And PL-VENCE(IX-PROD) Not > DIAS-PASSO
                    If PL-VENCE(IX-PROD) < MENOR-VENCIMENTO
                       Move PL-VENCE(IX-PROD) To MENOR-VENCIMENTO
                       Set IX-ESCOLHIDO To IX-PROD.

      * One line per shelf holding the product: the deposito when
      * part of the book sits outside the loja, the loja when it
      * holds a slice. A product with no stock at all is still
      * counted at the deposito, to confirm the empty shelf.
       GRAVAR-PLANO.
              Move DATA-PASSO To PC-DATA.
              Move PL-COD(IX-PROD) To PC-COD.
              Move PL-CLASSE(IX-PROD) To PC-CLASSE.
              Move PL-ULTIMA(IX-PROD) To PC-ULTIMA.
              Move PL-ATRASO(IX-PROD) To PC-ATRASO.

              If PL-QTD-DEP(IX-PROD) > Zeros
                 Or PL-QTD-LOJA(IX-PROD) = Zeros
                 Move "D" To PC-LOCAL
                 Perform GRAVAR-LINHA-PLANO.

              If PL-QTD-LOJA(IX-PROD) > Zeros
                 Move "L" To PC-LOCAL
                 Perform GRAVAR-LINHA-PLANO.

       GRAVAR-PLANO-EXIT.
              EXIT.

       GRAVAR-LINHA-PLANO.
              Write REG-PLANO.
              If ERRO-PLANO Not = "00"
                 Display "Erro ao gravar REG-PLANO, status "
                    ERRO-PLANO
              Else
                 Add 1 To LINHAS-GRAVADAS
                 Add 1 To CO-LINHAS(IX-CLASSE).

      *----------------------------------------------------*
      * One real calendar day forward, the weekday following.
      *----------------------------------------------------*
       AVANCAR-DATA.
              Perform APURAR-ULTIMO-DIA-MES.
              Add 1 To DIA-PASSO.
              If DIA-PASSO > ULTIMO-DIA-MES
                 Move 1 To DIA-PASSO
                 Add 1 To MES-PASSO
                 If MES-PASSO > 12
                    Move 1 To MES-PASSO
                    Add 1 To ANO-PASSO.

              Add 1 To DIA-SEMANA.
              If DIA-SEMANA > 7
                 Move 1 To DIA-SEMANA.

      * 30 or 31 days by month; February by the same leap rule
      * VALIDAR-DATA applies.
       APURAR-ULTIMO-DIA-MES.
              Evaluate MES-PASSO
                 When 1 When 3 When 5 When 7 When 8 When 10 When 12
                    Move 31 To ULTIMO-DIA-MES
                 When 4 When 6 When 9 When 11
                    Move 30 To ULTIMO-DIA-MES
                 When 2
                    Perform APURAR-BISSEXTO
                    If ANO-BISSEXTO
                       Move 29 To ULTIMO-DIA-MES
                    Else
                       Move 28 To ULTIMO-DIA-MES
                    End-If
                 When Other
                    Move 31 To ULTIMO-DIA-MES
              End-Evaluate.

       APURAR-BISSEXTO.
              Move "N" To SW-BISSEXTO.
              Divide ANO-PASSO By 4 Giving QUOCIENTE
                 Remainder RESTO-DIVISAO.
              If RESTO-DIVISAO = Zeros
                 Move "S" To SW-BISSEXTO
                 Divide ANO-PASSO By 100 Giving QUOCIENTE
                    Remainder RESTO-DIVISAO
                 If RESTO-DIVISAO = Zeros
                    Divide ANO-PASSO By 400 Giving QUOCIENTE
                       Remainder RESTO-DIVISAO
                    If RESTO-DIVISAO Not = Zeros
                       Move "N" To SW-BISSEXTO.

      * Weekday of DATA-PASSO from its julian day number.
       APURAR-DIA-SEMANA.
              Move MES-PASSO To JL-MES.
              Move ANO-PASSO To JL-ANO.
              If JL-MES < 3
                 Add 12 To JL-MES
                 Subtract 1 From JL-ANO.

              Divide 4 Into JL-ANO Giving JL-Q4.
              Divide 100 Into JL-ANO Giving JL-Q100.
              Divide 400 Into JL-ANO Giving JL-Q400.
              Compute JL-MESES = (153 * (JL-MES - 3)) + 2.
              Divide 5 Into JL-MESES.
              Compute DIA-JULIANO = (365 * JL-ANO) + JL-Q4 - JL-Q100
                 + JL-Q400 + JL-MESES + DIA-PASSO.

              Divide 7 Into DIA-JULIANO Giving QUOCIENTE
                 Remainder RESTO-DIVISAO.
              If RESTO-DIVISAO = 6
                 Move 1 To DIA-SEMANA
              Else
                 Compute DIA-SEMANA = RESTO-DIVISAO + 2.

      * A missing FERIADOS.DAT just means no holidays registered.
       CARREGAR-FERIADOS.
              Move Zeros To QTD-FERIADOS.
              Open Input ARQUIVO-FERIADOS.
              If ERRO-FER Not = "00"
                 GO TO CARREGAR-FERIADOS-EXIT.

              Move "N" To SW-FIM-ARQ.
              Perform LER-FERIADO Until FIM-ARQ.

              Close ARQUIVO-FERIADOS.

       CARREGAR-FERIADOS-EXIT.
              EXIT.

       LER-FERIADO.
              Read ARQUIVO-FERIADOS
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If FE-DATA Not < DATA-HOJE And QTD-FERIADOS < 200
                       Add 1 To QTD-FERIADOS
                       Move FE-DATA To FR-DATA(QTD-FERIADOS)
                    End-If
              End-Read.

       VERIFICAR-FERIADO.
              Move "N" To SW-FERIADO.
              Perform COMPARAR-FERIADO
                 Varying IX-FER From 1 By 1
                 Until IX-FER > QTD-FERIADOS Or DIA-FERIADO.

       COMPARAR-FERIADO.
              If FR-DATA(IX-FER) = DATA-PASSO
                 Move "S" To SW-FERIADO.

      *----------------------------------------------------*
      * The bands as CURVA-ABC cuts them, the countable catalog
      * and the last count of each product, with its due day.
      *----------------------------------------------------*
       CLASSIFICAR-CATALOGO.
              Perform CARREGAR-SAIDAS Thru CARREGAR-SAIDAS-EXIT.
              If QTD-SAIDAS > Zeros
                 Perform ORDENAR-POR-VALOR
                 Move Zeros To VALOR-ACUMULADO
                 Perform ATRIBUIR-CLASSE
                    Varying IX-SAIDA From 1 By 1
                    Until IX-SAIDA > QTD-SAIDAS.

              Perform CARREGAR-KITS Thru CARREGAR-KITS-EXIT.
              Perform CARREGAR-PRODUTOS Thru CARREGAR-PRODUTOS-EXIT.
              Perform CARREGAR-CONTAGENS Thru CARREGAR-CONTAGENS-EXIT.

              Perform CALCULAR-VENCIMENTO
                 Varying IX-PROD From 1 By 1
                 Until IX-PROD > QTD-PRODUTOS.

       CLASSIFICAR-CATALOGO-EXIT.
              EXIT.

       CARREGAR-SAIDAS.
              Move Zeros To QTD-SAIDAS VALOR-TOTAL.
              Open Input ARQUIVO-MOVIMENTO.
              If ERRO-MOV Not = "00"
                 Display "Sem MOVESTOQ.DAT, todo o catalogo fica "
                    "na classe C."
                 GO TO CARREGAR-SAIDAS-EXIT.

              Move "N" To SW-FIM-ARQ.
              Perform LER-MOVIMENTO Until FIM-ARQ.

      * Then the moved history of the period's years, read while
      * MOVESTOQ.DAT is still open.
              Divide DATA-INI By 10000 Giving ANO-INICIO-ANUAL.
              Divide DATA-FIM By 10000 Giving ANO-FIM-ANUAL.
              Perform LER-ANO Thru LER-ANO-EXIT
                 Varying ANO-ANUAL From ANO-INICIO-ANUAL By 1
                 Until ANO-ANUAL > ANO-FIM-ANUAL.

              Close ARQUIVO-MOVIMENTO.

       CARREGAR-SAIDAS-EXIT.
              EXIT.

      * A year with no history file means nothing was moved.
       LER-ANO.
              Move Spaces To NOME-MOV-ANUAL.
              String "MOVESTOQ-" ANO-ANUAL ".DAT"
                 Delimited By Size Into NOME-MOV-ANUAL.
              Open Input ARQUIVO-MOV-ANUAL.
              If ERRO-MOV-ANUAL Not = "00"
                 GO TO LER-ANO-EXIT.

              Move "N" To SW-FIM-ARQ.
              Perform LER-MOV-ANUAL Until FIM-ARQ.
              Close ARQUIVO-MOV-ANUAL.

       LER-ANO-EXIT.
              EXIT.

       LER-MOV-ANUAL.
              Read ARQUIVO-MOV-ANUAL Into REG-MOVIMENTO
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    Perform SELECIONAR-SAIDA
              End-Read.

       LER-MOVIMENTO.
              Read ARQUIVO-MOVIMENTO
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    Perform SELECIONAR-SAIDA
              End-Read.

       SELECIONAR-SAIDA.
              If MOV-SAIDA
                 And MV-DATA Not < DATA-INI
                 And MV-DATA Not > DATA-FIM
                 Perform ACUMULAR-SAIDA Thru ACUMULAR-SAIDA-FIM.

       ACUMULAR-SAIDA.
              Move "N" To SW-ACHOU.
              Perform PROCURAR-SAIDA
                 Varying IX-SAIDA From 1 By 1
                 Until IX-SAIDA > QTD-SAIDAS Or ACHOU.

              If Not ACHOU
                 If QTD-SAIDAS < 1000
                    Add 1 To QTD-SAIDAS
                    Set IX-SAIDA To QTD-SAIDAS
                    Move MV-COD To SA-COD(IX-SAIDA)
                 Else
                    Display "Aviso: relacao de itens cheia !"
                    GO TO ACUMULAR-SAIDA-FIM
                 End-If
              End-If.

              Compute VALOR-MOVIMENTO = MV-QTD * MV-VALOR-UNIT.
              Add VALOR-MOVIMENTO To SA-VALOR(IX-SAIDA).
              Add VALOR-MOVIMENTO To VALOR-TOTAL.

       ACUMULAR-SAIDA-FIM.
              EXIT.

       PROCURAR-SAIDA.
              If MV-COD = SA-COD(IX-SAIDA)
                 Move "S" To SW-ACHOU
                 Set IX-SAIDA Down By 1.

      * Plain exchange sort, largest saida value first, as in
      * CURVA-ABC.
       ORDENAR-POR-VALOR.
              Move "S" To SW-TROCOU.
              Perform PASSO-ORDENACAO Until Not TROCOU.

       PASSO-ORDENACAO.
              Move "N" To SW-TROCOU.
              Perform COMPARAR-VIZINHOS
                 Varying IX-AUX From 1 By 1
                 Until IX-AUX >= QTD-SAIDAS.

       COMPARAR-VIZINHOS.
              Set IX-SAIDA To IX-AUX.
              If SA-VALOR(IX-SAIDA) < SA-VALOR(IX-SAIDA + 1)
                 Move SAIDA-TAB(IX-SAIDA) To ITEM-TROCA
                 Move SAIDA-TAB(IX-SAIDA + 1) To SAIDA-TAB(IX-SAIDA)
                 Move ITEM-TROCA TO SAIDA-TAB(IX-SAIDA + 1)
                 Move "S" To SW-TROCOU.

      * A up to 80% of the accumulated saida value, B up to 95%,
      * C the rest - the CURVA-ABC cut.
       ATRIBUIR-CLASSE.
              Add SA-VALOR(IX-SAIDA) To VALOR-ACUMULADO.
              If VALOR-TOTAL > Zeros
                 Compute PERCENTUAL-ACUM Rounded =
                    (VALOR-ACUMULADO / VALOR-TOTAL) * 100
              Else
                 Move Zeros To PERCENTUAL-ACUM.

              If PERCENTUAL-ACUM Not > 80,00
                 Move "A" To SA-CLASSE(IX-SAIDA)
              Else
                 If PERCENTUAL-ACUM Not > 95,00
                    Move "B" To SA-CLASSE(IX-SAIDA)
                 Else
                    Move "C" To SA-CLASSE(IX-SAIDA).

       CARREGAR-KITS.
              Move Zeros To QTD-KITS.
              Open Input ARQUIVO-KITS.
              If ERRO-KIT Not = "00"
                 GO TO CARREGAR-KITS-EXIT.

              Move "N" To SW-FIM-ARQ.
              Perform LER-KIT Until FIM-ARQ.

              Close ARQUIVO-KITS.

       CARREGAR-KITS-EXIT.
              EXIT.

       LER-KIT.
              Read ARQUIVO-KITS
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If QTD-KITS = Zeros
                       Perform GUARDAR-KIT
                    Else
                       If KT-KIT Not = TK-KIT(QTD-KITS)
                          Perform GUARDAR-KIT
                       End-If
                    End-If
              End-Read.

       GUARDAR-KIT.
              If QTD-KITS < 500
                 Add 1 To QTD-KITS
                 Move KT-KIT To TK-KIT(QTD-KITS).

       PROCURAR-KIT.
              Move "N" To SW-KIT.
              Perform COMPARAR-KIT
                 Varying IX-KIT From 1 By 1
                 Until IX-KIT > QTD-KITS Or PRODUTO-KIT.

       COMPARAR-KIT.
              If TK-KIT(IX-KIT) = COD-ARQ
                 Move "S" To SW-KIT.

       CARREGAR-PRODUTOS.
              Move Zeros To QTD-PRODUTOS.
              Move Zeros To TABELA-COTAS.
              Open Input ARQUIVO-PRODUTOS.
              If ERRO-PROD Not = "00"
                 Display "Erro ao abrir ARQUIVO-PRODUTOS, status "
                    ERRO-PROD
                 GO TO CARREGAR-PRODUTOS-EXIT.

              Move "N" To SW-FIM-ARQ.
              Perform LER-PRODUTO Until FIM-ARQ.

              Close ARQUIVO-PRODUTOS.

       CARREGAR-PRODUTOS-EXIT.
              EXIT.

       LER-PRODUTO.
              Read ARQUIVO-PRODUTOS Next
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If Not PRODUTO-INATIVO-ARQ
                       Perform PROCURAR-KIT
                       If Not PRODUTO-KIT
                          Perform GUARDAR-PRODUTO
                             Thru GUARDAR-PRODUTO-EXIT
                       End-If
                    End-If
              End-Read.

       GUARDAR-PRODUTO.
              If QTD-PRODUTOS = 1000
                 Display "Aviso: catalogo acima de 1000 itens, "
                    "produto " COD-ARQ " fora do plano !"
                 GO TO GUARDAR-PRODUTO-EXIT.

              Add 1 To QTD-PRODUTOS.
              Set IX-PROD To QTD-PRODUTOS.
              Move COD-ARQ To PL-COD(IX-PROD).
              Move DESCRICAO-ARQ To PL-DESCRICAO(IX-PROD).
              Move QTD-LOJA-ARQ To PL-QTD-LOJA(IX-PROD).
              Compute PL-QTD-DEP(IX-PROD) = QTD-ARQ - QTD-LOJA-ARQ.

      * No saida in the period leaves the product in band C.
              Move "C" To CLASSE.
              Perform BUSCAR-CLASSE
                 Varying IX-SAIDA From 1 By 1
                 Until IX-SAIDA > QTD-SAIDAS.
              Move CLASSE To PL-CLASSE(IX-PROD).

              Evaluate CLASSE
                 When "A"
                    Add 1 To CO-ITENS(1)
                 When "B"
                    Add 1 To CO-ITENS(2)
                 When Other
                    Add 1 To CO-ITENS(3)
              End-Evaluate.

       GUARDAR-PRODUTO-EXIT.
              EXIT.

       BUSCAR-CLASSE.
              If COD-ARQ = SA-COD(IX-SAIDA)
                 Move SA-CLASSE(IX-SAIDA) To CLASSE
                 Set IX-SAIDA To QTD-SAIDAS.

      * The latest count of each product, at either location or
      * in a general count.
       CARREGAR-CONTAGENS.
              Open Input ARQUIVO-CONTAGENS.
              If ERRO-CONT Not = "00"
                 GO TO CARREGAR-CONTAGENS-EXIT.

              Move "N" To SW-FIM-ARQ.
              Perform LER-CONTAGEM Until FIM-ARQ.

              Close ARQUIVO-CONTAGENS.

       CARREGAR-CONTAGENS-EXIT.
              EXIT.

       LER-CONTAGEM.
              Read ARQUIVO-CONTAGENS
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    Perform REGISTRAR-ULTIMA
                       Varying IX-PROD From 1 By 1
                       Until IX-PROD > QTD-PRODUTOS
              End-Read.

       REGISTRAR-ULTIMA.
              If CG-COD = PL-COD(IX-PROD)
                 If CG-DATA > PL-ULTIMA(IX-PROD)
                    Move CG-DATA To PL-ULTIMA(IX-PROD)
                 End-If
                 Set IX-PROD To QTD-PRODUTOS.

      * Due one band cycle after the last count; a product never
      * counted is due since day zero. Overdue means due before
      * today.
       CALCULAR-VENCIMENTO.
              Move 3 To IX-CLASSE.
              If PL-CLASSE(IX-PROD) = "A"
                 Move 1 To IX-CLASSE.
              If PL-CLASSE(IX-PROD) = "B"
                 Move 2 To IX-CLASSE.

              If PL-ULTIMA(IX-PROD) = Zeros
                 Move Zeros To PL-VENCE(IX-PROD)
              Else
                 Move PL-ULTIMA(IX-PROD) To DATA-DESDOB
                 Compute PL-VENCE(IX-PROD) = (ANO-DD * 360)
                    + (MES-DD * 30) + DIA-DD + CI-DIAS(IX-CLASSE).

              Move "N" To PL-ATRASO(IX-PROD).
              If PL-VENCE(IX-PROD) < DIAS-HOJE
                 Move "S" To PL-ATRASO(IX-PROD)
                 Add 1 To CO-ATRASADOS(IX-CLASSE).

      *----------------------------------------------------*
      * The count lists of one day out of PLANOCIC.DAT, first
      * the deposito, then the loja. The book quantity is left
      * off the list on purpose: the counter must not see it.
      *----------------------------------------------------*
       LISTAR-DIA.
              Move "S" To PERMITE-FUTURO.
              Move "N" To SW-DATA-VALIDA.
              Perform ENTRAR-DATA-LISTA Until DATA-VALIDA.
              Move "N" To PERMITE-FUTURO.

              Move Zeros To QTD-LISTA.
              Open Input ARQUIVO-PLANO.
              If ERRO-PLANO Not = "00"
                 Display "Nenhum plano de contagem gerado."
                 GO TO LISTAR-DIA-EXIT.

              Move "N" To SW-FIM-ARQ.
              Perform LER-PLANO Until FIM-ARQ.

              Close ARQUIVO-PLANO.

              If QTD-LISTA = Zeros
                 Display "Nenhuma contagem planejada para "
                    DATA-LISTA "."
                 GO TO LISTAR-DIA-EXIT.

              Open Input ARQUIVO-CONTAGENS.
              If ERRO-CONT = "00"
                 Move "N" To SW-FIM-ARQ
                 Perform LER-CONTAGEM-DIA Until FIM-ARQ
                 Close ARQUIVO-CONTAGENS.

              Open Input ARQUIVO-PRODUTOS.
              If ERRO-PROD Not = "00"
                 Display "Erro ao abrir ARQUIVO-PRODUTOS, status "
                    ERRO-PROD
                 GO TO LISTAR-DIA-EXIT.

              Display "--- Contagem ciclica de " DATA-LISTA
                 " - DEPOSITO ---".
              Move "D" To LOCAL-LISTA.
              Perform IMPRIMIR-LINHA-LISTA
                 Varying IX-LISTA From 1 By 1
                 Until IX-LISTA > QTD-LISTA.

              Display "--- Contagem ciclica de " DATA-LISTA
                 " - LOJA ---".
              Move "L" To LOCAL-LISTA.
              Perform IMPRIMIR-LINHA-LISTA
                 Varying IX-LISTA From 1 By 1
                 Until IX-LISTA > QTD-LISTA.

              Close ARQUIVO-PRODUTOS.

              Display "Linhas de contagem....: " QTD-LISTA.

       LISTAR-DIA-EXIT.
              EXIT.

       ENTRAR-DATA-LISTA.
              Display "Data da lista (AAAAMMDD):".
              Accept DATA-LISTA.
              Call "VALIDAR-DATA" Using DATA-LISTA,
                 PERMITE-FUTURO, SW-DATA-VALIDA.
              If Not DATA-VALIDA
                 Display "Data invalida !".

       LER-PLANO.
              Read ARQUIVO-PLANO
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If PC-DATA = DATA-LISTA
                       Perform GUARDAR-LINHA-LISTA
                    End-If
              End-Read.

       GUARDAR-LINHA-LISTA.
              If QTD-LISTA < 500
                 Add 1 To QTD-LISTA
                 Set IX-LISTA To QTD-LISTA
                 Move PC-COD To LI-COD(IX-LISTA)
                 Move PC-LOCAL To LI-LOCAL(IX-LISTA)
                 Move PC-CLASSE To LI-CLASSE(IX-LISTA)
                 Move PC-ULTIMA To LI-ULTIMA(IX-LISTA)
                 Move PC-ATRASO To LI-ATRASO(IX-LISTA)
                 Move "N" To LI-CONTADO(IX-LISTA).

      * A line already counted on the list's date is marked, so a
      * list reprinted mid-day shows what is still to be counted.
       LER-CONTAGEM-DIA.
              Read ARQUIVO-CONTAGENS
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    If CG-DATA = DATA-LISTA
                       Perform MARCAR-CONTADO
                          Varying IX-LISTA From 1 By 1
                          Until IX-LISTA > QTD-LISTA
                    End-If
              End-Read.

       MARCAR-CONTADO.
              If CG-COD = LI-COD(IX-LISTA)
                 And CG-LOCAL = LI-LOCAL(IX-LISTA)
                 Move "S" To LI-CONTADO(IX-LISTA).

       IMPRIMIR-LINHA-LISTA.
              If LI-LOCAL(IX-LISTA) = LOCAL-LISTA
                 Move LI-COD(IX-LISTA) To COD-ARQ
                 Read ARQUIVO-PRODUTOS
                    Invalid Key
                       Move "(sem cadastro)" To DESCRICAO-ARQ
                 End-Read
                 Move Spaces To SITUACAO-LINHA
                 If LI-ATRASO(IX-LISTA) = "S"
                    Move "ATRASADA" To SITUACAO-LINHA
                 End-If
                 If LI-CONTADO(IX-LISTA) = "S"
                    Move "JA CONTADA" To SITUACAO-LINHA
                 End-If
                 If LI-ULTIMA(IX-LISTA) = Zeros
                    Display LI-CLASSE(IX-LISTA) " "
                       LI-COD(IX-LISTA) " " DESCRICAO-ARQ
                       " ult. nunca    " SITUACAO-LINHA
                       " qtd. contada: ____"
                 Else
                    Display LI-CLASSE(IX-LISTA) " "
                       LI-COD(IX-LISTA) " " DESCRICAO-ARQ
                       " ult. " LI-ULTIMA(IX-LISTA) " "
                       SITUACAO-LINHA " qtd. contada: ____"
                 End-If
              End-If.

      *----------------------------------------------------*
      * Products past their band's count cycle by CONTAGENS.DAT,
      * band by band, with the days of delay; the never-counted
      * ones come last in each band.
      *----------------------------------------------------*
       RELATAR-ATRASADOS.
              Move "N" To SW-DATA-VALIDA.
              Perform ENTRAR-DATA-INI Until DATA-VALIDA.
              Move "N" To SW-DATA-VALIDA.
              Perform ENTRAR-DATA-FIM Until DATA-VALIDA
                 And DATA-FIM Not < DATA-INI.

              Perform CLASSIFICAR-CATALOGO
                 Thru CLASSIFICAR-CATALOGO-EXIT.
              If QTD-PRODUTOS = Zeros
                 Display "Nenhum produto a contar."
                 GO TO RELATAR-ATRASADOS-EXIT.

              Display "--- Produtos com contagem atrasada em "
                 DATA-HOJE " ---".
              Move Zeros To QTD-ATRASADOS QTD-NUNCA.
              Perform IMPRIMIR-ATRASADOS-CLASSE
                 Varying IX-CLASSE From 1 By 1
                 Until IX-CLASSE > 3.

              Display "Produtos no catalogo contavel: " QTD-PRODUTOS.
              Display "Contagem atrasada...........: " QTD-ATRASADOS.
              Display "  dos quais nunca contados..: " QTD-NUNCA.

       RELATAR-ATRASADOS-EXIT.
              EXIT.

       IMPRIMIR-ATRASADOS-CLASSE.
              Display "Classe " CI-LETRA(IX-CLASSE)
                 " - contagem a cada " CI-DIAS(IX-CLASSE) " dias: "
                 CO-ATRASADOS(IX-CLASSE) " atrasado(s)".
              Perform IMPRIMIR-ATRASADO
                 Varying IX-PROD From 1 By 1
                 Until IX-PROD > QTD-PRODUTOS.
              Perform IMPRIMIR-NUNCA-CONTADO
                 Varying IX-PROD From 1 By 1
                 Until IX-PROD > QTD-PRODUTOS.

       IMPRIMIR-ATRASADO.
              If PL-CLASSE(IX-PROD) = CI-LETRA(IX-CLASSE)
                 And PL-ATRASO(IX-PROD) = "S"
                 And PL-ULTIMA(IX-PROD) Not = Zeros
                 Add 1 To QTD-ATRASADOS
                 Compute DIAS-ATRASO = DIAS-HOJE - PL-VENCE(IX-PROD)
                 Display "  " PL-COD(IX-PROD) " "
                    PL-DESCRICAO(IX-PROD) " ult. "
                    PL-ULTIMA(IX-PROD) " atraso " DIAS-ATRASO
                    " dia(s)".

       IMPRIMIR-NUNCA-CONTADO.
              If PL-CLASSE(IX-PROD) = CI-LETRA(IX-CLASSE)
                 And PL-ULTIMA(IX-PROD) = Zeros
                 Add 1 To QTD-ATRASADOS
                 Add 1 To QTD-NUNCA
                 Display "  " PL-COD(IX-PROD) " "
                    PL-DESCRICAO(IX-PROD) " nunca contado".

      *----------------------------------------------------*
      * Share of counts with no divergence per band and month,
      * with the change from the band's previous month. General
      * counts (INVENTARIO option 1) carry no band and go in a
      * column of their own.
      *----------------------------------------------------*
       RELATAR-ACURACIA.
              Move Zeros To QTD-MESES.
              Open Input ARQUIVO-CONTAGENS.
              If ERRO-CONT Not = "00"
                 Display "Nenhuma contagem registrada."
                 GO TO RELATAR-ACURACIA-EXIT.

              Move "N" To SW-FIM-ARQ.
              Perform LER-CONTAGEM-ACURACIA Until FIM-ARQ.

              Close ARQUIVO-CONTAGENS.

              If QTD-MESES = Zeros
                 Display "Nenhuma contagem registrada."
                 GO TO RELATAR-ACURACIA-EXIT.

              Display "--- Acuracia do inventario por classe ---".
              Display "Classe Mes     Contagens Exatas Acuracia "
                 "Variacao".
              Perform IMPRIMIR-ACURACIA-CLASSE
                 Varying IX-CLASSE From 1 By 1
                 Until IX-CLASSE > 4.

       RELATAR-ACURACIA-EXIT.
              EXIT.

       LER-CONTAGEM-ACURACIA.
              Read ARQUIVO-CONTAGENS
                 At End
                    Move "S" To SW-FIM-ARQ
                 Not At End
                    Perform ACUMULAR-ACURACIA
                       Thru ACUMULAR-ACURACIA-EXIT
              End-Read.

      * CONTAGENS.DAT is appended day by day, so the months come
      * in order.
       ACUMULAR-ACURACIA.
              Move CG-DATA To DATA-CONTAGEM-DESDOB.
              If QTD-MESES = Zeros
                 Perform ABRIR-MES
              Else
                 If MES-CONTAGEM Not = AC-MES(QTD-MESES)
                    Perform ABRIR-MES.

              If MES-CONTAGEM Not = AC-MES(QTD-MESES)
                 GO TO ACUMULAR-ACURACIA-EXIT.

              Evaluate CG-CLASSE
                 When "A"
                    Move 1 To IX-CLASSE
                 When "B"
                    Move 2 To IX-CLASSE
                 When "C"
                    Move 3 To IX-CLASSE
                 When Other
                    Move 4 To IX-CLASSE
              End-Evaluate.

              Add 1 To AC-CONTAGENS(QTD-MESES, IX-CLASSE).
              If Not CONTAGEM-DIVERGENTE
                 Add 1 To AC-EXATAS(QTD-MESES, IX-CLASSE).

       ACUMULAR-ACURACIA-EXIT.
              EXIT.

      * Past 36 months the oldest one is dropped.
       ABRIR-MES.
              If QTD-MESES = 36
                 Perform DESLOCAR-MES
                    Varying IX-AUX From 1 By 1
                    Until IX-AUX > 35
                 Move Zeros To MES-TAB(36)
              Else
                 Add 1 To QTD-MESES.
              Move MES-CONTAGEM To AC-MES(QTD-MESES).

       DESLOCAR-MES.
              Move MES-TAB(IX-AUX + 1) To MES-TAB(IX-AUX).

       IMPRIMIR-ACURACIA-CLASSE.
              Move Zeros To IX-AUX.
              Perform IMPRIMIR-ACURACIA-MES
                 Varying IX-MES From 1 By 1
                 Until IX-MES > QTD-MESES.

       IMPRIMIR-ACURACIA-MES.
              If AC-CONTAGENS(IX-MES, IX-CLASSE) > Zeros
                 Compute ACURACIA Rounded =
                    (AC-EXATAS(IX-MES, IX-CLASSE) * 100)
                    / AC-CONTAGENS(IX-MES, IX-CLASSE)
                 Move ACURACIA To MASCARA-ACURACIA
                 If IX-AUX = Zeros
                    Display NOME-CLASSE(IX-CLASSE) " "
                       AC-MES(IX-MES) "  "
                       AC-CONTAGENS(IX-MES, IX-CLASSE) "  "
                       AC-EXATAS(IX-MES, IX-CLASSE) "  "
                       MASCARA-ACURACIA "%"
                 Else
                    Compute VARIACAO = ACURACIA - ACURACIA-ANTERIOR
                    Move VARIACAO To MASCARA-VARIACAO
                    Display NOME-CLASSE(IX-CLASSE) " "
                       AC-MES(IX-MES) "  "
                       AC-CONTAGENS(IX-MES, IX-CLASSE) "  "
                       AC-EXATAS(IX-MES, IX-CLASSE) "  "
                       MASCARA-ACURACIA "%  " MASCARA-VARIACAO
                       " p.p."
                 End-If
                 Move ACURACIA To ACURACIA-ANTERIOR
                 Move 1 To IX-AUX
              End-If.

       END PROGRAM CONTAGEM-CICLICA.
