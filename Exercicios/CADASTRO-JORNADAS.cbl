      ******************************************************************
      * Author:       BERGAMASCHI, MARCELO.
      * Date:         2026-10-15.
      * Purpose:      Jornada registry: keeps JORNADAS.DAT, the
      *               catalog of contractual work schedules (hours
      *               per day, weekly hours and weekdays worked, or a
      *               12x36 escala), and JORNFUNC.DAT, the jornada of
      *               each matricula from a vigencia date on. The
      *               ponto closing, AUDITAR-PONTO and the folha
      *               modes take the employee's own day and monthly
      *               hours from it through JORNADA-VIGENTE instead
      *               of the fixed 8h/44h week.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  First version: jornada inclusion, assignment to
      *             a matricula with vigencia, catalog listing and a
      *             matricula's assignments. The hours of a jornada
      *             already on file are not altered - past months
      *             were valued at them; a new schedule is a new
      *             code assigned with a new vigencia, so only the
      *             descricao can change.
      * 2026-10-15  The run now signs on through EFETUAR-LOGON, and
      *             jornada inclusions, descricao changes and
      *             assignments go to the common change log
      *             ALTERACOES.DAT through GRAVAR-ALTERACAO; the
      *             hours and an assignment, which set what the folha
      *             pays, are flagged sensitive.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-JORNADAS.
       AUTHOR. BERGAMASCHI, MARCELO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       INSTALLATION. IFSP-Cubatao.
       SECURITY. CADASTRO DE JORNADAS DE TRABALHO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-486-DX2-66-MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66-MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-JORNADAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JN-ERRO.

           SELECT ARQUIVO-JORN-NOVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JNNOVO-ERRO.

           SELECT ARQUIVO-JORNFUNC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JF-ERRO.

           SELECT ARQUIVO-FUNCIONARIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FN-MATRICULA
           FILE STATUS IS FN-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-JORNADAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS REG-JORNADA
           VALUE OF FILE-ID "JORNADAS.DAT".

       01  REG-JORNADA.
           COPY REGJORN.

       FD  ARQUIVO-JORN-NOVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS REG-JORN-NOVO
           VALUE OF FILE-ID "JORNNOVO.DAT".

       01  REG-JORN-NOVO PIC X(36).

       FD  ARQUIVO-JORNFUNC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS REG-JORNFUNC
           VALUE OF FILE-ID "JORNFUNC.DAT".

       01  REG-JORNFUNC.
           COPY REGJFUN.

       FD  ARQUIVO-FUNCIONARIOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS REG-FUNC
           VALUE OF FILE-ID "FUNCIONARIOS.DAT".

       01  REG-FUNC.
           COPY REGFUNC.

       WORKING-STORAGE SECTION.
       77  JN-ERRO        PIC X(02) VALUE "00".
       77  JNNOVO-ERRO    PIC X(02) VALUE "00".
       77  JF-ERRO        PIC X(02) VALUE "00".
       77  FN-ERRO        PIC X(02) VALUE "00".
       77  NOME-JORN-ARQUIVO PIC X(12) VALUE "JORNADAS.DAT".
       77  NOVO-JORN-ARQUIVO PIC X(12) VALUE "JORNNOVO.DAT".
       77  CJ-OPCAO       PIC 9(01) VALUE ZEROS.
       77  CODIGO         PIC 9(02) VALUE ZEROS.
       77  MATRICULA      PIC 9(05) VALUE ZEROS.
       77  VIGENCIA       PIC 9(08) VALUE ZEROS.
       77  INICIO-ESCALA  PIC 9(08) VALUE ZEROS.
       77  DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77  NOVA-DESCRICAO PIC X(20) VALUE SPACES.
       77  TIPO-JORNADA   PIC X(01) VALUE SPACE.
           88 TIPO-VALIDO     VALUE "S" "E".
           88 TIPO-12X36      VALUE "E".
       77  HORAS-DIA      PIC 9(02)V9 VALUE ZEROS.
       77  HORAS-SEMANA   PIC 9(02)V9 VALUE ZEROS.
       77  DIAS-SEMANA    PIC X(07) VALUE SPACES.
       77  IX-DIA         PIC 9(01) VALUE ZEROS.
       77  QTD-DIAS-TRABALHO PIC 9(01) VALUE ZEROS.
       77  QTD-LISTADOS   PIC 9(04) VALUE ZEROS.
       77  PERMITE-FUTURO PIC X(01) VALUE "S".
       77  SW-DATA-VALIDA PIC X(01) VALUE "N".
           88 DATA-VALIDA     VALUE "S".
       77  SW-DIAS-VALIDOS PIC X(01) VALUE "N".
           88 DIAS-VALIDOS    VALUE "S".
       77  SW-ENCONTROU   PIC X(01) VALUE "N".
           88 ENCONTROU       VALUE "S".
       77  SW-DUPLICADA   PIC X(01) VALUE "N".
           88 VIGENCIA-DUPLICADA VALUE "S".
       77  SW-FIM-ARQ     PIC X(01) VALUE "N".
           88 FIM-ARQ         VALUE "S".
       77  SW-FUNC-ENCONTRADO PIC X(01) VALUE "N".
           88 FUNC-ENCONTRADO     VALUE "S".
       77  MASCARA-HORAS  PIC Z9,9.
       77  MASCARA-MES    PIC ZZ9,99.
       77  OPERADOR-CODIGO PIC 9(04) VALUE ZEROS.
       77  OPERADOR-PERFIL PIC X(01) VALUE SPACE.
       77  PROGRAMA-LOGON PIC X(15) VALUE "CADASTRO-JORN.".
       77  RESULTADO-LOGON PIC X(01) VALUE SPACE.

       01  DIAS-SEMANA-DESDOB.
           05  DIA-FLAG OCCURS 7 TIMES PIC X(01).

      * The jornada found by LOCALIZAR-JORNADA.
       01  JORNADA-ATUAL.
           COPY REGJORN REPLACING
              JN-CODIGO BY JA-CODIGO,
              JN-DESCRICAO BY JA-DESCRICAO,
              JN-TIPO BY JA-TIPO,
              JORNADA-SEMANAL BY JA-SEMANAL,
              JORNADA-12X36 BY JA-12X36,
              JN-HORAS-DIA BY JA-HORAS-DIA,
              JN-HORAS-SEMANA BY JA-HORAS-SEMANA,
              JN-DIAS-SEMANA BY JA-DIAS-SEMANA,
              JN-DIA-TRABALHO BY JA-DIA-TRABALHO.

      * The jornada in force today, from JORNADA-VIGENTE.
       01  JORNADA-HOJE.
           COPY REGJVIG.

       01  ALTERACAO-CADASTRO.
           COPY REGALTE.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Jornadas de Trabalho ---*"

      * Sign-on through the shared EFETUAR-LOGON: the operator's
      * codigo signs every line this run leaves on the change log.
           CALL "EFETUAR-LOGON" USING PROGRAMA-LOGON,
              OPERADOR-CODIGO, OPERADOR-PERFIL, RESULTADO-LOGON.
           IF RESULTADO-LOGON NOT = "S"
              DISPLAY "Identificacao recusada, encerrando."
              MOVE 8 TO RETURN-CODE
              GOBACK.

           DISPLAY "1 - Incluir jornada"
           DISPLAY "2 - Atribuir jornada a uma matricula"
           DISPLAY "3 - Listar jornadas"
           DISPLAY "4 - Jornadas de uma matricula"
           DISPLAY "Opcao:"
           ACCEPT CJ-OPCAO.

           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.

           EVALUATE CJ-OPCAO
              WHEN 2
                 PERFORM ATRIBUIR-JORNADA THRU ATRIBUIR-JORNADA-EXIT
              WHEN 3
                 PERFORM LISTAR-JORNADAS THRU LISTAR-JORNADAS-EXIT
              WHEN 4
                 PERFORM LISTAR-ATRIBUICOES
                    THRU LISTAR-ATRIBUICOES-EXIT
              WHEN OTHER
                 PERFORM INCLUIR-JORNADA THRU INCLUIR-JORNADA-EXIT
           END-EVALUATE.

           GOBACK.

      * A new code is appended; for a code already on file only the
      * descricao is rewritten.
       INCLUIR-JORNADA.
           PERFORM ENTRAR-CODIGO UNTIL CODIGO > ZEROS.

           PERFORM LOCALIZAR-JORNADA THRU LOCALIZAR-JORNADA-EXIT.
           IF ENCONTROU
              PERFORM EXIBIR-JORNADA-ATUAL
              DISPLAY "Jornada ja cadastrada: so a descricao pode "
                 "mudar. Outro horario e outro codigo, atribuido "
                 "com nova vigencia."
              DISPLAY "Nova descricao (branco p/ manter):"
              MOVE SPACES TO NOVA-DESCRICAO
              ACCEPT NOVA-DESCRICAO
              IF NOVA-DESCRICAO NOT = SPACES
                 PERFORM REGRAVAR-JORNADAS
                    THRU REGRAVAR-JORNADAS-EXIT
                 PERFORM REGISTRAR-DESCRICAO
                 DISPLAY "Descricao alterada."
              END-IF
              GO TO INCLUIR-JORNADA-EXIT.

           MOVE SPACES TO NOVA-DESCRICAO.
           PERFORM ENTRAR-DESCRICAO UNTIL NOVA-DESCRICAO NOT = SPACES.
           MOVE SPACE TO TIPO-JORNADA.
           PERFORM ENTRAR-TIPO UNTIL TIPO-VALIDO.

      * The 12x36 escala is fixed by law: 12 horas on, 36 off,
      * averaging 42 horas a week, on any weekday.
           IF TIPO-12X36
              MOVE 12,0 TO HORAS-DIA
              MOVE 42,0 TO HORAS-SEMANA
              MOVE "SSSSSSS" TO DIAS-SEMANA
           ELSE
              MOVE ZEROS TO HORAS-DIA HORAS-SEMANA
              PERFORM ENTRAR-HORAS-DIA UNTIL HORAS-DIA > ZEROS
                 AND HORAS-DIA NOT > 10,0
              PERFORM ENTRAR-HORAS-SEMANA UNTIL HORAS-SEMANA > ZEROS
                 AND HORAS-SEMANA NOT > 44,0
              MOVE "N" TO SW-DIAS-VALIDOS
              PERFORM ENTRAR-DIAS-SEMANA UNTIL DIAS-VALIDOS.

           OPEN EXTEND ARQUIVO-JORNADAS.
           IF JN-ERRO = "35"
              OPEN OUTPUT ARQUIVO-JORNADAS.

           IF JN-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-JORNADAS, status " JN-ERRO
              GO TO INCLUIR-JORNADA-EXIT.

           MOVE CODIGO TO JN-CODIGO.
           MOVE NOVA-DESCRICAO TO JN-DESCRICAO.
           MOVE TIPO-JORNADA TO JN-TIPO.
           MOVE HORAS-DIA TO JN-HORAS-DIA.
           MOVE HORAS-SEMANA TO JN-HORAS-SEMANA.
           MOVE DIAS-SEMANA TO JN-DIAS-SEMANA.
           WRITE REG-JORNADA.

           IF JN-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-JORNADA, status " JN-ERRO
           ELSE
              PERFORM REGISTRAR-INCLUSAO
              DISPLAY "Jornada " CODIGO " incluida.".

           CLOSE ARQUIVO-JORNADAS.

       INCLUIR-JORNADA-EXIT.
           EXIT.

       ENTRAR-CODIGO.
           DISPLAY "Codigo da jornada (01 a 99) :"
           ACCEPT CODIGO.
           IF CODIGO = ZEROS
              DISPLAY "Codigo invalido !".

       ENTRAR-DESCRICAO.
           DISPLAY "Descricao:"
           ACCEPT NOVA-DESCRICAO.
           IF NOVA-DESCRICAO = SPACES
              DISPLAY "Descricao obrigatoria !".

       ENTRAR-TIPO.
           DISPLAY "Tipo (S=semanal, E=escala 12x36) :"
           ACCEPT TIPO-JORNADA.
           IF NOT TIPO-VALIDO
              DISPLAY "Tipo invalido !".

       ENTRAR-HORAS-DIA.
           DISPLAY "Horas por dia trabalhado (00,5 a 10,0) :"
           ACCEPT HORAS-DIA.
           IF HORAS-DIA = ZEROS OR HORAS-DIA > 10,0
              DISPLAY "Horas por dia invalidas !".

       ENTRAR-HORAS-SEMANA.
           DISPLAY "Horas semanais (00,5 a 44,0) :"
           ACCEPT HORAS-SEMANA.
           IF HORAS-SEMANA = ZEROS OR HORAS-SEMANA > 44,0
              DISPLAY "Horas semanais invalidas !".

      * One S/N flag per weekday, segunda first; at least one day
      * worked.
       ENTRAR-DIAS-SEMANA.
           DISPLAY "Dias trabalhados, S/N de segunda a domingo "
              "(ex.: SSSSSNN) :"
           ACCEPT DIAS-SEMANA.
           MOVE DIAS-SEMANA TO DIAS-SEMANA-DESDOB.
           MOVE "S" TO SW-DIAS-VALIDOS.
           MOVE ZEROS TO QTD-DIAS-TRABALHO.
           PERFORM CONFERIR-DIA
              VARYING IX-DIA FROM 1 BY 1 UNTIL IX-DIA > 7.
           IF QTD-DIAS-TRABALHO = ZEROS
              MOVE "N" TO SW-DIAS-VALIDOS.
           IF NOT DIAS-VALIDOS
              DISPLAY "Dias invalidos !".

       CONFERIR-DIA.
           IF DIA-FLAG(IX-DIA) = "S"
              ADD 1 TO QTD-DIAS-TRABALHO
           ELSE
              IF DIA-FLAG(IX-DIA) NOT = "N"
                 MOVE "N" TO SW-DIAS-VALIDOS.

      * Sequential scan of JORNADAS.DAT for CODIGO; when found the
      * record is left in JORNADA-ATUAL.
       LOCALIZAR-JORNADA.
           MOVE "N" TO SW-ENCONTROU SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-JORNADAS.
           IF JN-ERRO NOT = "00"
              GO TO LOCALIZAR-JORNADA-EXIT.

           PERFORM LER-JORNADA UNTIL ENCONTROU OR FIM-ARQ.

           CLOSE ARQUIVO-JORNADAS.

       LOCALIZAR-JORNADA-EXIT.
           EXIT.

       LER-JORNADA.
           READ ARQUIVO-JORNADAS
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF JN-CODIGO = CODIGO
                    MOVE "S" TO SW-ENCONTROU
                    MOVE REG-JORNADA TO JORNADA-ATUAL
                 END-IF
           END-READ.

       EXIBIR-JORNADA-ATUAL.
           MOVE JA-HORAS-DIA TO MASCARA-HORAS.
           IF JA-12X36
              DISPLAY "Jornada " JA-CODIGO " " JA-DESCRICAO
                 " escala 12x36"
           ELSE
              DISPLAY "Jornada " JA-CODIGO " " JA-DESCRICAO
                 " " MASCARA-HORAS "h/dia"
              MOVE JA-HORAS-SEMANA TO MASCARA-HORAS
              DISPLAY "   " MASCARA-HORAS "h/semana, dias (seg-dom) "
                 JA-DIAS-SEMANA.

      * Copy-and-replace of JORNADAS.DAT with the code's descricao
      * changed, the same rewrite CADASTRO-BANCO-HORAS makes.
       REGRAVAR-JORNADAS.
           MOVE "N" TO SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-JORNADAS.
           IF JN-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-JORNADAS, status " JN-ERRO
              GO TO REGRAVAR-JORNADAS-EXIT.

           OPEN OUTPUT ARQUIVO-JORN-NOVO.
           IF JNNOVO-ERRO NOT = "00"
              DISPLAY "Erro ao abrir arquivo temporario, status "
                 JNNOVO-ERRO
              CLOSE ARQUIVO-JORNADAS
              GO TO REGRAVAR-JORNADAS-EXIT.

           PERFORM COPIAR-JORNADA UNTIL FIM-ARQ.

           CLOSE ARQUIVO-JORNADAS.
           CLOSE ARQUIVO-JORN-NOVO.

           CALL "CBL_DELETE_FILE" USING NOME-JORN-ARQUIVO.
           CALL "CBL_RENAME_FILE" USING NOVO-JORN-ARQUIVO
              NOME-JORN-ARQUIVO.

       REGRAVAR-JORNADAS-EXIT.
           EXIT.

       COPIAR-JORNADA.
           READ ARQUIVO-JORNADAS
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF JN-CODIGO = CODIGO
                    MOVE NOVA-DESCRICAO TO JN-DESCRICAO
                 END-IF
                 MOVE REG-JORNADA TO REG-JORN-NOVO
                 WRITE REG-JORN-NOVO
           END-READ.

      * The assignment is appended with its vigencia; the lookup
      * picks the latest one in force, so a change of jornada is
      * just a new assignment. The same matricula and vigencia twice
      * is refused.
       ATRIBUIR-JORNADA.
           PERFORM ENTRAR-MATRICULA UNTIL MATRICULA > ZEROS.

           PERFORM BUSCAR-FUNCIONARIO THRU BUSCAR-FUNCIONARIO-EXIT.
           IF NOT FUNC-ENCONTRADO
              DISPLAY "Matricula nao cadastrada ou desligada !"
              GO TO ATRIBUIR-JORNADA-EXIT.

           MOVE "N" TO SW-DATA-VALIDA.
           PERFORM ENTRAR-VIGENCIA UNTIL DATA-VALIDA.

           PERFORM ENTRAR-CODIGO UNTIL CODIGO > ZEROS.
           PERFORM LOCALIZAR-JORNADA THRU LOCALIZAR-JORNADA-EXIT.
           IF NOT ENCONTROU
              DISPLAY "Jornada " CODIGO " nao cadastrada !"
              GO TO ATRIBUIR-JORNADA-EXIT.
           PERFORM EXIBIR-JORNADA-ATUAL.

           PERFORM CONFERIR-VIGENCIA THRU CONFERIR-VIGENCIA-EXIT.
           IF VIGENCIA-DUPLICADA
              DISPLAY "Matricula ja tem jornada com vigencia em "
                 VIGENCIA " !"
              GO TO ATRIBUIR-JORNADA-EXIT.

           MOVE ZEROS TO INICIO-ESCALA.
           IF JA-12X36
              MOVE "N" TO SW-DATA-VALIDA
              PERFORM ENTRAR-INICIO-ESCALA UNTIL DATA-VALIDA.

           OPEN EXTEND ARQUIVO-JORNFUNC.
           IF JF-ERRO = "35"
              OPEN OUTPUT ARQUIVO-JORNFUNC.

           IF JF-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-JORNFUNC, status " JF-ERRO
              GO TO ATRIBUIR-JORNADA-EXIT.

           MOVE MATRICULA TO JF-MATRICULA.
           MOVE VIGENCIA TO JF-VIGENCIA.
           MOVE CODIGO TO JF-CODIGO.
           MOVE INICIO-ESCALA TO JF-INICIO-ESCALA.
           WRITE REG-JORNFUNC.

           IF JF-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-JORNFUNC, status " JF-ERRO
           ELSE
              PERFORM REGISTRAR-ATRIBUICAO
              DISPLAY "Jornada " CODIGO " atribuida a matricula "
                 MATRICULA " a partir de " VIGENCIA ".".

           CLOSE ARQUIVO-JORNFUNC.

       ATRIBUIR-JORNADA-EXIT.
           EXIT.

      * One change-log line per field of a new jornada; the hours
      * are what the folha pays on, so they carry the sensitive
      * flag.
       REGISTRAR-INCLUSAO.
           MOVE "I" TO LA-OPERACAO.
           MOVE "JORNADAS" TO LA-ARQUIVO.
           MOVE CODIGO TO LA-CHAVE.
           MOVE SPACES TO LA-VALOR-ANTIGO.
           MOVE "N" TO LA-SENSIVEL.
           MOVE "DESCRICAO" TO LA-CAMPO.
           MOVE NOVA-DESCRICAO TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.
           MOVE "TIPO" TO LA-CAMPO.
           MOVE TIPO-JORNADA TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.
           MOVE "DIAS-SEMANA" TO LA-CAMPO.
           MOVE DIAS-SEMANA TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.
           MOVE "S" TO LA-SENSIVEL.
           MOVE "HORAS-DIA" TO LA-CAMPO.
           MOVE HORAS-DIA TO MASCARA-HORAS.
           MOVE MASCARA-HORAS TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.
           MOVE "HORAS-SEMANA" TO LA-CAMPO.
           MOVE HORAS-SEMANA TO MASCARA-HORAS.
           MOVE MASCARA-HORAS TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.

       REGISTRAR-DESCRICAO.
           MOVE "A" TO LA-OPERACAO.
           MOVE "JORNADAS" TO LA-ARQUIVO.
           MOVE CODIGO TO LA-CHAVE.
           MOVE "N" TO LA-SENSIVEL.
           MOVE "DESCRICAO" TO LA-CAMPO.
           MOVE JA-DESCRICAO TO LA-VALOR-ANTIGO.
           MOVE NOVA-DESCRICAO TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.

      * An assignment is an inclusion on JORNFUNC.DAT keyed by
      * matricula and vigencia.
       REGISTRAR-ATRIBUICAO.
           MOVE "I" TO LA-OPERACAO.
           MOVE "JORNFUNC" TO LA-ARQUIVO.
           MOVE SPACES TO LA-CHAVE.
           STRING MATRICULA "/" VIGENCIA
              DELIMITED BY SIZE INTO LA-CHAVE.
           MOVE "S" TO LA-SENSIVEL.
           MOVE "JORNADA" TO LA-CAMPO.
           MOVE SPACES TO LA-VALOR-ANTIGO.
           MOVE CODIGO TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.

      * The caller has set the file and the key.
       GRAVAR-LOG-ALTERACAO.
           MOVE OPERADOR-CODIGO TO LA-OPERADOR.
           CALL "GRAVAR-ALTERACAO" USING ALTERACAO-CADASTRO.

       ENTRAR-MATRICULA.
           DISPLAY "Matricula (maior que zero) :"
           ACCEPT MATRICULA.
           IF MATRICULA = ZEROS
              DISPLAY "Matricula invalida !".

       ENTRAR-VIGENCIA.
           DISPLAY "Vigencia (AAAAMMDD):"
           ACCEPT VIGENCIA.
           CALL "VALIDAR-DATA" USING VIGENCIA,
              PERMITE-FUTURO, SW-DATA-VALIDA.
           IF NOT DATA-VALIDA
              DISPLAY "Data invalida !".

      * A day the employee works on the escala, from which the
      * shifts alternate; zero takes the vigencia itself.
       ENTRAR-INICIO-ESCALA.
           DISPLAY "Primeiro plantao da escala (AAAAMMDD, zero = "
              "vigencia) :"
           ACCEPT INICIO-ESCALA.
           IF INICIO-ESCALA = ZEROS
              MOVE VIGENCIA TO INICIO-ESCALA.
           CALL "VALIDAR-DATA" USING INICIO-ESCALA,
              PERMITE-FUTURO, SW-DATA-VALIDA.
           IF NOT DATA-VALIDA
              DISPLAY "Data invalida !".

       CONFERIR-VIGENCIA.
           MOVE "N" TO SW-DUPLICADA SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-JORNFUNC.
           IF JF-ERRO NOT = "00"
              GO TO CONFERIR-VIGENCIA-EXIT.

           PERFORM LER-VIGENCIA UNTIL VIGENCIA-DUPLICADA OR FIM-ARQ.

           CLOSE ARQUIVO-JORNFUNC.

       CONFERIR-VIGENCIA-EXIT.
           EXIT.

       LER-VIGENCIA.
           READ ARQUIVO-JORNFUNC
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF JF-MATRICULA = MATRICULA
                    AND JF-VIGENCIA = VIGENCIA
                    MOVE "S" TO SW-DUPLICADA
                 END-IF
           END-READ.

       LISTAR-JORNADAS.
           MOVE "N" TO SW-FIM-ARQ.
           MOVE ZEROS TO QTD-LISTADOS.

           OPEN INPUT ARQUIVO-JORNADAS.
           IF JN-ERRO NOT = "00"
              DISPLAY "Nenhuma jornada cadastrada."
              GO TO LISTAR-JORNADAS-EXIT.

           DISPLAY "=================================================".
           DISPLAY "Cod Descricao            Tipo h/dia h/sem Dias".
           PERFORM LISTAR-JORNADA UNTIL FIM-ARQ.

           CLOSE ARQUIVO-JORNADAS.
           DISPLAY "Jornadas cadastradas: " QTD-LISTADOS.
           DISPLAY "=================================================".

       LISTAR-JORNADAS-EXIT.
           EXIT.

       LISTAR-JORNADA.
           READ ARQUIVO-JORNADAS
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 ADD 1 TO QTD-LISTADOS
                 MOVE JN-HORAS-DIA TO MASCARA-HORAS
                 DISPLAY JN-CODIGO "  " JN-DESCRICAO " " JN-TIPO
                    "    " MASCARA-HORAS " " WITH NO ADVANCING
                 MOVE JN-HORAS-SEMANA TO MASCARA-HORAS
                 DISPLAY MASCARA-HORAS "  " JN-DIAS-SEMANA
           END-READ.

      * Every assignment of the matricula in file order, then the
      * jornada in force today as the folha will see it.
       LISTAR-ATRIBUICOES.
           PERFORM ENTRAR-MATRICULA UNTIL MATRICULA > ZEROS.
           MOVE "N" TO SW-FIM-ARQ.
           MOVE ZEROS TO QTD-LISTADOS.

           DISPLAY "=================================================".
           DISPLAY "JORNADAS DA MATRICULA " MATRICULA.

           OPEN INPUT ARQUIVO-JORNFUNC.
           IF JF-ERRO = "00"
              PERFORM LISTAR-ATRIBUICAO UNTIL FIM-ARQ
              CLOSE ARQUIVO-JORNFUNC.

           IF QTD-LISTADOS = ZEROS
              DISPLAY "Nenhuma jornada atribuida: vale a semana de "
                 "44 horas.".

           CALL "JORNADA-VIGENTE" USING MATRICULA, DATA-HOJE,
              JORNADA-HOJE.
           MOVE JV-HORAS-MES TO MASCARA-MES.
           DISPLAY "Jornada em vigor hoje: " JV-CODIGO
              ", horas mensais " MASCARA-MES.
           DISPLAY "=================================================".

       LISTAR-ATRIBUICOES-EXIT.
           EXIT.

       LISTAR-ATRIBUICAO.
           READ ARQUIVO-JORNFUNC
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF JF-MATRICULA = MATRICULA
                    ADD 1 TO QTD-LISTADOS
                    IF JF-INICIO-ESCALA > ZEROS
                       DISPLAY "Vigencia " JF-VIGENCIA " jornada "
                          JF-CODIGO " escala a partir de "
                          JF-INICIO-ESCALA
                    ELSE
                       DISPLAY "Vigencia " JF-VIGENCIA " jornada "
                          JF-CODIGO
                    END-IF
                 END-IF
           END-READ.

      * Keyed READ on the indexed cadastro; a desligado matricula
      * counts as not found.
       BUSCAR-FUNCIONARIO.
           MOVE "N" TO SW-FUNC-ENCONTRADO.

           OPEN INPUT ARQUIVO-FUNCIONARIOS.
           IF FN-ERRO NOT = "00"
              DISPLAY "Erro ao abrir FUNCIONARIOS.DAT, status " FN-ERRO
              GO TO BUSCAR-FUNCIONARIO-EXIT.

           MOVE MATRICULA TO FN-MATRICULA.
           READ ARQUIVO-FUNCIONARIOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF NOT FUNC-DESLIGADO
                    MOVE "S" TO SW-FUNC-ENCONTRADO
                 END-IF
           END-READ.

           CLOSE ARQUIVO-FUNCIONARIOS.

       BUSCAR-FUNCIONARIO-EXIT.
           EXIT.

       END PROGRAM CADASTRO-JORNADAS.
