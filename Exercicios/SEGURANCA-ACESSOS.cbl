      ******************************************************************
      * Author:       BERGAMASCHI, MARCELO.
      * Date:         2026-10-15.
      * Purpose:      Access and sign-on security report from
      *               SESSOES.DAT, for an operator-chosen period:
      *               failed sign-ons and lockouts per operator, every
      *               lockout, the sign-ons accepted outside business
      *               hours, on a weekend or on a FERIADOS.DAT holiday,
      *               and the supervisor-only functions entered (or
      *               refused). Ends with the operators on
      *               OPERADORES.DAT without an accepted sign-on in
      *               the last N days; each of those can be blocked
      *               from here, through the same OP-BLOQUEIO byte
      *               EFETUAR-LOGON sets and CADASTRO-OPERADORES
      *               clears, the block going to the change log.
      *               Printed to RELSEGUR.DAT. Supervisor only.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  First version.
      * 2026-10-15  A sign-on by an operator already blocked (J) is
      *             counted as a refused attempt, not a new lockout;
      *             the sign-on of a supervisor-only program is
      *             reported ENTROU only for a supervisor, RECUSADO
      *             for anyone else.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGURANCA-ACESSOS.
       AUTHOR. BERGAMASCHI, MARCELO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       INSTALLATION. IFSP-Cubatao.
       SECURITY. RELATORIO DE SEGURANCA DE ACESSOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-486-DX2-66-MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66-MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-SESSOES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SE-ERRO.

           SELECT ARQUIVO-OPERADORES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS OP-ERRO.

           SELECT ARQUIVO-OPER-NOVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS OPNOVO-ERRO.

           SELECT ARQUIVO-FERIADOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FE-ERRO.

           SELECT ARQUIVO-RELATORIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REL-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-SESSOES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS REG-SESSAO
           VALUE OF FILE-ID "SESSOES.DAT".

       01  REG-SESSAO.
           COPY REGSESS.

       FD  ARQUIVO-OPERADORES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS REG-OPERADOR
           VALUE OF FILE-ID "OPERADORES.DAT".

       01  REG-OPERADOR.
           COPY REGOPER.

      * Work file for the copy-and-replace rewrite that blocks the
      * idle operators chosen, the CADASTRO-OPERADORES way.
       FD  ARQUIVO-OPER-NOVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS REG-OPER-NOVO
           VALUE OF FILE-ID "OPERNOVO.DAT".

       01  REG-OPER-NOVO.
           COPY REGOPER REPLACING
              OP-CODIGO BY OPN-CODIGO,
              OP-NOME BY OPN-NOME,
              OP-PERFIL BY OPN-PERFIL,
              PERFIL-SUPERVISOR BY PERFIL-SUPERVISOR-N,
              PERFIL-OPERADOR BY PERFIL-OPERADOR-N,
              OP-SENHA BY OPN-SENHA,
              OP-TROCAR BY OPN-TROCAR,
              TROCA-PENDENTE BY TROCA-PENDENTE-N,
              OP-BLOQUEIO BY OPN-BLOQUEIO,
              OPERADOR-BLOQUEADO BY OPERADOR-BLOQUEADO-N.

       FD  ARQUIVO-FERIADOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS REG-FERIADO
           VALUE OF FILE-ID "FERIADOS.DAT".

       01  REG-FERIADO.
           COPY REGFERI.

       FD  ARQUIVO-RELATORIO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "RELSEGUR.DAT".

       01  LINHA-RELATORIO PIC X(72).

       WORKING-STORAGE SECTION.
       77  SE-ERRO        PIC X(02) VALUE "00".
       77  OP-ERRO        PIC X(02) VALUE "00".
       77  OPNOVO-ERRO    PIC X(02) VALUE "00".
       77  FE-ERRO        PIC X(02) VALUE "00".
       77  REL-ERRO       PIC X(02) VALUE "00".
       77  NOME-OPER-ARQUIVO PIC X(14) VALUE "OPERADORES.DAT".
       77  NOVO-OPER-ARQUIVO PIC X(12) VALUE "OPERNOVO.DAT".
       77  OPERADOR-CODIGO PIC 9(04) VALUE ZEROS.
       77  OPERADOR-PERFIL PIC X(01) VALUE SPACE.
           88 OPERADOR-SUPERVISOR VALUE "S".
       77  PROGRAMA-LOGON PIC X(15) VALUE "SEGURANCA-ACES.".
       77  RESULTADO-LOGON PIC X(01) VALUE SPACE.
       77  DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77  DATA-INI       PIC 9(08) VALUE ZEROS.
       77  DATA-FIM       PIC 9(08) VALUE ZEROS.
       77  PERMITE-FUTURO PIC X(01) VALUE "N".
       77  SW-DATA-VALIDA PIC X(01) VALUE "N".
           88 DATA-VALIDA     VALUE "S".
       77  HORA-INICIO    PIC 9(04) VALUE ZEROS.
       77  HORA-FIM       PIC 9(04) VALUE ZEROS.
       77  DIAS-LIMITE    PIC 9(03) VALUE ZEROS.
       77  RESPOSTA       PIC X(01) VALUE SPACE.
       77  SW-FIM-ARQ     PIC X(01) VALUE "N".
           88 FIM-ARQ         VALUE "S".
       77  SW-ACHOU       PIC X(01) VALUE "N".
           88 ACHOU           VALUE "S".
       77  SW-FERIADO     PIC X(01) VALUE "N".
           88 DIA-FERIADO     VALUE "S".
      * Which pass over SESSOES.DAT is running: 1 apura the counts
      * and last sign-ons, 2 lists the lockouts, 3 the sign-ons out
      * of hours, 4 the supervisor-only functions.
       77  SECAO          PIC 9(01) VALUE ZEROS.
       77  QTD-OPERADORES PIC 9(03) VALUE ZEROS.
       77  QTD-FERIADOS   PIC 9(03) VALUE ZEROS.
       77  QTD-SESSOES    PIC 9(06) VALUE ZEROS.
       77  QTD-NO-PERIODO PIC 9(06) VALUE ZEROS.
       77  QTD-FALHAS     PIC 9(05) VALUE ZEROS.
       77  QTD-BLOQUEIOS  PIC 9(05) VALUE ZEROS.
       77  QTD-FORA-HORARIO PIC 9(05) VALUE ZEROS.
       77  QTD-RESTRITOS  PIC 9(05) VALUE ZEROS.
       77  QTD-INATIVOS   PIC 9(03) VALUE ZEROS.
       77  QTD-BLOQUEAR   PIC 9(03) VALUE ZEROS.
       77  QTD-LINHAS     PIC 9(05) VALUE ZEROS.
       77  PAGINA         PIC 9(03) VALUE ZEROS.
       77  LINHAS-PAGINA  PIC 9(02) VALUE 99.
       77  DIA-HOJE-JUL   PIC 9(07) VALUE ZEROS.
       77  DIAS-SEM-ACESSO PIC 9(05) VALUE ZEROS.
       77  DIA-SEMANA     PIC 9(01) VALUE ZEROS.
       77  MOTIVO         PIC X(12) VALUE SPACES.
       77  CODIGO-BUSCA   PIC 9(04) VALUE ZEROS.
       77  DATA-CALCULO   PIC 9(08) VALUE ZEROS.
       77  DIA-JULIANO    PIC 9(07) VALUE ZEROS.
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

       01  HORA-SESSAO-DESDOB.
           05  HS-HORA-MINUTO PIC 9(04).
           05  FILLER         PIC 9(04).

       01  HORA-EXIBIDA-DESDOB.
           05  HE-HORA    PIC 9(02).
           05  HE-MINUTO  PIC 9(02).
           05  HE-SEGUNDO PIC 9(02).
           05  FILLER     PIC 9(02).

      * The programs that sign on by themselves and let only a
      * supervisor through; the menu's own restricted functions come
      * as E / R lines from REGISTRAR-ACESSO.
       01  PROGRAMAS-RESTRITOS-VALORES.
           05  FILLER PIC X(15) VALUE "REABRIR-COMPET.".
           05  FILLER PIC X(15) VALUE "CONVERTE-HIST".
           05  FILLER PIC X(15) VALUE "CONSULTA-ALTER.".
           05  FILLER PIC X(15) VALUE "SEGURANCA-ACES.".
       01  PROGRAMAS-RESTRITOS REDEFINES PROGRAMAS-RESTRITOS-VALORES.
           05  PROGRAMA-RESTRITO PIC X(15) OCCURS 4 TIMES
               INDEXED BY IX-RESTR.

      * The operators on file, with what the sessions say of each:
      * last accepted sign-on (ever), failures and lockouts inside
      * the period, and TO-BLOQUEAR set when the supervisor chose
      * to block an idle account.
       01  TABELA-OPERADORES.
           05  OPER-TAB OCCURS 200 TIMES INDEXED BY IX-OPER.
               10  TO-CODIGO        PIC 9(04).
               10  TO-NOME          PIC X(30).
               10  TO-PERFIL        PIC X(01).
               10  TO-BLOQUEIO      PIC X(01).
               10  TO-ULTIMO-ACESSO PIC 9(08).
               10  TO-FALHAS        PIC 9(04).
               10  TO-BLOQUEIOS     PIC 9(04).
               10  TO-ULTIMA-FALHA  PIC 9(08).
               10  TO-BLOQUEAR      PIC X(01).

       01  TABELA-FERIADOS VALUE ZEROS.
           05  TF-DATA PIC 9(08) OCCURS 100 TIMES INDEXED BY IX-FER.

       01  ALTERACAO-CADASTRO.
           COPY REGALTE.

       01  CABECALHO-PAGINA.
           05  CB-TITULO    PIC X(46).
           05  CB-DATA      PIC 9(08).
           05  FILLER       PIC X(12) VALUE "      PAGINA".
           05  CB-PAGINA    PIC ZZ9.
           05  FILLER       PIC X(03) VALUE SPACES.

       01  CABECALHO-PERIODO.
           05  FILLER       PIC X(09) VALUE "PERIODO: ".
           05  CP-INICIO    PIC 9(08).
           05  FILLER       PIC X(03) VALUE " A ".
           05  CP-FIM       PIC 9(08).
           05  FILLER       PIC X(44) VALUE SPACES.

       01  COLUNAS-EVENTO.
           05  FILLER PIC X(09) VALUE "DATA".
           05  FILLER PIC X(09) VALUE "HORA".
           05  FILLER PIC X(05) VALUE "OPER".
           05  FILLER PIC X(21) VALUE "NOME".
           05  FILLER PIC X(16) VALUE "PROGRAMA".
           05  FILLER PIC X(12) VALUE "OCORRENCIA".

       01  COLUNAS-FALHA.
           05  FILLER PIC X(05) VALUE "OPER".
           05  FILLER PIC X(31) VALUE "NOME".
           05  FILLER PIC X(07) VALUE "FALHAS".
           05  FILLER PIC X(07) VALUE " BLOQ.".
           05  FILLER PIC X(09) VALUE "ULT.FALHA".
           05  FILLER PIC X(13) VALUE "SITUACAO".

       01  COLUNAS-INATIVO.
           05  FILLER PIC X(05) VALUE "OPER".
           05  FILLER PIC X(31) VALUE "NOME".
           05  FILLER PIC X(03) VALUE "P".
           05  FILLER PIC X(09) VALUE "ULTIMO".
           05  FILLER PIC X(06) VALUE " DIAS".
           05  FILLER PIC X(18) VALUE "SITUACAO".

      * The column heading of the section being printed.
       01  LINHA-COLUNAS  PIC X(72) VALUE SPACES.

       01  LINHA-EVENTO.
           05  LE-DATA      PIC 9(08).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LE-HORA      PIC 9(02).
           05  FILLER       PIC X(01) VALUE ":".
           05  LE-MINUTO    PIC 9(02).
           05  FILLER       PIC X(01) VALUE ":".
           05  LE-SEGUNDO   PIC 9(02).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LE-OPERADOR  PIC 9(04).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LE-NOME      PIC X(20).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LE-PROGRAMA  PIC X(15).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LE-MOTIVO    PIC X(12).

       01  LINHA-FALHA.
           05  LF-OPERADOR  PIC 9(04).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LF-NOME      PIC X(30).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LF-FALHAS    PIC ZZZ9.
           05  FILLER       PIC X(03) VALUE SPACES.
           05  LF-BLOQUEIOS PIC ZZZ9.
           05  FILLER       PIC X(03) VALUE SPACES.
           05  LF-ULTIMA    PIC 9(08).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LF-SITUACAO  PIC X(13).

       01  LINHA-INATIVO.
           05  LI-OPERADOR  PIC 9(04).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LI-NOME      PIC X(30).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LI-PERFIL    PIC X(01).
           05  FILLER       PIC X(02) VALUE SPACES.
           05  LI-ULTIMO    PIC X(08).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LI-DIAS      PIC ZZZZ9.
           05  FILLER       PIC X(01) VALUE SPACES.
           05  LI-SITUACAO  PIC X(18).

       01  LINHA-TOTAL.
           05  LT-ROTULO    PIC X(36).
           05  LT-VALOR     PIC ZZZ.ZZ9.
           05  FILLER       PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Seguranca de acessos ---*".

           CALL "EFETUAR-LOGON" USING PROGRAMA-LOGON,
              OPERADOR-CODIGO, OPERADOR-PERFIL, RESULTADO-LOGON.
           IF RESULTADO-LOGON NOT = "S"
              DISPLAY "Identificacao recusada, encerrando."
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           IF NOT OPERADOR-SUPERVISOR
              DISPLAY "Funcao restrita a supervisores !"
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE DATA-HOJE TO DATA-CALCULO.
           PERFORM APURAR-DIA-JULIANO.
           MOVE DIA-JULIANO TO DIA-HOJE-JUL.

           MOVE "N" TO SW-DATA-VALIDA.
           PERFORM ENTRAR-DATA-INI UNTIL DATA-VALIDA.
           MOVE "N" TO SW-DATA-VALIDA.
           PERFORM ENTRAR-DATA-FIM UNTIL DATA-VALIDA.
           DISPLAY "Inicio do expediente (HHMM; 0 = 0700) :".
           ACCEPT HORA-INICIO.
           IF HORA-INICIO = ZEROS
              MOVE 0700 TO HORA-INICIO.
           DISPLAY "Fim do expediente (HHMM; 0 = 1900) :".
           ACCEPT HORA-FIM.
           IF HORA-FIM = ZEROS OR HORA-FIM NOT > HORA-INICIO
              MOVE 1900 TO HORA-FIM.
           DISPLAY "Dias sem acesso para conta inativa (0 = 30) :".
           ACCEPT DIAS-LIMITE.
           IF DIAS-LIMITE = ZEROS
              MOVE 30 TO DIAS-LIMITE.

           PERFORM CARREGAR-OPERADORES THRU CARREGAR-OPERADORES-EXIT.
           IF OP-ERRO NOT = "10"
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           PERFORM CARREGAR-FERIADOS THRU CARREGAR-FERIADOS-EXIT.

           MOVE 1 TO SECAO.
           PERFORM PERCORRER-SESSOES THRU PERCORRER-SESSOES-EXIT.
           IF SE-ERRO NOT = "10"
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           IF REL-ERRO NOT = "00"
              DISPLAY "Erro ao abrir RELSEGUR.DAT, status " REL-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO END-OF-JOB.

           PERFORM IMPRIMIR-FALHAS.

           MOVE "BLOQUEIOS DE OPERADOR" TO CB-TITULO.
           MOVE COLUNAS-EVENTO TO LINHA-COLUNAS.
           MOVE 99 TO LINHAS-PAGINA.
           MOVE ZEROS TO QTD-LINHAS.
           MOVE 2 TO SECAO.
           PERFORM PERCORRER-SESSOES THRU PERCORRER-SESSOES-EXIT.
           MOVE "BLOQUEIOS NO PERIODO" TO LT-ROTULO.
           PERFORM FECHAR-SECAO.

           MOVE "ACESSOS FORA DO EXPEDIENTE OU EM FERIADO" TO CB-TITULO.
           MOVE COLUNAS-EVENTO TO LINHA-COLUNAS.
           MOVE 99 TO LINHAS-PAGINA.
           MOVE ZEROS TO QTD-LINHAS.
           MOVE 3 TO SECAO.
           PERFORM PERCORRER-SESSOES THRU PERCORRER-SESSOES-EXIT.
           MOVE QTD-LINHAS TO QTD-FORA-HORARIO.
           MOVE "ACESSOS FORA DO EXPEDIENTE" TO LT-ROTULO.
           PERFORM FECHAR-SECAO.

           MOVE "FUNCOES RESTRITAS A SUPERVISOR" TO CB-TITULO.
           MOVE COLUNAS-EVENTO TO LINHA-COLUNAS.
           MOVE 99 TO LINHAS-PAGINA.
           MOVE ZEROS TO QTD-LINHAS.
           MOVE 4 TO SECAO.
           PERFORM PERCORRER-SESSOES THRU PERCORRER-SESSOES-EXIT.
           MOVE QTD-LINHAS TO QTD-RESTRITOS.
           MOVE "ENTRADAS E RECUSAS" TO LT-ROTULO.
           PERFORM FECHAR-SECAO.

           PERFORM ESCOLHER-BLOQUEIOS THRU ESCOLHER-BLOQUEIOS-EXIT
              VARYING IX-OPER FROM 1 BY 1
              UNTIL IX-OPER > QTD-OPERADORES.
           IF QTD-BLOQUEAR > ZEROS
              PERFORM BLOQUEAR-INATIVOS THRU BLOQUEAR-INATIVOS-EXIT.

           PERFORM IMPRIMIR-INATIVOS.

           CLOSE ARQUIVO-RELATORIO.

           DISPLAY "Sessoes lidas...........: " QTD-SESSOES.
           DISPLAY "Sessoes no periodo......: " QTD-NO-PERIODO.
           DISPLAY "Tentativas recusadas....: " QTD-FALHAS.
           DISPLAY "Bloqueios...............: " QTD-BLOQUEIOS.
           DISPLAY "Fora do expediente......: " QTD-FORA-HORARIO.
           DISPLAY "Funcoes restritas.......: " QTD-RESTRITOS.
           DISPLAY "Contas inativas.........: " QTD-INATIVOS.
           DISPLAY "Bloqueadas agora........: " QTD-BLOQUEAR.
           DISPLAY "Relatorio em RELSEGUR.DAT.".

       END-OF-JOB.
           GOBACK.

       ENTRAR-DATA-INI.
           DISPLAY "Periodo de (AAAAMMDD) :".
           ACCEPT DATA-INI.
           CALL "VALIDAR-DATA" USING DATA-INI,
              PERMITE-FUTURO, SW-DATA-VALIDA.
           IF NOT DATA-VALIDA
              DISPLAY "Data invalida !".

       ENTRAR-DATA-FIM.
           DISPLAY "Ate (AAAAMMDD; 0 = hoje) :".
           ACCEPT DATA-FIM.
           IF DATA-FIM = ZEROS
              MOVE DATA-HOJE TO DATA-FIM.
           CALL "VALIDAR-DATA" USING DATA-FIM,
              PERMITE-FUTURO, SW-DATA-VALIDA.
           IF NOT DATA-VALIDA OR DATA-FIM < DATA-INI
              MOVE "N" TO SW-DATA-VALIDA
              DISPLAY "Data invalida (minimo o inicio) !".

       CARREGAR-OPERADORES.
           OPEN INPUT ARQUIVO-OPERADORES.
           IF OP-ERRO NOT = "00"
              DISPLAY "Erro ao abrir OPERADORES.DAT, status " OP-ERRO
              GO TO CARREGAR-OPERADORES-EXIT.

           PERFORM LER-OPERADOR UNTIL OP-ERRO = "10".

           CLOSE ARQUIVO-OPERADORES.
           MOVE "10" TO OP-ERRO.

       CARREGAR-OPERADORES-EXIT.
           EXIT.

       LER-OPERADOR.
           READ ARQUIVO-OPERADORES
              AT END
                 MOVE "10" TO OP-ERRO
              NOT AT END
                 PERFORM GUARDAR-OPERADOR
           END-READ.

       GUARDAR-OPERADOR.
           IF QTD-OPERADORES < 200
              ADD 1 TO QTD-OPERADORES
              SET IX-OPER TO QTD-OPERADORES
              MOVE OP-CODIGO TO TO-CODIGO(IX-OPER)
              MOVE OP-NOME TO TO-NOME(IX-OPER)
              MOVE OP-PERFIL TO TO-PERFIL(IX-OPER)
              MOVE OP-BLOQUEIO TO TO-BLOQUEIO(IX-OPER)
              MOVE ZEROS TO TO-ULTIMO-ACESSO(IX-OPER)
                 TO-FALHAS(IX-OPER) TO-BLOQUEIOS(IX-OPER)
                 TO-ULTIMA-FALHA(IX-OPER)
              MOVE "N" TO TO-BLOQUEAR(IX-OPER)
           ELSE
              DISPLAY "Aviso: relacao de operadores cheia !".

      * The holidays inside the period. A missing FERIADOS.DAT just
      * means no holidays registered.
       CARREGAR-FERIADOS.
           OPEN INPUT ARQUIVO-FERIADOS.
           IF FE-ERRO NOT = "00"
              GO TO CARREGAR-FERIADOS-EXIT.

           PERFORM LER-FERIADO UNTIL FE-ERRO = "10".

           CLOSE ARQUIVO-FERIADOS.

       CARREGAR-FERIADOS-EXIT.
           EXIT.

       LER-FERIADO.
           READ ARQUIVO-FERIADOS
              AT END
                 MOVE "10" TO FE-ERRO
              NOT AT END
                 IF FE-DATA NOT < DATA-INI AND
                    FE-DATA NOT > DATA-FIM AND
                    QTD-FERIADOS < 100
                    ADD 1 TO QTD-FERIADOS
                    MOVE FE-DATA TO TF-DATA(QTD-FERIADOS)
                 END-IF
           END-READ.

      * One pass over the sessions for the SECAO in force. A missing
      * SESSOES.DAT means no one ever signed on: the report still
      * comes out, with the whole cadastro idle.
       PERCORRER-SESSOES.
           OPEN INPUT ARQUIVO-SESSOES.
           IF SE-ERRO = "35"
              IF SECAO = 1
                 DISPLAY "Aviso: SESSOES.DAT nao encontrado."
              END-IF
              MOVE "10" TO SE-ERRO
              GO TO PERCORRER-SESSOES-EXIT.

           IF SE-ERRO NOT = "00"
              DISPLAY "Erro ao abrir SESSOES.DAT, status " SE-ERRO
              GO TO PERCORRER-SESSOES-EXIT.

           MOVE "N" TO SW-FIM-ARQ.
           PERFORM LER-SESSAO UNTIL FIM-ARQ.

           CLOSE ARQUIVO-SESSOES.
           MOVE "10" TO SE-ERRO.

       PERCORRER-SESSOES-EXIT.
           EXIT.

       LER-SESSAO.
           READ ARQUIVO-SESSOES
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 PERFORM TRATAR-SESSAO
           END-READ.

       TRATAR-SESSAO.
           MOVE SE-OPERADOR TO CODIGO-BUSCA.
           PERFORM LOCALIZAR-OPERADOR THRU LOCALIZAR-OPERADOR-EXIT.

           EVALUATE SECAO
              WHEN 1
                 PERFORM APURAR-SESSAO THRU APURAR-SESSAO-EXIT
              WHEN 2
                 IF SESSAO-BLOQUEADA AND
                    SE-DATA NOT < DATA-INI AND SE-DATA NOT > DATA-FIM
                    MOVE "BLOQUEIO" TO MOTIVO
                    PERFORM IMPRIMIR-EVENTO
                 END-IF
              WHEN 3
                 IF SESSAO-ACEITA AND
                    SE-DATA NOT < DATA-INI AND SE-DATA NOT > DATA-FIM
                    PERFORM CONFERIR-HORARIO
                 END-IF
              WHEN 4
                 IF SE-DATA NOT < DATA-INI AND SE-DATA NOT > DATA-FIM
                    PERFORM CONFERIR-RESTRITO
                 END-IF
           END-EVALUATE.

      * The last accepted sign-on counts over the whole file, since
      * an idle account is measured back from today; failures and
      * lockouts only inside the period.
       APURAR-SESSAO.
           ADD 1 TO QTD-SESSOES.
           IF SESSAO-ACEITA AND ACHOU AND
              SE-DATA > TO-ULTIMO-ACESSO(IX-OPER)
              MOVE SE-DATA TO TO-ULTIMO-ACESSO(IX-OPER).

           IF SE-DATA < DATA-INI OR SE-DATA > DATA-FIM
              GO TO APURAR-SESSAO-EXIT.

           ADD 1 TO QTD-NO-PERIODO.
           IF SESSAO-RECUSADA OR SESSAO-JA-BLOQUEADA
              ADD 1 TO QTD-FALHAS
              IF ACHOU
                 ADD 1 TO TO-FALHAS(IX-OPER)
                 MOVE SE-DATA TO TO-ULTIMA-FALHA(IX-OPER).
           IF SESSAO-BLOQUEADA
              ADD 1 TO QTD-BLOQUEIOS
              IF ACHOU
                 ADD 1 TO TO-BLOQUEIOS(IX-OPER)
                 MOVE SE-DATA TO TO-ULTIMA-FALHA(IX-OPER).

       APURAR-SESSAO-EXIT.
           EXIT.

      * A feriado first, then the weekend, then the clock.
       CONFERIR-HORARIO.
           MOVE SPACES TO MOTIVO.
           MOVE "N" TO SW-FERIADO.
           PERFORM PROCURAR-FERIADO
              VARYING IX-FER FROM 1 BY 1
              UNTIL IX-FER > QTD-FERIADOS OR DIA-FERIADO.

           MOVE SE-DATA TO DATA-CALCULO.
           PERFORM APURAR-DIA-JULIANO.
           DIVIDE 7 INTO DIA-JULIANO GIVING QUOCIENTE
              REMAINDER RESTO.
           IF RESTO = 6
              MOVE 1 TO DIA-SEMANA
           ELSE
              COMPUTE DIA-SEMANA = RESTO + 2.

           MOVE SE-HORA TO HORA-SESSAO-DESDOB.

           IF DIA-FERIADO
              MOVE "FERIADO" TO MOTIVO
           ELSE
              IF DIA-SEMANA = 6
                 MOVE "SABADO" TO MOTIVO
              ELSE
                 IF DIA-SEMANA = 7
                    MOVE "DOMINGO" TO MOTIVO
                 ELSE
                    IF HS-HORA-MINUTO < HORA-INICIO OR
                       HS-HORA-MINUTO NOT < HORA-FIM
                       MOVE "FORA HORARIO" TO MOTIVO.

           IF MOTIVO NOT = SPACES
              PERFORM IMPRIMIR-EVENTO.

       PROCURAR-FERIADO.
           IF TF-DATA(IX-FER) = SE-DATA
              MOVE "S" TO SW-FERIADO.

      * Entries and refusals the menu recorded, plus the accepted
      * sign-ons of the programs that are supervisor-only by
      * themselves - which turn away anyone but a supervisor right
      * after the sign-on, so the perfil on the cadastro decides.
       CONFERIR-RESTRITO.
           MOVE SPACES TO MOTIVO.
           IF ACESSO-RESTRITO
              MOVE "ENTROU" TO MOTIVO.
           IF ACESSO-NEGADO
              MOVE "RECUSADO" TO MOTIVO.
           IF SESSAO-ACEITA
              PERFORM PROCURAR-RESTRITO
                 VARYING IX-RESTR FROM 1 BY 1
                 UNTIL IX-RESTR > 4.

           IF MOTIVO NOT = SPACES
              PERFORM IMPRIMIR-EVENTO.

       PROCURAR-RESTRITO.
           IF PROGRAMA-RESTRITO(IX-RESTR) = SE-PROGRAMA
              IF ACHOU AND TO-PERFIL(IX-OPER) = "S"
                 MOVE "ENTROU" TO MOTIVO
              ELSE
                 MOVE "RECUSADO" TO MOTIVO.

      * Leaves IX-OPER on the operator of CODIGO-BUSCA; ACHOU stays
      * off when the codigo is no longer on the cadastro.
       LOCALIZAR-OPERADOR.
           MOVE "N" TO SW-ACHOU.
           PERFORM PROCURAR-OPERADOR
              VARYING IX-OPER FROM 1 BY 1
              UNTIL IX-OPER > QTD-OPERADORES OR ACHOU.
           IF ACHOU
              SET IX-OPER DOWN BY 1.

       LOCALIZAR-OPERADOR-EXIT.
           EXIT.

       PROCURAR-OPERADOR.
           IF TO-CODIGO(IX-OPER) = CODIGO-BUSCA
              MOVE "S" TO SW-ACHOU.

       IMPRIMIR-FALHAS.
           MOVE "TENTATIVAS RECUSADAS POR OPERADOR" TO CB-TITULO.
           MOVE COLUNAS-FALHA TO LINHA-COLUNAS.
           MOVE 99 TO LINHAS-PAGINA.
           MOVE ZEROS TO QTD-LINHAS.
           PERFORM IMPRIMIR-FALHA-OPERADOR
              THRU IMPRIMIR-FALHA-OPERADOR-EXIT
              VARYING IX-OPER FROM 1 BY 1
              UNTIL IX-OPER > QTD-OPERADORES.
           MOVE "OPERADORES COM FALHAS" TO LT-ROTULO.
           PERFORM FECHAR-SECAO.
           MOVE "TENTATIVAS RECUSADAS" TO LT-ROTULO.
           MOVE QTD-FALHAS TO LT-VALOR.
           PERFORM IMPRIMIR-TOTAL.
           MOVE "BLOQUEIOS" TO LT-ROTULO.
           MOVE QTD-BLOQUEIOS TO LT-VALOR.
           PERFORM IMPRIMIR-TOTAL.

       IMPRIMIR-FALHA-OPERADOR.
           IF TO-FALHAS(IX-OPER) = ZEROS AND
              TO-BLOQUEIOS(IX-OPER) = ZEROS
              GO TO IMPRIMIR-FALHA-OPERADOR-EXIT.

           IF LINHAS-PAGINA >= 55
              PERFORM IMPRIMIR-CABECALHO.

           MOVE TO-CODIGO(IX-OPER) TO LF-OPERADOR.
           MOVE TO-NOME(IX-OPER) TO LF-NOME.
           MOVE TO-FALHAS(IX-OPER) TO LF-FALHAS.
           MOVE TO-BLOQUEIOS(IX-OPER) TO LF-BLOQUEIOS.
           MOVE TO-ULTIMA-FALHA(IX-OPER) TO LF-ULTIMA.
           IF TO-BLOQUEIO(IX-OPER) = "B"
              MOVE "BLOQUEADO" TO LF-SITUACAO
           ELSE
              MOVE "ATIVO" TO LF-SITUACAO.
           MOVE LINHA-FALHA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO LINHAS-PAGINA.
           ADD 1 TO QTD-LINHAS.

       IMPRIMIR-FALHA-OPERADOR-EXIT.
           EXIT.

       IMPRIMIR-EVENTO.
           IF LINHAS-PAGINA >= 55
              PERFORM IMPRIMIR-CABECALHO.

           MOVE SE-HORA TO HORA-EXIBIDA-DESDOB.
           MOVE SE-DATA TO LE-DATA.
           MOVE HE-HORA TO LE-HORA.
           MOVE HE-MINUTO TO LE-MINUTO.
           MOVE HE-SEGUNDO TO LE-SEGUNDO.
           MOVE SE-OPERADOR TO LE-OPERADOR.
           IF ACHOU
              MOVE TO-NOME(IX-OPER) TO LE-NOME
           ELSE
              MOVE "(FORA DO CADASTRO)" TO LE-NOME.
           MOVE SE-PROGRAMA TO LE-PROGRAMA.
           MOVE MOTIVO TO LE-MOTIVO.
           MOVE LINHA-EVENTO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO LINHAS-PAGINA.
           ADD 1 TO QTD-LINHAS.

      * Each idle account not blocked yet is offered to the
      * supervisor, one by one; never the one running the report.
       ESCOLHER-BLOQUEIOS.
           PERFORM APURAR-INATIVIDADE.
           IF DIAS-SEM-ACESSO NOT > DIAS-LIMITE
              GO TO ESCOLHER-BLOQUEIOS-EXIT.

           ADD 1 TO QTD-INATIVOS.
           IF TO-BLOQUEIO(IX-OPER) = "B" OR
              TO-CODIGO(IX-OPER) = OPERADOR-CODIGO
              GO TO ESCOLHER-BLOQUEIOS-EXIT.

           MOVE SPACE TO RESPOSTA.
           PERFORM PERGUNTAR-BLOQUEIO
              UNTIL RESPOSTA = "S" OR RESPOSTA = "N".
           IF RESPOSTA = "S"
              MOVE "S" TO TO-BLOQUEAR(IX-OPER)
              ADD 1 TO QTD-BLOQUEAR.

       ESCOLHER-BLOQUEIOS-EXIT.
           EXIT.

       PERGUNTAR-BLOQUEIO.
           IF TO-ULTIMO-ACESSO(IX-OPER) = ZEROS
              DISPLAY "Operador " TO-CODIGO(IX-OPER) " "
                 TO-NOME(IX-OPER) " nunca acessou."
           ELSE
              DISPLAY "Operador " TO-CODIGO(IX-OPER) " "
                 TO-NOME(IX-OPER) " sem acesso desde "
                 TO-ULTIMO-ACESSO(IX-OPER) ".".
           DISPLAY "Bloquear a conta ? (S/N)".
           ACCEPT RESPOSTA.

      * Days since the last accepted sign-on; an operator who never
      * signed on counts as idle whatever the limit.
       APURAR-INATIVIDADE.
           IF TO-ULTIMO-ACESSO(IX-OPER) = ZEROS
              MOVE 99999 TO DIAS-SEM-ACESSO
           ELSE
              MOVE TO-ULTIMO-ACESSO(IX-OPER) TO DATA-CALCULO
              PERFORM APURAR-DIA-JULIANO
              COMPUTE DIAS-SEM-ACESSO = DIA-HOJE-JUL - DIA-JULIANO.

      * Sets OP-BLOQUEIO on the chosen accounts by the same
      * copy-and-replace rewrite CADASTRO-OPERADORES uses, and puts
      * each block on the change log.
       BLOQUEAR-INATIVOS.
           MOVE "N" TO SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-OPERADORES.
           IF OP-ERRO NOT = "00"
              DISPLAY "Erro ao abrir OPERADORES.DAT, status " OP-ERRO
              GO TO BLOQUEIO-NAO-GRAVADO.

           OPEN OUTPUT ARQUIVO-OPER-NOVO.
           IF OPNOVO-ERRO NOT = "00"
              DISPLAY "Erro ao abrir arquivo temporario, status "
                 OPNOVO-ERRO
              CLOSE ARQUIVO-OPERADORES
              GO TO BLOQUEIO-NAO-GRAVADO.

           PERFORM COPIAR-OPERADOR UNTIL FIM-ARQ.

           CLOSE ARQUIVO-OPERADORES.
           CLOSE ARQUIVO-OPER-NOVO.

           CALL "CBL_DELETE_FILE" USING NOME-OPER-ARQUIVO.
           CALL "CBL_RENAME_FILE" USING NOVO-OPER-ARQUIVO
              NOME-OPER-ARQUIVO.

           PERFORM REGISTRAR-BLOQUEIO
              VARYING IX-OPER FROM 1 BY 1
              UNTIL IX-OPER > QTD-OPERADORES.
           GO TO BLOQUEAR-INATIVOS-EXIT.

       BLOQUEIO-NAO-GRAVADO.
           DISPLAY "Nenhuma conta foi bloqueada.".
           MOVE ZEROS TO QTD-BLOQUEAR.
           PERFORM DESMARCAR-BLOQUEIO
              VARYING IX-OPER FROM 1 BY 1
              UNTIL IX-OPER > QTD-OPERADORES.
           MOVE 4 TO RETURN-CODE.

       BLOQUEAR-INATIVOS-EXIT.
           EXIT.

       DESMARCAR-BLOQUEIO.
           MOVE "N" TO TO-BLOQUEAR(IX-OPER).

       COPIAR-OPERADOR.
           READ ARQUIVO-OPERADORES
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 MOVE REG-OPERADOR TO REG-OPER-NOVO
                 MOVE OP-CODIGO TO CODIGO-BUSCA
                 PERFORM LOCALIZAR-OPERADOR
                    THRU LOCALIZAR-OPERADOR-EXIT
                 IF ACHOU
                    IF TO-BLOQUEAR(IX-OPER) = "S"
                       MOVE "B" TO OPN-BLOQUEIO
                    END-IF
                 END-IF
                 WRITE REG-OPER-NOVO
           END-READ.

       REGISTRAR-BLOQUEIO.
           IF TO-BLOQUEAR(IX-OPER) = "S"
              MOVE OPERADOR-CODIGO TO LA-OPERADOR
              MOVE "OPERADORES" TO LA-ARQUIVO
              MOVE TO-CODIGO(IX-OPER) TO LA-CHAVE
              MOVE "BLOQUEIO" TO LA-CAMPO
              MOVE "A" TO LA-OPERACAO
              MOVE "S" TO LA-SENSIVEL
              MOVE TO-BLOQUEIO(IX-OPER) TO LA-VALOR-ANTIGO
              MOVE "B" TO LA-VALOR-NOVO
              CALL "GRAVAR-ALTERACAO" USING ALTERACAO-CADASTRO
              DISPLAY "Operador " TO-CODIGO(IX-OPER) " bloqueado.".

       IMPRIMIR-INATIVOS.
           MOVE "CONTAS SEM ACESSO" TO CB-TITULO.
           MOVE COLUNAS-INATIVO TO LINHA-COLUNAS.
           MOVE 99 TO LINHAS-PAGINA.
           MOVE ZEROS TO QTD-LINHAS.
           PERFORM IMPRIMIR-INATIVO THRU IMPRIMIR-INATIVO-EXIT
              VARYING IX-OPER FROM 1 BY 1
              UNTIL IX-OPER > QTD-OPERADORES.
           MOVE SPACES TO LT-ROTULO.
           STRING "SEM ACESSO HA MAIS DE " DELIMITED BY SIZE
              DIAS-LIMITE DELIMITED BY SIZE
              " DIAS" DELIMITED BY SIZE
              INTO LT-ROTULO.
           PERFORM FECHAR-SECAO.
           MOVE "BLOQUEADAS NESTA EXECUCAO" TO LT-ROTULO.
           MOVE QTD-BLOQUEAR TO LT-VALOR.
           PERFORM IMPRIMIR-TOTAL.

       IMPRIMIR-INATIVO.
           PERFORM APURAR-INATIVIDADE.
           IF DIAS-SEM-ACESSO NOT > DIAS-LIMITE
              GO TO IMPRIMIR-INATIVO-EXIT.

           IF LINHAS-PAGINA >= 55
              PERFORM IMPRIMIR-CABECALHO.

           MOVE TO-CODIGO(IX-OPER) TO LI-OPERADOR.
           MOVE TO-NOME(IX-OPER) TO LI-NOME.
           MOVE TO-PERFIL(IX-OPER) TO LI-PERFIL.
           IF TO-ULTIMO-ACESSO(IX-OPER) = ZEROS
              MOVE "NUNCA" TO LI-ULTIMO
              MOVE ZEROS TO LI-DIAS
           ELSE
              MOVE TO-ULTIMO-ACESSO(IX-OPER) TO LI-ULTIMO
              MOVE DIAS-SEM-ACESSO TO LI-DIAS.
           IF TO-BLOQUEAR(IX-OPER) = "S"
              MOVE "BLOQUEADA AGORA" TO LI-SITUACAO
           ELSE
              IF TO-BLOQUEIO(IX-OPER) = "B"
                 MOVE "JA BLOQUEADA" TO LI-SITUACAO
              ELSE
                 MOVE "MANTIDA ATIVA" TO LI-SITUACAO.
           MOVE LINHA-INATIVO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO LINHAS-PAGINA.
           ADD 1 TO QTD-LINHAS.

       IMPRIMIR-INATIVO-EXIT.
           EXIT.

      * A section that found nothing still gets its page, so the
      * reader sees it was checked; LT-ROTULO comes set by the
      * caller.
       FECHAR-SECAO.
           IF LINHAS-PAGINA >= 53
              PERFORM IMPRIMIR-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE QTD-LINHAS TO LT-VALOR.
           PERFORM IMPRIMIR-TOTAL.

       IMPRIMIR-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO LINHAS-PAGINA.

       IMPRIMIR-CABECALHO.
           ADD 1 TO PAGINA.
           MOVE DATA-HOJE TO CB-DATA.
           MOVE PAGINA TO CB-PAGINA.
           MOVE CABECALHO-PAGINA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE DATA-INI TO CP-INICIO.
           MOVE DATA-FIM TO CP-FIM.
           MOVE CABECALHO-PERIODO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-COLUNAS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO LINHAS-PAGINA.

      * Day number of DATA-CALCULO counted from a fixed origin, the
      * JORNADA-VIGENTE way: January and February taken as months
      * 13/14 of the previous year as in Zeller's congruence; two
      * dates subtract to the days between them, and the number
      * modulo 7 gives the weekday.
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

       END PROGRAM SEGURANCA-ACESSOS.
