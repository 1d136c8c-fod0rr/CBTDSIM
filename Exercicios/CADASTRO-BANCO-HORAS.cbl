      ******************************************************************
      * Author:       BERGAMASCHI, MARCELO.
      * Date:         2026-10-15.
      * Purpose:      Banco de horas agreement: keeps BHADESAO.DAT,
      *               the matriculas that signed up to bank their
      *               overtime instead of receiving it on the folha,
      *               and prints a matricula's extrato - every
      *               BANCOHORAS.DAT movement posted by the ponto
      *               closing and by the rescisao, and the balance of
      *               each lot still open.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  First version: aderir, cancelar and extrato. The
      *             adesao and the cancelamento take today's date;
      *             the cancelamento is a copy-and-replace rewrite
      *             like CADASTRO-PENSOES' exclusion, and a later
      *             adesao of the same matricula reactivates it.
      * 2026-10-15  Sign-on through EFETUAR-LOGON; adesoes,
      *             cancelamentos and reactivations go to the common
      *             change log ALTERACOES.DAT through GRAVAR-
      *             ALTERACAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-BANCO-HORAS.
       AUTHOR. BERGAMASCHI, MARCELO.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       INSTALLATION. IFSP-Cubatao.
       SECURITY. CADASTRO DO BANCO DE HORAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-486-DX2-66-MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66-MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ADESOES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AB-ERRO.

           SELECT ARQUIVO-ADES-NOVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ABNOVO-ERRO.

           SELECT ARQUIVO-BANCO-HORAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BH-ERRO.

           SELECT ARQUIVO-FUNCIONARIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FN-MATRICULA
           FILE STATUS IS FN-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ADESOES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS REG-ADESAO
           VALUE OF FILE-ID "BHADESAO.DAT".

       01  REG-ADESAO.
           COPY REGBHAD.

       FD  ARQUIVO-ADES-NOVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS REG-ADES-NOVO
           VALUE OF FILE-ID "BHADNOVO.DAT".

       01  REG-ADES-NOVO PIC X(22).

       FD  ARQUIVO-BANCO-HORAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS REG-BANCO-HORAS
           VALUE OF FILE-ID "BANCOHORAS.DAT".

       01  REG-BANCO-HORAS.
           COPY REGBHOR.

       FD  ARQUIVO-FUNCIONARIOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS REG-FUNC
           VALUE OF FILE-ID "FUNCIONARIOS.DAT".

       01  REG-FUNC.
           COPY REGFUNC.

       WORKING-STORAGE SECTION.
       77  AB-ERRO        PIC X(02) VALUE "00".
       77  ABNOVO-ERRO    PIC X(02) VALUE "00".
       77  BH-ERRO        PIC X(02) VALUE "00".
       77  FN-ERRO        PIC X(02) VALUE "00".
       77  NOME-ADES-ARQUIVO PIC X(12) VALUE "BHADESAO.DAT".
       77  NOVO-ADES-ARQUIVO PIC X(12) VALUE "BHADNOVO.DAT".
       77  CB-OPCAO       PIC 9(01) VALUE ZEROS.
       77  MATRICULA      PIC 9(05) VALUE ZEROS.
       77  DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77  NOVA-SITUACAO  PIC X(01) VALUE SPACE.
       77  SW-ENCONTROU   PIC X(01) VALUE "N".
           88 ENCONTROU       VALUE "S".
       77  SW-FIM-ARQ     PIC X(01) VALUE "N".
           88 FIM-ARQ         VALUE "S".
       77  SW-FUNC-ENCONTRADO PIC X(01) VALUE "N".
           88 FUNC-ENCONTRADO     VALUE "S".
       77  SW-LOTE-ACHADO PIC X(01) VALUE "N".
           88 LOTE-ACHADO     VALUE "S".
       77  QTD-MOVIMENTOS PIC 9(04) VALUE ZEROS.
       77  QTD-LOTES      PIC 9(03) VALUE ZEROS.
       77  SALDO-50       PIC S9(06) VALUE ZEROS.
       77  SALDO-100      PIC S9(06) VALUE ZEROS.
       77  MASCARA-MIN    PIC -ZZZZ9.
       77  OPERADOR-CODIGO PIC 9(04) VALUE ZEROS.
       77  OPERADOR-PERFIL PIC X(01) VALUE SPACE.
       77  PROGRAMA-LOGON PIC X(15) VALUE "CADASTRO-BANCO.".
       77  RESULTADO-LOGON PIC X(01) VALUE SPACE.

      * The adhesion found by LOCALIZAR-ADESAO.
       01  ADESAO-ATUAL.
           COPY REGBHAD REPLACING
              AB-MATRICULA BY AA-MATRICULA,
              AB-DATA-ADESAO BY AA-DATA-ADESAO,
              AB-SITUACAO BY AA-SITUACAO,
              AB-DATA-CANCEL BY AA-DATA-CANCEL,
              ADESAO-ATIVA BY AA-ATIVA,
              ADESAO-CANCELADA BY AA-CANCELADA.

      * Open lots of the matricula for the extrato, in the order
      * they were credited, each with what is left of it.
       01  TABELA-LOTES VALUE ZEROS.
           05  LOTE-TAB OCCURS 200 TIMES INDEXED BY IX-LT.
               10  LT-ORIGEM    PIC 9(06).
               10  LT-SALDO-50  PIC S9(06).
               10  LT-SALDO-100 PIC S9(06).

       01  ALTERACAO-CADASTRO.
           COPY REGALTE.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*--- Banco de Horas ---*"

      * Sign-on through the shared EFETUAR-LOGON: the operator's
      * codigo signs every line this run leaves on the change log.
           CALL "EFETUAR-LOGON" USING PROGRAMA-LOGON,
              OPERADOR-CODIGO, OPERADOR-PERFIL, RESULTADO-LOGON.
           IF RESULTADO-LOGON NOT = "S"
              DISPLAY "Identificacao recusada, encerrando."
              MOVE 8 TO RETURN-CODE
              GOBACK.

           DISPLAY "1 - Aderir ao banco de horas"
           DISPLAY "2 - Cancelar adesao"
           DISPLAY "3 - Extrato de uma matricula"
           DISPLAY "Opcao:"
           ACCEPT CB-OPCAO.

           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.

           EVALUATE CB-OPCAO
              WHEN 2
                 PERFORM CANCELAR-ADESAO THRU CANCELAR-ADESAO-EXIT
              WHEN 3
                 PERFORM EMITIR-EXTRATO THRU EMITIR-EXTRATO-EXIT
              WHEN OTHER
                 PERFORM INCLUIR-ADESAO THRU INCLUIR-ADESAO-EXIT
           END-EVALUATE.

           GOBACK.

      * A new matricula is appended; one whose adhesion was
      * cancelled is reactivated from today on.
       INCLUIR-ADESAO.
           PERFORM ENTRAR-MATRICULA UNTIL MATRICULA > ZEROS.

           PERFORM BUSCAR-FUNCIONARIO THRU BUSCAR-FUNCIONARIO-EXIT.
           IF NOT FUNC-ENCONTRADO
              DISPLAY "Matricula nao cadastrada ou desligada !"
              GO TO INCLUIR-ADESAO-EXIT.

           PERFORM LOCALIZAR-ADESAO THRU LOCALIZAR-ADESAO-EXIT.
           IF ENCONTROU AND AA-ATIVA
              DISPLAY "Matricula ja aderiu ao banco de horas em "
                 AA-DATA-ADESAO " !"
              GO TO INCLUIR-ADESAO-EXIT.

           IF ENCONTROU
              MOVE "A" TO NOVA-SITUACAO
              PERFORM REGRAVAR-ADESOES THRU REGRAVAR-ADESOES-EXIT
              PERFORM REGISTRAR-SITUACAO
              DISPLAY "Adesao reativada em " DATA-HOJE "."
              GO TO INCLUIR-ADESAO-EXIT.

           OPEN EXTEND ARQUIVO-ADESOES.
           IF AB-ERRO = "35"
              OPEN OUTPUT ARQUIVO-ADESOES.

           IF AB-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-ADESOES, status " AB-ERRO
              GO TO INCLUIR-ADESAO-EXIT.

           MOVE MATRICULA TO AB-MATRICULA.
           MOVE DATA-HOJE TO AB-DATA-ADESAO.
           MOVE "A" TO AB-SITUACAO.
           MOVE ZEROS TO AB-DATA-CANCEL.
           WRITE REG-ADESAO.

           IF AB-ERRO NOT = "00"
              DISPLAY "Erro ao gravar REG-ADESAO, status " AB-ERRO
           ELSE
              PERFORM REGISTRAR-INCLUSAO.

           CLOSE ARQUIVO-ADESOES.
           DISPLAY "Adesao registrada em " DATA-HOJE ".".

       INCLUIR-ADESAO-EXIT.
           EXIT.

      * The balance already banked stays on BANCOHORAS.DAT: it can
      * still be compensated, and what is left is paid when its
      * window runs out, like any other lot.
       CANCELAR-ADESAO.
           PERFORM ENTRAR-MATRICULA UNTIL MATRICULA > ZEROS.

           PERFORM LOCALIZAR-ADESAO THRU LOCALIZAR-ADESAO-EXIT.
           IF NOT ENCONTROU OR AA-CANCELADA
              DISPLAY "Matricula sem adesao em vigor !"
              GO TO CANCELAR-ADESAO-EXIT.

           MOVE "C" TO NOVA-SITUACAO.
           PERFORM REGRAVAR-ADESOES THRU REGRAVAR-ADESOES-EXIT.
           PERFORM REGISTRAR-SITUACAO.
           DISPLAY "Adesao cancelada em " DATA-HOJE ".".

       CANCELAR-ADESAO-EXIT.
           EXIT.

       ENTRAR-MATRICULA.
           DISPLAY "Matricula (maior que zero) :"
           ACCEPT MATRICULA.
           IF MATRICULA = ZEROS
              DISPLAY "Matricula invalida !".

      * Sequential scan of BHADESAO.DAT for the matricula; when
      * found the record is left in ADESAO-ATUAL.
       LOCALIZAR-ADESAO.
           MOVE "N" TO SW-ENCONTROU SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-ADESOES.
           IF AB-ERRO NOT = "00"
              GO TO LOCALIZAR-ADESAO-EXIT.

           PERFORM LER-ADESAO UNTIL ENCONTROU OR FIM-ARQ.

           CLOSE ARQUIVO-ADESOES.

       LOCALIZAR-ADESAO-EXIT.
           EXIT.

       LER-ADESAO.
           READ ARQUIVO-ADESOES
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF AB-MATRICULA = MATRICULA
                    MOVE "S" TO SW-ENCONTROU
                    MOVE REG-ADESAO TO ADESAO-ATUAL
                 END-IF
           END-READ.

      * Copy-and-replace of BHADESAO.DAT with the matricula's
      * record set to NOVA-SITUACAO as of today.
       REGRAVAR-ADESOES.
           MOVE "N" TO SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-ADESOES.
           IF AB-ERRO NOT = "00"
              DISPLAY "Erro ao abrir ARQUIVO-ADESOES, status " AB-ERRO
              GO TO REGRAVAR-ADESOES-EXIT.

           OPEN OUTPUT ARQUIVO-ADES-NOVO.
           IF ABNOVO-ERRO NOT = "00"
              DISPLAY "Erro ao abrir arquivo temporario, status "
                 ABNOVO-ERRO
              CLOSE ARQUIVO-ADESOES
              GO TO REGRAVAR-ADESOES-EXIT.

           PERFORM COPIAR-ADESAO UNTIL FIM-ARQ.

           CLOSE ARQUIVO-ADESOES.
           CLOSE ARQUIVO-ADES-NOVO.

           CALL "CBL_DELETE_FILE" USING NOME-ADES-ARQUIVO.
           CALL "CBL_RENAME_FILE" USING NOVO-ADES-ARQUIVO
              NOME-ADES-ARQUIVO.

       REGRAVAR-ADESOES-EXIT.
           EXIT.

       COPIAR-ADESAO.
           READ ARQUIVO-ADESOES
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF AB-MATRICULA = MATRICULA
                    MOVE NOVA-SITUACAO TO AB-SITUACAO
                    IF ADESAO-ATIVA
                       MOVE DATA-HOJE TO AB-DATA-ADESAO
                       MOVE ZEROS TO AB-DATA-CANCEL
                    ELSE
                       MOVE DATA-HOJE TO AB-DATA-CANCEL
                    END-IF
                 END-IF
                 MOVE REG-ADESAO TO REG-ADES-NOVO
                 WRITE REG-ADES-NOVO
           END-READ.

      * Every movement of the matricula in file order, then the
      * lots with a balance left and the total, in minutes.
       EMITIR-EXTRATO.
           PERFORM ENTRAR-MATRICULA UNTIL MATRICULA > ZEROS.

           PERFORM LOCALIZAR-ADESAO THRU LOCALIZAR-ADESAO-EXIT.
           DISPLAY "=================================================".
           DISPLAY "EXTRATO DO BANCO DE HORAS - MATRICULA " MATRICULA.
           IF NOT ENCONTROU
              DISPLAY "Adesao.....: nao aderiu"
           ELSE
              IF AA-ATIVA
                 DISPLAY "Adesao.....: " AA-DATA-ADESAO
              ELSE
                 DISPLAY "Adesao.....: " AA-DATA-ADESAO
                    " cancelada em " AA-DATA-CANCEL
              END-IF
           END-IF.

           MOVE ZEROS TO QTD-MOVIMENTOS QTD-LOTES.
           MOVE "N" TO SW-FIM-ARQ.

           OPEN INPUT ARQUIVO-BANCO-HORAS.
           IF BH-ERRO NOT = "00"
              DISPLAY "Nenhum movimento no banco de horas."
              GO TO EMITIR-EXTRATO-EXIT.

           DISPLAY "Compet. Tipo Lote   Min 50% Min 100%".
           PERFORM LER-MOVIMENTO UNTIL FIM-ARQ.

           CLOSE ARQUIVO-BANCO-HORAS.

           IF QTD-MOVIMENTOS = ZEROS
              DISPLAY "Nenhum movimento p/ esta matricula."
              GO TO EMITIR-EXTRATO-EXIT.

           MOVE ZEROS TO SALDO-50 SALDO-100.
           DISPLAY "--- Saldo por lote ---".
           PERFORM IMPRIMIR-LOTE
              VARYING IX-LT FROM 1 BY 1
              UNTIL IX-LT > QTD-LOTES.
           MOVE SALDO-50 TO MASCARA-MIN.
           DISPLAY "Saldo a 50% (min)....: " MASCARA-MIN.
           MOVE SALDO-100 TO MASCARA-MIN.
           DISPLAY "Saldo a 100% (min)...: " MASCARA-MIN.
           DISPLAY "=================================================".

       EMITIR-EXTRATO-EXIT.
           EXIT.

       LER-MOVIMENTO.
           READ ARQUIVO-BANCO-HORAS
              AT END
                 MOVE "S" TO SW-FIM-ARQ
              NOT AT END
                 IF BH-MATRICULA = MATRICULA
                    ADD 1 TO QTD-MOVIMENTOS
                    DISPLAY BH-COMPETENCIA "    " BH-TIPO "  "
                       BH-ORIGEM "  " BH-MIN-50 "    " BH-MIN-100
                    PERFORM ACUMULAR-LOTE
                 END-IF
           END-READ.

      * A credit opens its lot; the other movements draw on the lot
      * they name.
       ACUMULAR-LOTE.
           MOVE "N" TO SW-LOTE-ACHADO.
           PERFORM LOCALIZAR-LOTE
              VARYING IX-LT FROM 1 BY 1
              UNTIL IX-LT > QTD-LOTES.

           IF NOT LOTE-ACHADO AND QTD-LOTES < 200
              ADD 1 TO QTD-LOTES
              SET IX-LT TO QTD-LOTES
              MOVE BH-ORIGEM TO LT-ORIGEM(IX-LT)
              PERFORM LANCAR-NO-LOTE.

       LOCALIZAR-LOTE.
           IF BH-ORIGEM = LT-ORIGEM(IX-LT)
              MOVE "S" TO SW-LOTE-ACHADO
              PERFORM LANCAR-NO-LOTE
              SET IX-LT TO QTD-LOTES.

       LANCAR-NO-LOTE.
           IF BH-CREDITO
              ADD BH-MIN-50 TO LT-SALDO-50(IX-LT)
              ADD BH-MIN-100 TO LT-SALDO-100(IX-LT)
           ELSE
              SUBTRACT BH-MIN-50 FROM LT-SALDO-50(IX-LT)
              SUBTRACT BH-MIN-100 FROM LT-SALDO-100(IX-LT).

       IMPRIMIR-LOTE.
           IF LT-SALDO-50(IX-LT) NOT = ZEROS
              OR LT-SALDO-100(IX-LT) NOT = ZEROS
              ADD LT-SALDO-50(IX-LT) TO SALDO-50
              ADD LT-SALDO-100(IX-LT) TO SALDO-100
              DISPLAY "Lote " LT-ORIGEM(IX-LT) " : "
                 LT-SALDO-50(IX-LT) " min a 50%, "
                 LT-SALDO-100(IX-LT) " min a 100%".

      * Keyed READ on the indexed cadastro; only an active employee
      * may sign up.
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
                 IF FUNC-ATIVO
                    MOVE "S" TO SW-FUNC-ENCONTRADO
                 END-IF
           END-READ.

           CLOSE ARQUIVO-FUNCIONARIOS.

       BUSCAR-FUNCIONARIO-EXIT.
           EXIT.

      * A new adesao logs its situacao and date; a cancelamento or
      * a reactivation logs the change of situacao.
       REGISTRAR-INCLUSAO.
           MOVE "I" TO LA-OPERACAO.
           MOVE SPACES TO LA-VALOR-ANTIGO.
           MOVE "SITUACAO" TO LA-CAMPO.
           MOVE "A" TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.
           MOVE "DATA-ADESAO" TO LA-CAMPO.
           MOVE DATA-HOJE TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.

       REGISTRAR-SITUACAO.
           MOVE "A" TO LA-OPERACAO.
           MOVE "SITUACAO" TO LA-CAMPO.
           MOVE AA-SITUACAO TO LA-VALOR-ANTIGO.
           MOVE NOVA-SITUACAO TO LA-VALOR-NOVO.
           PERFORM GRAVAR-LOG-ALTERACAO.

       GRAVAR-LOG-ALTERACAO.
           MOVE OPERADOR-CODIGO TO LA-OPERADOR.
           MOVE "N" TO LA-SENSIVEL.
           MOVE "BHADESAO" TO LA-ARQUIVO.
           MOVE MATRICULA TO LA-CHAVE.
           CALL "GRAVAR-ALTERACAO" USING ALTERACAO-CADASTRO.

       END PROGRAM CADASTRO-BANCO-HORAS.
