      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Maintenance for CDB.DAT, the time deposits
      *          (certificados de deposito bancario) held against a
      *          current account: list an account's deposits,
      *          consult one, and open a new one. Opening a deposit
      *          takes the principal out of the linked account as a
      *          TIPO=A ledger entry, refused when the balance left
      *          free of BLOQUEIOS.DAT holds does not cover it, and
      *          records the annual rate and the maturity date the
      *          month-end accrual PROG_CDBJUROS.cbl and the
      *          maturity run PROG_CDBVENC.cbl work from. Deposits
      *          are never deleted; a matured one stays on file as
      *          liquidado. The screen sits behind the
      *          account-maintenance (K) permission and takes the
      *          same exclusive lock on CONTAS.DAT the account
      *          maintenance does.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_CDBMANUT.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CDB-FILE ASSIGN TO "CDB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDB-NUMERO
               FILE STATUS IS WS-CDB-STATUS.

           SELECT CONTA-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT BLOQUEIO-FILE ASSIGN TO "BLOQUEIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLQ-CHAVE
               FILE STATUS IS WS-BLOQUEIO-STATUS.

           SELECT CAMBIO-FILE ASSIGN TO "CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBIO-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGIX-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT LEDGSEQ-FILE ASSIGN TO "LEDGSEQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGSEQ-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  CDB-FILE.
           COPY CDB.

       FD  CONTA-FILE.
           COPY CONTA.

       FD  BLOQUEIO-FILE.
           COPY BLOQUEIO.

       FD  CAMBIO-FILE.
        01 CAMBIO-REC.
         05 CAMBIO-MOEDA PIC X(03).
         05 CAMBIO-TAXA PIC 9(03)V9(06).
         05 CAMBIO-VIGENCIA PIC 9(08).

       FD  LEDGER-FILE.
        01 LEDGIX-REC.
         05 LEDGIX-CHAVE.
          10 LEDGIX-CONTA PIC 9(05).
          10 LEDGIX-SEQ PIC 9(06).
         05 LEDGER-LINE PIC X(160).

       FD  LEDGSEQ-FILE.
        01 LEDGSEQ-REC.
         05 LEDGSEQ-ULTIMO PIC 9(06).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-CDB-STATUS      PIC X(02) VALUE ZEROS.
        77 WS-CONTA-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-BLOQUEIO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-CAMBIO-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-LEDGER-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-LEDGSEQ-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
        77 WS-OPERACAO        PIC X(01) VALUE SPACES.
        77 WS-FIM-MANUT       PIC X(01) VALUE "N".
        77 WS-CONTA-MANUT     PIC 9(05) VALUE ZEROS.
        77 WS-NUMERO-MANUT    PIC 9(06) VALUE ZEROS.
        77 WS-PRINCIPAL-MANUT PIC 9(10)V99 VALUE ZEROS.
        77 WS-TAXA-MANUT      PIC 9(02)V9(06) VALUE ZEROS.
        77 WS-VENCIMENTO-MANUT PIC 9(08) VALUE ZEROS.
        77 WS-CONTA-ACHADA    PIC X(01) VALUE "N".
        77 WS-ULTIMO-NUMERO   PIC 9(06) VALUE ZEROS.
        77 WS-QTD-LISTADOS    PIC 9(04) VALUE ZEROS.
        77 WS-TOTAL-BLOQUEADO PIC 9(10)V99 VALUE ZEROS.
        77 WS-DISPONIVEL      PIC S9(10)V99 VALUE ZEROS.
        77 WS-VALOR-BRL       PIC 9(10)V99 VALUE ZEROS.
        77 WS-SALDO-NOVO      PIC S9(10)V99 VALUE ZEROS.
        77 WS-TAXA-CAMBIO     PIC 9(03)V9(06) VALUE ZEROS.
        77 WS-TAXA-VIGENCIA   PIC 9(08) VALUE ZEROS.
        77 WS-TAXA-ACHADA     PIC X(01) VALUE "N".
        77 WS-LEDGER-SEQ      PIC 9(06) VALUE ZEROS.
        77 WS-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
        77 WS-DATA-HORA       PIC X(020) VALUE SPACES.
        77 WS-DATA-VALIDA     PIC 9(08) VALUE ZEROS.
        77 WS-OPERADOR-ID     PIC X(08) VALUE SPACES.
        77 WS-OPERADOR-SENHA  PIC X(08) VALUE SPACES.
        77 WS-OPER-AUTORIZADO PIC X(01) VALUE "N".
        77 WS-FUNCAO-LOGIN    PIC X(01) VALUE "K".
        77 WS-TRAVA-ARQUIVO   PIC X(012) VALUE "CONTAS.DAT".
        77 WS-TRAVA-PROGRAMA  PIC X(012) VALUE "PROG_CDBMANU".
        77 WS-TRAVA-MODO      PIC X(001) VALUE "E".
        77 WS-TRAVA-CONCEDIDA PIC X(001) VALUE "N".
        77 WS-TRAVA-DETENTOR  PIC X(012) VALUE SPACES.
        77 WS-DESCRICAO-SITUACAO PIC X(010) VALUE SPACES.
      * An overdrawn SALDO= goes out through the floating-minus view
      * of the same thirteen columns, as the calculator writes it.
        77 WS-SALDO-CAMPO     PIC Z(9)9.99.
        77 WS-SALDO-DEV-CAMPO REDEFINES WS-SALDO-CAMPO
                              PIC -(9)9.99.
        77 WS-VALOR-CAMPO     PIC Z(9)9.99.
        77 WS-RESULT-CAMPO    PIC Z(9)9.99-.
        77 WS-VLRBRL-CAMPO    PIC Z(9)9.99.
        77 WS-JUROS-CAMPO     PIC Z(9)9.99.
        77 WS-TAXA-CAMPO      PIC Z9.999999.
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
      * Opening a deposit moves customer money off the account, so
      * the screen takes the same permission as the account master.
           DISPLAY "IDENTIFICACAO DO OPERADOR:".
           ACCEPT WS-OPERADOR-ID.
           DISPLAY "SENHA:".
           ACCEPT WS-OPERADOR-SENHA.
           CALL "VALIDAR-OPERADOR" USING WS-OPERADOR-ID
               WS-OPERADOR-SENHA WS-FUNCAO-LOGIN
               WS-OPER-AUTORIZADO.
           IF WS-OPER-AUTORIZADO NOT = "S"
               DISPLAY "OPERADOR SEM PERMISSAO PARA MANUTENCAO DE "
                   "CDB"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The master and the ledger sequence are the calculator's;
      * the same exclusive lock keeps a balance run from posting
      * underneath an application.
           CALL "REGISTRAR-TRAVA" USING WS-TRAVA-ARQUIVO
               WS-TRAVA-PROGRAMA WS-TRAVA-MODO
               WS-TRAVA-CONCEDIDA WS-TRAVA-DETENTOR.
           IF WS-TRAVA-CONCEDIDA NOT = "S"
               DISPLAY "CONTAS.DAT EM USO POR " WS-TRAVA-DETENTOR
                   " - TENTE MAIS TARDE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           PERFORM OBTER-SEQUENCIA-LEDGER.

           OPEN I-O CDB-FILE.
           IF WS-CDB-STATUS = "35"
               OPEN OUTPUT CDB-FILE
               CLOSE CDB-FILE
               OPEN I-O CDB-FILE
           END-IF.
           IF WS-CDB-STATUS NOT = "00"
               MOVE "CDB-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CDB-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN I-O CONTA-FILE.
           IF WS-CONTA-STATUS = "35"
               OPEN OUTPUT CONTA-FILE
               CLOSE CONTA-FILE
               OPEN I-O CONTA-FILE
           END-IF.
           IF WS-CONTA-STATUS NOT = "00"
               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           PERFORM UNTIL WS-FIM-MANUT = "S"
               DISPLAY "OPERACAO: L-LISTAR C-CONSULTAR I-INCLUIR "
                   "F-FIM"
               ACCEPT WS-OPERACAO
               EVALUATE WS-OPERACAO
                   WHEN "L"
                   WHEN "l"
                       PERFORM LISTAR-CDB
                   WHEN "C"
                   WHEN "c"
                       PERFORM CONSULTAR-CDB
                   WHEN "I"
                   WHEN "i"
                       PERFORM INCLUIR-CDB
                   WHEN OTHER
                       MOVE "S" TO WS-FIM-MANUT
               END-EVALUATE
           END-PERFORM.

           CLOSE CONTA-FILE.
           CLOSE CDB-FILE.
           CALL "LIBERAR-TRAVA" USING WS-TRAVA-ARQUIVO
               WS-TRAVA-PROGRAMA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LISTAR-CDB.
      * CDB.DAT is keyed on the deposit number, so an account's
      * deposits come from a pass over the whole file.
           DISPLAY "NUMERO DA CONTA:".
           ACCEPT WS-CONTA-MANUT.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           MOVE ZEROS TO CDB-NUMERO.
           START CDB-FILE KEY NOT LESS THAN CDB-NUMERO
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-CDB-STATUS = "00"
               PERFORM UNTIL WS-CDB-STATUS = "10"
                   READ CDB-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-CDB-STATUS NOT = "00"
                           AND WS-CDB-STATUS NOT = "10"
                       MOVE "CDB-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-CDB-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF CDB-CONTA = WS-CONTA-MANUT
                       ADD 1 TO WS-QTD-LISTADOS
                       PERFORM DESCREVER-SITUACAO
                       MOVE CDB-PRINCIPAL TO WS-VALOR-CAMPO
                       MOVE CDB-TAXA-ANUAL TO WS-TAXA-CAMPO
                       DISPLAY "  CDB " CDB-NUMERO
                           " " CDB-MOEDA " " WS-VALOR-CAMPO
                           " TAXA " WS-TAXA-CAMPO
                           " DE " CDB-INICIO
                           " A " CDB-VENCIMENTO
                           " " WS-DESCRICAO-SITUACAO
                   END-IF
               END-PERFORM
           END-IF.
           DISPLAY "CDB LISTADOS: " WS-QTD-LISTADOS.

       CONSULTAR-CDB.
           DISPLAY "NUMERO DO CDB:".
           ACCEPT WS-NUMERO-MANUT.
           MOVE WS-NUMERO-MANUT TO CDB-NUMERO.
           READ CDB-FILE
               INVALID KEY
                   DISPLAY "CDB " WS-NUMERO-MANUT " NAO CADASTRADO"
                   MOVE 4 TO WS-RETURN-CODE
           END-READ.
           IF WS-CDB-STATUS NOT = "00"
                   AND WS-CDB-STATUS NOT = "23"
               MOVE "CDB-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CDB-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-CDB-STATUS = "00"
               PERFORM DESCREVER-SITUACAO
               MOVE CDB-PRINCIPAL TO WS-VALOR-CAMPO
               MOVE CDB-TAXA-ANUAL TO WS-TAXA-CAMPO
               MOVE CDB-JUROS-ACUM TO WS-JUROS-CAMPO
               DISPLAY "CDB " CDB-NUMERO " CONTA " CDB-CONTA
                   " " WS-DESCRICAO-SITUACAO
               DISPLAY "  PRINCIPAL " CDB-MOEDA " " WS-VALOR-CAMPO
                   " TAXA ANUAL " WS-TAXA-CAMPO
               DISPLAY "  APLICADO EM " CDB-INICIO
                   " VENCIMENTO " CDB-VENCIMENTO
                   " POR " CDB-OPERADOR
               DISPLAY "  JUROS PROVISIONADOS " WS-JUROS-CAMPO
                   " ATE " CDB-ULTIMO-ACUMULO
               IF CDB-SITUACAO = "L"
                   MOVE CDB-IR-RETIDO TO WS-JUROS-CAMPO
                   DISPLAY "  LIQUIDADO EM " CDB-LIQUIDACAO
                       " IR RETIDO " WS-JUROS-CAMPO
               END-IF
           END-IF.

       DESCREVER-SITUACAO.
           EVALUATE CDB-SITUACAO
               WHEN "A"
                   MOVE "ABERTO" TO WS-DESCRICAO-SITUACAO
               WHEN "L"
                   MOVE "LIQUIDADO" TO WS-DESCRICAO-SITUACAO
               WHEN OTHER
                   MOVE "SITUACAO ?" TO WS-DESCRICAO-SITUACAO
           END-EVALUATE.

       INCLUIR-CDB.
           DISPLAY "NUMERO DA CONTA:".
           ACCEPT WS-CONTA-MANUT.
           MOVE WS-CONTA-MANUT TO CONTA-NUMERO.
           MOVE "S" TO WS-CONTA-ACHADA.
           READ CONTA-FILE
               INVALID KEY
                   MOVE "N" TO WS-CONTA-ACHADA
           END-READ.
           IF WS-CONTA-STATUS NOT = "00"
                   AND WS-CONTA-STATUS NOT = "23"
               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-CONTA-ACHADA = "N"
               DISPLAY "CONTA " WS-CONTA-MANUT " NAO CADASTRADA"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
      * Only a live account takes a new deposit: a dormant one must
      * be reactivated first, a frozen one belongs to an estate and
      * a closed one has nowhere to pay the maturity back to.
           IF CONTA-SITUACAO = "D" OR CONTA-SITUACAO = "F"
                   OR CONTA-SITUACAO = "E"
               DISPLAY "CONTA " WS-CONTA-MANUT " SITUACAO "
                   CONTA-SITUACAO " - CDB NAO INCLUIDO"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "VALOR APLICADO (" CONTA-MOEDA "):".
           ACCEPT WS-PRINCIPAL-MANUT.
           IF WS-PRINCIPAL-MANUT = ZEROS
               DISPLAY "VALOR INVALIDO - INFORME UM VALOR POSITIVO"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "TAXA ANUAL (0.125000 = 12,5% AO ANO):".
           ACCEPT WS-TAXA-MANUT.
           IF WS-TAXA-MANUT = ZEROS
               DISPLAY "TAXA INVALIDA - INFORME UMA TAXA POSITIVA"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DATA DE VENCIMENTO (AAAAMMDD):".
           ACCEPT WS-VENCIMENTO-MANUT.
           MOVE WS-VENCIMENTO-MANUT TO WS-DATA-VALIDA.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-VALIDA) NOT = 0
                   OR WS-VENCIMENTO-MANUT <= WS-DATA-PROCESSO
               DISPLAY "VENCIMENTO INVALIDO - DEVE SER UMA DATA "
                   "POSTERIOR A " WS-DATA-PROCESSO
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONVERTER-PRINCIPAL-BRL.
           IF WS-TAXA-ACHADA NOT = "S"
               DISPLAY "SEM TAXA DE CAMBIO PARA " CONTA-MOEDA
                   " EM " WS-DATA-PROCESSO " - CDB NAO INCLUIDO"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
      * The application comes out of money the customer can move
      * today: the balance less its active holds, never the
      * overdraft limit.
           PERFORM OBTER-TOTAL-BLOQUEADO.
           COMPUTE WS-DISPONIVEL = CONTA-SALDO - WS-TOTAL-BLOQUEADO.
           IF WS-VALOR-BRL > WS-DISPONIVEL
               MOVE WS-DISPONIVEL TO WS-RESULT-CAMPO
               DISPLAY "SALDO DISPONIVEL " WS-RESULT-CAMPO
                   " INSUFICIENTE - CDB NAO INCLUIDO"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM OBTER-ULTIMO-NUMERO.
           COMPUTE CDB-NUMERO = WS-ULTIMO-NUMERO + 1.
           MOVE WS-CONTA-MANUT TO CDB-CONTA.
           MOVE WS-PRINCIPAL-MANUT TO CDB-PRINCIPAL.
           MOVE CONTA-MOEDA TO CDB-MOEDA.
           MOVE WS-TAXA-MANUT TO CDB-TAXA-ANUAL.
           MOVE WS-DATA-PROCESSO TO CDB-INICIO.
           MOVE WS-VENCIMENTO-MANUT TO CDB-VENCIMENTO.
           MOVE ZEROS TO CDB-JUROS-ACUM.
           MOVE WS-DATA-PROCESSO TO CDB-ULTIMO-ACUMULO.
           MOVE "A" TO CDB-SITUACAO.
           MOVE ZEROS TO CDB-LIQUIDACAO.
           MOVE ZEROS TO CDB-IR-RETIDO.
           MOVE WS-OPERADOR-ID TO CDB-OPERADOR.
           WRITE CDB-REC
               INVALID KEY
                   DISPLAY "ERRO AO INCLUIR CDB NA CONTA "
                       WS-CONTA-MANUT ": " WS-CDB-STATUS
                   MOVE 4 TO WS-RETURN-CODE
           END-WRITE.
           IF WS-CDB-STATUS NOT = "00"
                   AND WS-CDB-STATUS NOT = "22"
               MOVE "CDB-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CDB-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-CDB-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-SALDO-NOVO = CONTA-SALDO - WS-VALOR-BRL.
           PERFORM LANCAR-APLICACAO.
           MOVE WS-SALDO-NOVO TO CONTA-SALDO.
           REWRITE CONTA-REC
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR CONTA "
                       CONTA-NUMERO ": " WS-CONTA-STATUS
                   MOVE 8 TO WS-RETURN-CODE
           END-REWRITE.
           IF WS-CONTA-STATUS NOT = "00"
                   AND WS-CONTA-STATUS NOT = "23"
               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           DISPLAY "CDB " CDB-NUMERO " INCLUIDO NA CONTA "
               WS-CONTA-MANUT " VENCIMENTO " CDB-VENCIMENTO.

       OBTER-ULTIMO-NUMERO.
      * Highest deposit number already on file; deposits are never
      * deleted, so numbers are never reused.
           MOVE ZEROS TO WS-ULTIMO-NUMERO.
           MOVE ZEROS TO CDB-NUMERO.
           START CDB-FILE KEY NOT LESS THAN CDB-NUMERO
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-CDB-STATUS = "00"
               PERFORM UNTIL WS-CDB-STATUS = "10"
                   READ CDB-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-CDB-STATUS NOT = "00"
                           AND WS-CDB-STATUS NOT = "10"
                       MOVE "CDB-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-CDB-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   MOVE CDB-NUMERO TO WS-ULTIMO-NUMERO
               END-PERFORM
           END-IF.

       OBTER-TOTAL-BLOQUEADO.
      * Sum of the account's holds active on the processing date,
      * the same rule the calculator and PROG_BLQRPT.cbl apply.
           MOVE ZEROS TO WS-TOTAL-BLOQUEADO.
           OPEN INPUT BLOQUEIO-FILE.
           IF WS-BLOQUEIO-STATUS = "35"
               CLOSE BLOQUEIO-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-BLOQUEIO-STATUS NOT = "00"
               MOVE "BLOQUEIO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-BLOQUEIO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE CONTA-NUMERO TO BLQ-CONTA.
           MOVE ZEROS TO BLQ-NUMERO.
           START BLOQUEIO-FILE KEY NOT LESS THAN BLQ-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-BLOQUEIO-STATUS = "00"
               PERFORM UNTIL WS-BLOQUEIO-STATUS = "10"
                   READ BLOQUEIO-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-BLOQUEIO-STATUS NOT = "00"
                           AND WS-BLOQUEIO-STATUS NOT = "10"
                       MOVE "BLOQUEIO-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-BLOQUEIO-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF BLQ-CONTA NOT = CONTA-NUMERO
                       EXIT PERFORM
                   END-IF
                   IF BLQ-INICIO <= WS-DATA-PROCESSO
                           AND (BLQ-LIBERACAO = ZEROS
                           OR BLQ-LIBERACAO > WS-DATA-PROCESSO)
                       ADD BLQ-VALOR TO WS-TOTAL-BLOQUEADO
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE BLOQUEIO-FILE.

       CONVERTER-PRINCIPAL-BRL.
      * The balance moves by the BRL equivalent at the latest
      * CAMBIO.DAT rate on or before the processing date. Unlike a
      * batch posting, an application with no rate on file is
      * refused rather than taken at face value: the operator can
      * key the rate and try again.
           IF CONTA-MOEDA = "BRL"
               MOVE WS-PRINCIPAL-MANUT TO WS-VALOR-BRL
               MOVE "S" TO WS-TAXA-ACHADA
               EXIT PARAGRAPH
           END-IF.
           PERFORM OBTER-TAXA-CAMBIO.
           IF WS-TAXA-ACHADA = "S"
               COMPUTE WS-VALOR-BRL ROUNDED =
                   WS-PRINCIPAL-MANUT * WS-TAXA-CAMBIO
           END-IF.

       OBTER-TAXA-CAMBIO.
           MOVE "N" TO WS-TAXA-ACHADA.
           MOVE ZEROS TO WS-TAXA-CAMBIO.
           MOVE ZEROS TO WS-TAXA-VIGENCIA.
           OPEN INPUT CAMBIO-FILE.
           IF WS-CAMBIO-STATUS = "35"
               CLOSE CAMBIO-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CAMBIO-STATUS NOT = "00"
               MOVE "CAMBIO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CAMBIO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-CAMBIO-STATUS = "10"
               READ CAMBIO-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CAMBIO-STATUS NOT = "00"
                       AND WS-CAMBIO-STATUS NOT = "10"
                   MOVE "CAMBIO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CAMBIO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF CAMBIO-MOEDA = CONTA-MOEDA
                       AND CAMBIO-VIGENCIA <= WS-DATA-PROCESSO
                       AND CAMBIO-VIGENCIA >= WS-TAXA-VIGENCIA
                   MOVE CAMBIO-TAXA TO WS-TAXA-CAMBIO
                   MOVE CAMBIO-VIGENCIA TO WS-TAXA-VIGENCIA
                   MOVE "S" TO WS-TAXA-ACHADA
               END-IF
           END-PERFORM.
           CLOSE CAMBIO-FILE.

       LANCAR-APLICACAO.
      * Same line layout GRAVAR-LEDGER writes in the calculator,
      * TIPO=A for the principal leaving the account, so the
      * statements show it and the trial balance moves it from
      * deposits at sight to time deposits through GLMAP.DAT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HORA(1:8).
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-DATA-HORA(10:6).
           IF CONTA-SALDO < ZERO
               MOVE CONTA-SALDO TO WS-SALDO-DEV-CAMPO
           ELSE
               MOVE CONTA-SALDO TO WS-SALDO-CAMPO
           END-IF.
           MOVE WS-PRINCIPAL-MANUT TO WS-VALOR-CAMPO.
           MOVE WS-SALDO-NOVO TO WS-RESULT-CAMPO.
           MOVE WS-VALOR-BRL TO WS-VLRBRL-CAMPO.
           ADD 1 TO WS-LEDGER-SEQ.
           MOVE SPACES TO LEDGER-LINE.
           STRING WS-DATA-HORA(1:8) "-" WS-DATA-HORA(10:6)
               " CONTA=" CONTA-NUMERO
               " MOEDA=" CONTA-MOEDA
               " SALDO=" WS-SALDO-CAMPO
               " TIPO=A"
               " VALOR=" WS-VALOR-CAMPO
               " RESULTADO=" WS-RESULT-CAMPO
               " VLRBRL=" WS-VLRBRL-CAMPO
               " SEQ=" WS-LEDGER-SEQ
               " APLICACAO-CDB"
               DELIMITED BY SIZE INTO LEDGER-LINE.
           MOVE CONTA-NUMERO TO LEDGIX-CONTA.
           MOVE WS-LEDGER-SEQ TO LEDGIX-SEQ.
           OPEN I-O LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "LEDGER-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LEDGER-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           WRITE LEDGIX-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR LEDGER SEQ="
                       WS-LEDGER-SEQ ": " WS-LEDGER-STATUS
                   MOVE 8 TO WS-RETURN-CODE
           END-WRITE.
           IF WS-LEDGER-STATUS NOT = "00"
                   AND WS-LEDGER-STATUS NOT = "22"
               MOVE "LEDGER-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LEDGER-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE LEDGER-FILE.
           PERFORM GRAVAR-SEQUENCIA-LEDGER.

       OBTER-SEQUENCIA-LEDGER.
           OPEN INPUT LEDGSEQ-FILE.
           IF WS-LEDGSEQ-STATUS = "35"
               MOVE ZEROS TO WS-LEDGER-SEQ
               CLOSE LEDGSEQ-FILE
           ELSE
               IF WS-LEDGSEQ-STATUS NOT = "00"
                   MOVE "LEDGSEQ-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-LEDGSEQ-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               READ LEDGSEQ-FILE
                   AT END
                       MOVE ZEROS TO WS-LEDGER-SEQ
                   NOT AT END
                       MOVE LEDGSEQ-ULTIMO TO WS-LEDGER-SEQ
               END-READ
               CLOSE LEDGSEQ-FILE
           END-IF.

       GRAVAR-SEQUENCIA-LEDGER.
           OPEN OUTPUT LEDGSEQ-FILE.
           IF WS-LEDGSEQ-STATUS NOT = "00"
               MOVE "LEDGSEQ-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LEDGSEQ-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-LEDGER-SEQ TO LEDGSEQ-ULTIMO.
           WRITE LEDGSEQ-REC.
           IF WS-LEDGSEQ-STATUS NOT = "00"
               MOVE "LEDGSEQ-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LEDGSEQ-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE LEDGSEQ-FILE.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file),
      * 22/23 (key errors, already handled above) or 35 (not found
      * on first run, already handled above) means a real I/O
      * problem; log which file and status code and stop instead of
      * pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_CDBMANUT.
