      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Daily debit run over the loan installments on
      *          PARCELAS.DAT: an open installment is debited from
      *          the loan's linked account on its due date, or on the
      *          next business day when it falls on a weekend or
      *          FERIADO.DAT holiday (per SOMAR-DIAS-UTEIS). The debit
      *          posts as TIPO=Q for the principal amortized, TIPO=H
      *          for the interest and, on a late installment, TIPO=U
      *          for the fine and mora, so the trial balance books
      *          each against its own GL account. The debit follows
      *          the calculator's rule for a withdrawal: the balance
      *          may go as far as the overdraft limit, never into
      *          money under a BLOQUEIOS.DAT hold. An installment the
      *          account cannot cover stays open, is tried again
      *          every day, and accrues the contract's late charge
      *          (PARC-ENCARGOS) from the day after its payment date;
      *          later installments of the same loan wait until the
      *          older one is paid. A dormant, frozen or closed
      *          account is not debited at all. Paying the last
      *          installment marks the loan quitado. The
      *          EMPDEBITO.TXT report lists every installment debited
      *          or left open, and anything left open ends the run
      *          with RC 4.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_EMPDEBITO.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT PARCELA-FILE ASSIGN TO "PARCELAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARC-CHAVE
               FILE STATUS IS WS-PARCELA-STATUS.

           SELECT EMPRESTIMO-FILE ASSIGN TO "EMPRESTIMOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPR-NUMERO
               FILE STATUS IS WS-EMPRESTIMO-STATUS.

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

           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGIX-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT LEDGSEQ-FILE ASSIGN TO "LEDGSEQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGSEQ-STATUS.

           SELECT EMPDEBITO-REPORT ASSIGN TO "EMPDEBITO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  PARCELA-FILE.
           COPY PARCELA.

       FD  EMPRESTIMO-FILE.
           COPY EMPRESTIMO.

       FD  CONTA-FILE.
           COPY CONTA.

       FD  BLOQUEIO-FILE.
           COPY BLOQUEIO.

       FD  LEDGER-FILE.
        01 LEDGIX-REC.
         05 LEDGIX-CHAVE.
          10 LEDGIX-CONTA PIC 9(05).
          10 LEDGIX-SEQ PIC 9(06).
         05 LEDGER-LINE PIC X(160).

       FD  LEDGSEQ-FILE.
        01 LEDGSEQ-REC.
         05 LEDGSEQ-ULTIMO PIC 9(06).

       FD  EMPDEBITO-REPORT.
        01 EMPDEBITO-LINE PIC X(132).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-PARCELA-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-EMPRESTIMO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-CONTA-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-BLOQUEIO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-LEDGER-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-LEDGSEQ-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "EMPDEBITO.TXT".
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_EMPDEBI".
        77 WS-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS    PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.
        77 WS-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
        77 WS-DATA-BASE       PIC 9(08) VALUE ZEROS.
        77 WS-UM-DIA-UTIL     PIC 9(05) VALUE 1.
        77 WS-DATA-EFETIVA    PIC 9(08) VALUE ZEROS.
        77 WS-DIAS-ATRASO     PIC 9(05) VALUE ZEROS.
        77 WS-MORA-DIARIA     PIC 9(01)V9(10) VALUE ZEROS.
        77 WS-VALOR-MULTA     PIC 9(10)V99 VALUE ZEROS.
        77 WS-VALOR-MORA      PIC 9(10)V99 VALUE ZEROS.
        77 WS-VALOR-ENCARGOS  PIC 9(10)V99 VALUE ZEROS.
        77 WS-VALOR-DEVIDO    PIC 9(10)V99 VALUE ZEROS.
        77 WS-EMPRESTIMO-ATUAL PIC 9(06) VALUE ZEROS.
        77 WS-EMPRESTIMO-ACHADO PIC X(01) VALUE "N".
        77 WS-PARCELA-RETIDA  PIC X(01) VALUE "N".
        77 WS-CONTA-ACHADA    PIC X(01) VALUE "N".
        77 WS-HA-BLOQUEIOS    PIC X(01) VALUE "N".
        77 WS-TOTAL-BLOQUEADO PIC 9(10)V99 VALUE ZEROS.
        77 WS-SALDO-INSUFICIENTE PIC X(01) VALUE "N".
        77 WS-MOTIVO-ABERTO   PIC X(040) VALUE SPACES.
        77 WS-LEDGER-SEQ      PIC 9(06) VALUE ZEROS.
        77 WS-SALDO-NOVO      PIC S9(10)V99 VALUE ZEROS.
        77 WS-TIPO-LANC       PIC X(01) VALUE SPACES.
        77 WS-VALOR-LANC      PIC 9(10)V99 VALUE ZEROS.
        77 WS-DESCRICAO-LANC  PIC X(022) VALUE SPACES.
        77 WS-QTD-VENCIDAS    PIC 9(05) VALUE ZEROS.
        77 WS-QTD-DEBITADAS   PIC 9(05) VALUE ZEROS.
        77 WS-QTD-ABERTAS     PIC 9(05) VALUE ZEROS.
        77 WS-QTD-QUITADOS    PIC 9(05) VALUE ZEROS.
        77 WS-TOTAL-DEBITADO  PIC 9(12)V99 VALUE ZEROS.
        77 WS-TOTAL-ABERTO    PIC 9(12)V99 VALUE ZEROS.
      * An overdrawn SALDO= goes out through the floating-minus view
      * of the same thirteen columns, as the calculator writes it.
        77 WS-SALDO-CAMPO     PIC Z(9)9.99.
        77 WS-SALDO-DEV-CAMPO REDEFINES WS-SALDO-CAMPO
                              PIC -(9)9.99.
        77 WS-VALOR-CAMPO     PIC Z(9)9.99.
        77 WS-RESULT-CAMPO    PIC Z(9)9.99-.
        77 WS-VLRBRL-CAMPO    PIC Z(9)9.99.
        77 WS-ENCARGO-CAMPO   PIC Z(9)9.99.
        77 WS-TOTAL-CAMPO     PIC Z(11)9.99.
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           MOVE "INI" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           DISPLAY "DEBITO DE PARCELAS EM " WS-DATA-PROCESSO.

           OPEN OUTPUT EMPDEBITO-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "EMPDEBITO-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO EMPDEBITO-LINE.
           STRING "DEBITO DE PARCELAS DE EMPRESTIMO EM "
               WS-DATA-PROCESSO
               DELIMITED BY SIZE INTO EMPDEBITO-LINE.
           PERFORM GRAVAR-LINHA-EMPDEBITO.

           OPEN I-O PARCELA-FILE.
           IF WS-PARCELA-STATUS = "35"
               DISPLAY "PARCELAS.DAT NAO ENCONTRADO - NADA A DEBITAR"
               MOVE "NENHUM EMPRESTIMO CADASTRADO" TO EMPDEBITO-LINE
               PERFORM GRAVAR-LINHA-EMPDEBITO
               CLOSE EMPDEBITO-REPORT
               CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
                   WS-RELATORIO-ARQUIVO
               PERFORM ENCERRAR-RUNLOG
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PARCELA-STATUS NOT = "00"
               MOVE "PARCELA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-PARCELA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           OPEN I-O EMPRESTIMO-FILE.
           IF WS-EMPRESTIMO-STATUS NOT = "00"
               MOVE "EMPRESTIMO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-EMPRESTIMO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           PERFORM OBTER-SEQUENCIA-LEDGER.

           OPEN I-O CONTA-FILE.
           IF WS-CONTA-STATUS NOT = "00"
               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

      * No BLOQUEIOS.DAT yet means no holds at all.
           OPEN INPUT BLOQUEIO-FILE.
           IF WS-BLOQUEIO-STATUS = "35"
               MOVE "N" TO WS-HA-BLOQUEIOS
           ELSE
               IF WS-BLOQUEIO-STATUS NOT = "00"
                   MOVE "BLOQUEIO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-BLOQUEIO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE "S" TO WS-HA-BLOQUEIOS
           END-IF.

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

      * PARCELAS.DAT is keyed on loan plus installment, so each
      * loan's installments come through oldest first.
           MOVE ZEROS TO PARC-CHAVE.
           START PARCELA-FILE KEY NOT LESS THAN PARC-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-PARCELA-STATUS = "00"
               PERFORM UNTIL WS-PARCELA-STATUS = "10"
                   READ PARCELA-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-PARCELA-STATUS NOT = "00"
                           AND WS-PARCELA-STATUS NOT = "10"
                       MOVE "PARCELA-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-PARCELA-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   ADD 1 TO WS-RUNLOG-LIDOS
                   PERFORM DEBITAR-PARCELA
               END-PERFORM
           END-IF.

           CLOSE PARCELA-FILE.
           CLOSE EMPRESTIMO-FILE.
           CLOSE CONTA-FILE.
           IF WS-HA-BLOQUEIOS = "S"
               CLOSE BLOQUEIO-FILE
           END-IF.
           CLOSE LEDGER-FILE.
           PERFORM GRAVAR-SEQUENCIA-LEDGER.

           MOVE SPACES TO EMPDEBITO-LINE.
           PERFORM GRAVAR-LINHA-EMPDEBITO.
           STRING "PARCELAS VENCIDAS " WS-QTD-VENCIDAS
               " DEBITADAS " WS-QTD-DEBITADAS
               " EM ABERTO " WS-QTD-ABERTAS
               " EMPRESTIMOS QUITADOS " WS-QTD-QUITADOS
               DELIMITED BY SIZE INTO EMPDEBITO-LINE.
           PERFORM GRAVAR-LINHA-EMPDEBITO.
           MOVE SPACES TO EMPDEBITO-LINE.
           MOVE WS-TOTAL-DEBITADO TO WS-TOTAL-CAMPO.
           STRING "TOTAL DEBITADO " WS-TOTAL-CAMPO
               DELIMITED BY SIZE INTO EMPDEBITO-LINE.
           MOVE WS-TOTAL-ABERTO TO WS-TOTAL-CAMPO.
           STRING " TOTAL EM ABERTO " WS-TOTAL-CAMPO
               DELIMITED BY SIZE INTO EMPDEBITO-LINE(31:32).
           PERFORM GRAVAR-LINHA-EMPDEBITO.
           CLOSE EMPDEBITO-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           DISPLAY "DEBITO DE PARCELAS - VENCIDAS: " WS-QTD-VENCIDAS
               " DEBITADAS: " WS-QTD-DEBITADAS
               " EM ABERTO: " WS-QTD-ABERTAS.
           PERFORM ENCERRAR-RUNLOG.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       DEBITAR-PARCELA.
           IF PARC-EMPRESTIMO NOT = WS-EMPRESTIMO-ATUAL
               PERFORM LER-EMPRESTIMO
           END-IF.
           IF PARC-SITUACAO NOT = "A"
               EXIT PARAGRAPH
           END-IF.
      * The payment date is the first business day on or after the
      * due date: one business day on from the day before it.
           COMPUTE WS-DATA-BASE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(PARC-VENCIMENTO) - 1).
           CALL "SOMAR-DIAS-UTEIS" USING WS-DATA-BASE
               WS-UM-DIA-UTIL WS-DATA-EFETIVA.
           IF WS-DATA-EFETIVA > WS-DATA-PROCESSO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-VENCIDAS.
           IF WS-EMPRESTIMO-ACHADO = "N"
               MOVE "EMPRESTIMO NAO CADASTRADO" TO WS-MOTIVO-ABERTO
               MOVE ZEROS TO WS-VALOR-ENCARGOS
               PERFORM REGISTRAR-ABERTA
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULAR-ENCARGOS.
           COMPUTE WS-VALOR-DEVIDO = PARC-VALOR + WS-VALOR-ENCARGOS.

      * Installments are paid oldest first: once one stays open this
      * run, the later ones of the same loan wait behind it.
           IF WS-PARCELA-RETIDA = "S"
               MOVE "PARCELA ANTERIOR EM ABERTO" TO WS-MOTIVO-ABERTO
               PERFORM REGISTRAR-ABERTA
               EXIT PARAGRAPH
           END-IF.

           MOVE EMPR-CONTA TO CONTA-NUMERO.
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
      * A dormant or frozen account takes no batch posting, the way
      * the calculator recuses them, and a closed one takes none at
      * all; the installment stays open and the late charge runs
      * until the back office settles it.
           IF WS-CONTA-ACHADA = "N"
               MOVE "CONTA NAO CADASTRADA" TO WS-MOTIVO-ABERTO
               PERFORM REGISTRAR-ABERTA
               EXIT PARAGRAPH
           END-IF.
           IF CONTA-SITUACAO = "D" OR CONTA-SITUACAO = "F"
                   OR CONTA-SITUACAO = "E"
               MOVE SPACES TO WS-MOTIVO-ABERTO
               STRING "CONTA SITUACAO " CONTA-SITUACAO
                   DELIMITED BY SIZE INTO WS-MOTIVO-ABERTO
               PERFORM REGISTRAR-ABERTA
               EXIT PARAGRAPH
           END-IF.

           PERFORM VERIFICAR-SALDO.
           IF WS-SALDO-INSUFICIENTE = "S"
               MOVE "SALDO INSUFICIENTE" TO WS-MOTIVO-ABERTO
               PERFORM REGISTRAR-ABERTA
               EXIT PARAGRAPH
           END-IF.

           MOVE PARC-AMORTIZACAO TO WS-VALOR-LANC.
           MOVE "Q" TO WS-TIPO-LANC.
           MOVE "AMORTIZACAO-EMPRESTIMO" TO WS-DESCRICAO-LANC.
           PERFORM LANCAR-DEBITO.
           MOVE PARC-JUROS TO WS-VALOR-LANC.
           MOVE "H" TO WS-TIPO-LANC.
           MOVE "JUROS-EMPRESTIMO" TO WS-DESCRICAO-LANC.
           PERFORM LANCAR-DEBITO.
           MOVE WS-VALOR-ENCARGOS TO WS-VALOR-LANC.
           MOVE "U" TO WS-TIPO-LANC.
           MOVE "ENCARGOS-ATRASO" TO WS-DESCRICAO-LANC.
           PERFORM LANCAR-DEBITO.
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

           MOVE "P" TO PARC-SITUACAO.
           MOVE WS-DATA-PROCESSO TO PARC-PAGAMENTO.
           MOVE WS-VALOR-ENCARGOS TO PARC-ENCARGOS.
           MOVE WS-DATA-PROCESSO TO PARC-ULTIMO-ENCARGO.
           PERFORM REGRAVAR-PARCELA.

           ADD 1 TO WS-QTD-DEBITADAS.
           ADD 1 TO WS-RUNLOG-GRAVADOS.
           ADD WS-VALOR-DEVIDO TO WS-TOTAL-DEBITADO.
           MOVE PARC-VALOR TO WS-VALOR-CAMPO.
           MOVE WS-VALOR-ENCARGOS TO WS-ENCARGO-CAMPO.
           MOVE SPACES TO EMPDEBITO-LINE.
           STRING "  EMPRESTIMO " PARC-EMPRESTIMO
               " PARCELA " PARC-NUMERO
               " CONTA " EMPR-CONTA
               " VENC " PARC-VENCIMENTO
               " VALOR " WS-VALOR-CAMPO
               " ENCARGOS " WS-ENCARGO-CAMPO
               " DEBITADA"
               DELIMITED BY SIZE INTO EMPDEBITO-LINE.
           PERFORM GRAVAR-LINHA-EMPDEBITO.

      * The schedule is paid in order, so the last installment paid
      * pays the loan off.
           IF PARC-NUMERO = EMPR-PRAZO
               MOVE "Q" TO EMPR-SITUACAO
               MOVE WS-DATA-PROCESSO TO EMPR-QUITACAO
               REWRITE EMPRESTIMO-REC
                   INVALID KEY
                       DISPLAY "ERRO AO ATUALIZAR EMPRESTIMO "
                           EMPR-NUMERO ": " WS-EMPRESTIMO-STATUS
                       MOVE 8 TO WS-RETURN-CODE
               END-REWRITE
               IF WS-EMPRESTIMO-STATUS NOT = "00"
                       AND WS-EMPRESTIMO-STATUS NOT = "23"
                   MOVE "EMPRESTIMO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-EMPRESTIMO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-QTD-QUITADOS
               MOVE SPACES TO EMPDEBITO-LINE
               STRING "  EMPRESTIMO " EMPR-NUMERO
                   " QUITADO EM " WS-DATA-PROCESSO
                   DELIMITED BY SIZE INTO EMPDEBITO-LINE
               PERFORM GRAVAR-LINHA-EMPDEBITO
           END-IF.

       LER-EMPRESTIMO.
           MOVE PARC-EMPRESTIMO TO WS-EMPRESTIMO-ATUAL.
           MOVE "N" TO WS-PARCELA-RETIDA.
           MOVE PARC-EMPRESTIMO TO EMPR-NUMERO.
           MOVE "S" TO WS-EMPRESTIMO-ACHADO.
           READ EMPRESTIMO-FILE
               INVALID KEY
                   MOVE "N" TO WS-EMPRESTIMO-ACHADO
                   MOVE ZEROS TO EMPR-CONTA
           END-READ.
           IF WS-EMPRESTIMO-STATUS NOT = "00"
                   AND WS-EMPRESTIMO-STATUS NOT = "23"
               MOVE "EMPRESTIMO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-EMPRESTIMO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       CALCULAR-ENCARGOS.
      * Late charge as of the processing date: nothing up to the
      * payment date; from the day after, the contract's fine once
      * plus mora per calendar day at the monthly rate over a
      * 30-day month, both on the installment amount. It is worked
      * out afresh every day, never compounded.
           MOVE ZEROS TO WS-VALOR-ENCARGOS.
           IF WS-DATA-PROCESSO <= WS-DATA-EFETIVA
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSO)
               - FUNCTION INTEGER-OF-DATE(WS-DATA-EFETIVA).
           COMPUTE WS-MORA-DIARIA = EMPR-MORA-MENSAL / 30.
           COMPUTE WS-VALOR-MULTA ROUNDED = PARC-VALOR * EMPR-MULTA.
           COMPUTE WS-VALOR-MORA ROUNDED =
               PARC-VALOR * WS-MORA-DIARIA * WS-DIAS-ATRASO.
           COMPUTE WS-VALOR-ENCARGOS =
               WS-VALOR-MULTA + WS-VALOR-MORA.

       VERIFICAR-SALDO.
      * Same test the calculator applies to a withdrawal: the
      * balance may go down to minus the overdraft limit, but never
      * below the sum of the holds active on the processing date.
           MOVE "N" TO WS-SALDO-INSUFICIENTE.
           IF WS-VALOR-DEVIDO > CONTA-SALDO + CONTA-LIMITE
               MOVE "S" TO WS-SALDO-INSUFICIENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM OBTER-TOTAL-BLOQUEADO.
           IF WS-TOTAL-BLOQUEADO > ZEROS
                   AND WS-VALOR-DEVIDO >
                       CONTA-SALDO - WS-TOTAL-BLOQUEADO
               MOVE "S" TO WS-SALDO-INSUFICIENTE
           END-IF.

       OBTER-TOTAL-BLOQUEADO.
      * Sum of the account's holds active on the processing date,
      * the same rule the calculator and PROG_BLQRPT.cbl apply.
           MOVE ZEROS TO WS-TOTAL-BLOQUEADO.
           IF WS-HA-BLOQUEIOS NOT = "S"
               EXIT PARAGRAPH
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

       REGISTRAR-ABERTA.
      * The installment stays open with its late charge brought up
      * to date; every refusal counts as another attempt.
           MOVE "S" TO WS-PARCELA-RETIDA.
           MOVE WS-VALOR-ENCARGOS TO PARC-ENCARGOS.
           MOVE WS-DATA-PROCESSO TO PARC-ULTIMO-ENCARGO.
           ADD 1 TO PARC-TENTATIVAS.
           PERFORM REGRAVAR-PARCELA.
           ADD 1 TO WS-QTD-ABERTAS.
           COMPUTE WS-TOTAL-ABERTO =
               WS-TOTAL-ABERTO + PARC-VALOR + WS-VALOR-ENCARGOS.
           MOVE 4 TO WS-RETURN-CODE.
           MOVE PARC-VALOR TO WS-VALOR-CAMPO.
           MOVE WS-VALOR-ENCARGOS TO WS-ENCARGO-CAMPO.
           MOVE SPACES TO EMPDEBITO-LINE.
           STRING "  EMPRESTIMO " PARC-EMPRESTIMO
               " PARCELA " PARC-NUMERO
               " CONTA " EMPR-CONTA
               " VENC " PARC-VENCIMENTO
               " VALOR " WS-VALOR-CAMPO
               " ENCARGOS " WS-ENCARGO-CAMPO
               " EM ABERTO - " WS-MOTIVO-ABERTO
               DELIMITED BY SIZE INTO EMPDEBITO-LINE.
           PERFORM GRAVAR-LINHA-EMPDEBITO.

       REGRAVAR-PARCELA.
           REWRITE PARCELA-REC
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR PARCELA "
                       PARC-NUMERO " DO EMPRESTIMO "
                       PARC-EMPRESTIMO ": " WS-PARCELA-STATUS
                   MOVE 8 TO WS-RETURN-CODE
           END-REWRITE.
           IF WS-PARCELA-STATUS NOT = "00"
                   AND WS-PARCELA-STATUS NOT = "23"
               MOVE "PARCELA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-PARCELA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       LANCAR-DEBITO.
      * One ledger line per part of the installment, each taking
      * the balance down from where the previous one left it. A
      * zero part (no late charge) writes nothing.
           IF WS-VALOR-LANC = ZEROS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SALDO-NOVO = CONTA-SALDO - WS-VALOR-LANC.
           ADD 1 TO WS-LEDGER-SEQ.
           IF CONTA-SALDO < ZERO
               MOVE CONTA-SALDO TO WS-SALDO-DEV-CAMPO
           ELSE
               MOVE CONTA-SALDO TO WS-SALDO-CAMPO
           END-IF.
           MOVE WS-VALOR-LANC TO WS-VALOR-CAMPO.
           MOVE WS-SALDO-NOVO TO WS-RESULT-CAMPO.
           MOVE WS-VALOR-LANC TO WS-VLRBRL-CAMPO.
           MOVE SPACES TO LEDGER-LINE.
           STRING WS-DATA-PROCESSO "-000000"
               " CONTA=" CONTA-NUMERO
               " MOEDA=" CONTA-MOEDA
               " SALDO=" WS-SALDO-CAMPO
               " TIPO=" WS-TIPO-LANC
               " VALOR=" WS-VALOR-CAMPO
               " RESULTADO=" WS-RESULT-CAMPO
               " VLRBRL=" WS-VLRBRL-CAMPO
               " SEQ=" WS-LEDGER-SEQ
               " " WS-DESCRICAO-LANC
               DELIMITED BY SIZE INTO LEDGER-LINE.
           MOVE CONTA-NUMERO TO LEDGIX-CONTA.
           MOVE WS-LEDGER-SEQ TO LEDGIX-SEQ.
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
           MOVE WS-SALDO-NOVO TO CONTA-SALDO.

       ENCERRAR-RUNLOG.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

       GRAVAR-LINHA-EMPDEBITO.
           WRITE EMPDEBITO-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "EMPDEBITO-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

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

                            END PROGRAM PROG_EMPDEBITO.
