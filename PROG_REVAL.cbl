      *          ledger entry, rewrites the balance, and prints the
      *          gains/losses by currency to REVALRPT.TXT. The first
      *          run for an account only seeds its baseline - the
      *          differences start on the next cycle. A closing
      *          day the currency does not settle on (its country's
      *          holiday on the FERIADO.DAT currency calendar) takes
      *          the rate of the last day before it that settles in
      *          both calendars.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
        77 WS-LEDGER-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-LEDGSEQ-STATUS PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "REVALRPT.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_REVAL".
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-DIA-FIM        PIC 9(02) VALUE ZEROS.
        77 WS-BISSEXTO       PIC X(01) VALUE "N".
        77 WS-DATA-FECHO     PIC 9(08) VALUE ZEROS.
        77 WS-DATA-FECHO-MOEDA PIC 9(08) VALUE ZEROS.
        77 WS-SENTIDO-LIQUIDACAO PIC X(01) VALUE "A".
        77 WS-TAXA-NOVA      PIC 9(03)V9(06) VALUE ZEROS.
        77 WS-TAXA-VIGENCIA  PIC 9(08) VALUE ZEROS.
        77 WS-TAXA-ACHADA    PIC X(01) VALUE "N".
        77 WS-TAXA-BASE      PIC 9(03)V9(06) VALUE ZEROS.
        77 WS-BASE-ACHADA    PIC X(01) VALUE "N".
        77 WS-SALDO-NOVO     PIC S9(10)V99 VALUE ZEROS.
        77 WS-DIFERENCA      PIC S9(10)V99 VALUE ZEROS.
        77 WS-DIF-CAMPO      PIC Z(9)9.99-.
        77 WS-LEDGER-SEQ     PIC 9(06) VALUE ZEROS.
      * An overdrawn SALDO= goes out through the floating-minus view
      * of the same thirteen columns, as the calculator writes it.
        77 WS-SALDO-CAMPO    PIC Z(9)9.99.
        77 WS-SALDO-DEV-CAMPO REDEFINES WS-SALDO-CAMPO
                             PIC -(9)9.99.
        77 WS-RESULT-CAMPO   PIC Z(9)9.99-.
        77 WS-VALOR-CAMPO    PIC Z(9)9.99.
        77 WS-VLRBRL-CAMPO   PIC Z(9)9.99.
           PERFORM GRAVAR-BASES.
           PERFORM IMPRIMIR-GANHOS-PERDAS.
           CLOSE REVAL-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           DISPLAY "REAVALIACAO - CONTAS ESTRANGEIRAS: "
               WS-QTD-CONTAS
           MOVE WS-DIA-FIM TO WS-DATA-FECHO(7:2).

       REAVALIAR-UMA-CONTA.
      * The closing rate is the one of the period's last settlement
      * day for the account's currency, which on the currency's own
      * holiday is an earlier day than the calendar month-end.
           CALL "AJUSTAR-DATA-LIQUIDACAO" USING WS-DATA-FECHO
               CONTA-MOEDA WS-SENTIDO-LIQUIDACAO WS-DATA-FECHO-MOEDA.
           IF WS-DATA-FECHO-MOEDA NOT = WS-DATA-FECHO
               MOVE SPACES TO REVAL-LINE
               STRING "  CONTA " CONTA-NUMERO " MOEDA " CONTA-MOEDA
                   " SEM LIQUIDACAO EM " WS-DATA-FECHO
                   " - TAXA DE " WS-DATA-FECHO-MOEDA
                   DELIMITED BY SIZE INTO REVAL-LINE
               PERFORM GRAVAR-LINHA-REVAL
           END-IF.
           PERFORM OBTER-TAXA-FECHO.
           IF WS-TAXA-ACHADA = "N"
               ADD 1 TO WS-QTD-SEM-TAXA
               PERFORM GRAVAR-LEDGER-REVAL
               PERFORM SOMAR-GANHO-PERDA
               MOVE WS-DIFERENCA TO WS-DIF-CAMPO
               MOVE WS-SALDO-NOVO TO WS-RESULT-CAMPO
               MOVE SPACES TO REVAL-LINE
               STRING "  CONTA " CONTA-NUMERO " MOEDA " CONTA-MOEDA
                   " DIFERENCA " WS-DIF-CAMPO
                   " NOVO SALDO " WS-RESULT-CAMPO
                   DELIMITED BY SIZE INTO REVAL-LINE
               PERFORM GRAVAR-LINHA-REVAL
               MOVE WS-SALDO-NOVO TO CONTA-SALDO
      * the period's closing date, so the statement and cutover
      * programs parse the revaluation like any other movement.
           ADD 1 TO WS-LEDGER-SEQ.
           IF CONTA-SALDO < ZERO
               MOVE CONTA-SALDO TO WS-SALDO-DEV-CAMPO
           ELSE
               MOVE CONTA-SALDO TO WS-SALDO-CAMPO
           END-IF.
           IF WS-DIFERENCA > ZEROS
               MOVE WS-DIFERENCA TO WS-VALOR-CAMPO
               MOVE WS-DIFERENCA TO WS-VLRBRL-CAMPO
           CLOSE LEDGER-FILE.

       OBTER-TAXA-FECHO.
      * Latest effective date on or before the currency's closing
      * day wins for the account's currency - the same rule the
      * calculator applies at posting time.
           MOVE "N" TO WS-TAXA-ACHADA.
           MOVE ZEROS TO WS-TAXA-NOVA.
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF CAMBIO-MOEDA = CONTA-MOEDA
                           AND CAMBIO-VIGENCIA <= WS-DATA-FECHO-MOEDA
                           AND CAMBIO-VIGENCIA >= WS-TAXA-VIGENCIA
                       MOVE CAMBIO-TAXA TO WS-TAXA-NOVA
                       MOVE CAMBIO-VIGENCIA TO WS-TAXA-VIGENCIA
