        77 WS-FECHADO-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-RESTANTE-STATUS PIC X(02) VALUE ZEROS.
        77 WS-RESUMO-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "LEDGRES.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_LEDGFEC".
        77 WS-CONTA-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-LEDGSEQ-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-QTD-CONTAS      PIC 9(04) VALUE ZEROS.
        77 WS-LEDGER-SEQ      PIC 9(06) VALUE ZEROS.
        77 WS-DATA-HORA       PIC X(020) VALUE SPACES.
      * An overdrawn SALDO= goes out through the floating-minus view
      * of the same thirteen columns, as the calculator writes it.
        77 WS-SALDO-CAMPO     PIC Z(9)9.99.
        77 WS-SALDO-DEV-CAMPO REDEFINES WS-SALDO-CAMPO
                              PIC -(9)9.99.
        77 WS-RESULT-CAMPO    PIC Z(9)9.99-.
        77 WS-FINAL-CAMPO     PIC Z(9)9.99-.
        77 WS-ZEROS-CAMPO     PIC Z(9)9.99 VALUE ZEROS.
        77 WS-IDX-CONTA       PIC 9(03) VALUE ZEROS.
        77 WS-SLOT-CONTA      PIC 9(03) VALUE ZEROS.
               CLOSE CONTA-FILE
           END-IF.
           CLOSE RESUMO-FILE.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.

       GRAVAR-RESUMO-CONTA.
           MOVE ZEROS TO WS-SLOT-CONTA.
                   MOVE WS-IDX-CONTA TO WS-SLOT-CONTA
               END-IF
           END-PERFORM.
           MOVE CONTA-SALDO TO WS-FINAL-CAMPO.
           MOVE SPACES TO RESUMO-LINE.
           IF WS-SLOT-CONTA = ZEROS
               STRING "CONTA " CONTA-NUMERO
                   " MOVIMENTOS 00000 SALDO FINAL " WS-FINAL-CAMPO
                   DELIMITED BY SIZE INTO RESUMO-LINE
           ELSE
               STRING "CONTA " CONTA-NUMERO
                   " MOVIMENTOS " WS-MC-QTD(WS-SLOT-CONTA)
                   " SALDO FINAL " WS-FINAL-CAMPO
                   DELIMITED BY SIZE INTO RESUMO-LINE
           END-IF.
           PERFORM GRAVAR-LINHA-RESUMO.
           ADD 1 TO WS-LEDGER-SEQ.
           MOVE CONTA-NUMERO TO LEDGIX-CONTA.
           MOVE WS-LEDGER-SEQ TO LEDGIX-SEQ.
           IF CONTA-SALDO < ZERO
               MOVE CONTA-SALDO TO WS-SALDO-DEV-CAMPO
           ELSE
               MOVE CONTA-SALDO TO WS-SALDO-CAMPO
           END-IF.
      * RESULTADO= goes through the same edited picture
      * GRAVAR-LEDGER uses, so the trailing sign byte stays blank
      * for a positive balance instead of a literal minus.
