      *          the opening, and flags on its face any break
      *          between opening plus movement and the actual
      *          closing. The report lands in CAIXAPOS.TXT and the
      *          closing positions become tomorrow's opening. With
      *          overdrafts a balance may be negative on either side
      *          of a movement, and the closing per currency nets
      *          the overdrawn accounts against the rest. Each
      *          foreign closing is also shown in BRL at the CAMBIO.DAT
      *          rate of the day, taken - like the month-end
      *          revaluation - on the last day up to the processing
      *          date that settles in both the currency's calendar
      *          and ours, with the day's total across currencies.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREV-STATUS.

           SELECT CAMBIO-FILE ASSIGN TO "CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBIO-STATUS.

           SELECT POS-REPORT ASSIGN TO "CAIXAPOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  PREV-FILE.
        01 PREV-REC.
         05 PREV-MOEDA PIC X(03).
      * Signed since overdrafts; the sign sits in the last digit,
      * so a file written before reads back unchanged.
         05 PREV-POSICAO PIC S9(13)V99.

       FD  CAMBIO-FILE.
        01 CAMBIO-REC.
         05 CAMBIO-MOEDA PIC X(03).
         05 CAMBIO-TAXA PIC 9(03)V9(06).
         05 CAMBIO-VIGENCIA PIC 9(08).

       FD  POS-REPORT.
        01 POS-LINE PIC X(120).
        77 WS-LEDGER-STATUS PIC X(02) VALUE ZEROS.
        77 WS-PREV-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "CAIXAPOS.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_CAIXAPO".
        77 WS-CAMBIO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-DATA-TAXA     PIC 9(08) VALUE ZEROS.
        77 WS-SENTIDO-LIQUIDACAO PIC X(01) VALUE "A".
        77 WS-TAXA-FECHO    PIC 9(03)V9(06) VALUE ZEROS.
        77 WS-TAXA-VIGENCIA PIC 9(08) VALUE ZEROS.
        77 WS-TAXA-ACHADA   PIC X(01) VALUE "N".
        77 WS-FECHO-BRL     PIC S9(13)V99 VALUE ZEROS.
        77 WS-TOTAL-BRL     PIC S9(13)V99 VALUE ZEROS.
        77 WS-TX-CAMPO      PIC ZZ9.999999.
        77 WS-ERRO-ARQUIVO  PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE   PIC 9(02) VALUE ZEROS.
        77 WS-PARSE-INT     PIC X(10) VALUE SPACES.
        77 WS-NUM-INT       PIC 9(10) VALUE ZEROS.
        77 WS-NUM-DEC       PIC 9(02) VALUE ZEROS.
        77 WS-QTD-SINAL     PIC 9(02) VALUE ZEROS.
        77 WS-QTD-BREAKS    PIC 9(02) VALUE ZEROS.
        77 WS-ESPERADA      PIC S9(13)V99 VALUE ZEROS.
        77 WS-C1 PIC Z(12)9.99-.
      * a write-off memo with zero on both sides) is no cash
      * movement and must not count - that was printing a phantom
      * QUEBRA every month-end.
      * An overdrawn SALDO= floats its minus in front of the
      * digits; it is counted and blanked before the digits move.
           MOVE LEDGER-LINE(45:10) TO WS-PARSE-INT.
           MOVE ZEROS TO WS-QTD-SINAL.
           INSPECT WS-PARSE-INT TALLYING WS-QTD-SINAL FOR ALL "-".
           INSPECT WS-PARSE-INT REPLACING ALL "-" BY " ".
           INSPECT WS-PARSE-INT REPLACING LEADING " " BY "0".
           MOVE WS-PARSE-INT TO WS-NUM-INT.
           MOVE LEDGER-LINE(56:2) TO WS-NUM-DEC.
           COMPUTE WS-SALDO-ANTES = WS-NUM-INT + WS-NUM-DEC / 100.
           IF WS-QTD-SINAL > 0
               COMPUTE WS-SALDO-ANTES = ZERO - WS-SALDO-ANTES
           END-IF.

           MOVE LEDGER-LINE(96:10) TO WS-PARSE-INT.
           INSPECT WS-PARSE-INT REPLACING LEADING " " BY "0".
                       DELIMITED BY SIZE INTO POS-LINE
                   PERFORM GRAVAR-LINHA-POS
               END-IF
               PERFORM CONVERTER-FECHO-BRL
           END-PERFORM.
           MOVE WS-TOTAL-BRL TO WS-C1.
           MOVE SPACES TO POS-LINE.
           STRING "  TOTAL DAS POSICOES EM BRL " WS-C1
               DELIMITED BY SIZE INTO POS-LINE.
           PERFORM GRAVAR-LINHA-POS.
           CLOSE POS-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.

       CONVERTER-FECHO-BRL.
      * BRL counts at face value. A foreign closing is shown at the
      * rate of the last day up to today the currency settles on -
      * on its own country's holiday that is the day before - the
      * same rate date the month-end revaluation picks.
           IF WS-PO-MOEDA(WS-PO-IDX) = "BRL"
                   OR WS-PO-MOEDA(WS-PO-IDX) = SPACES
               ADD WS-PO-FECHO(WS-PO-IDX) TO WS-TOTAL-BRL
               EXIT PARAGRAPH
           END-IF.
           CALL "AJUSTAR-DATA-LIQUIDACAO" USING WS-DATA-PROCESSO
               WS-PO-MOEDA(WS-PO-IDX) WS-SENTIDO-LIQUIDACAO
               WS-DATA-TAXA.
           PERFORM OBTER-TAXA-FECHO.
           MOVE SPACES TO POS-LINE.
           IF WS-TAXA-ACHADA = "N"
               STRING "      " WS-PO-MOEDA(WS-PO-IDX)
                   " SEM TAXA ATE " WS-DATA-TAXA
                   " - FORA DO TOTAL EM BRL"
                   DELIMITED BY SIZE INTO POS-LINE
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE
               COMPUTE WS-FECHO-BRL ROUNDED =
                   WS-PO-FECHO(WS-PO-IDX) * WS-TAXA-FECHO
               ADD WS-FECHO-BRL TO WS-TOTAL-BRL
               MOVE WS-FECHO-BRL TO WS-C1
               MOVE WS-TAXA-FECHO TO WS-TX-CAMPO
               STRING "      FECHAMENTO EM BRL " WS-C1
                   " TAXA " WS-TX-CAMPO
                   " DE " WS-TAXA-VIGENCIA
                   DELIMITED BY SIZE INTO POS-LINE
           END-IF.
           PERFORM GRAVAR-LINHA-POS.

       OBTER-TAXA-FECHO.
      * Latest effective date on or before the rate date wins for
      * the currency - the calculator's rule at posting time.
           MOVE "N" TO WS-TAXA-ACHADA.
           MOVE ZEROS TO WS-TAXA-FECHO.
           MOVE ZEROS TO WS-TAXA-VIGENCIA.
           OPEN INPUT CAMBIO-FILE.
           IF WS-CAMBIO-STATUS = "35"
               CLOSE CAMBIO-FILE
           ELSE
               IF WS-CAMBIO-STATUS NOT = "00"
                   MOVE "CAMBIO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CAMBIO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
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
                   IF CAMBIO-MOEDA = WS-PO-MOEDA(WS-PO-IDX)
                           AND CAMBIO-VIGENCIA <= WS-DATA-TAXA
                           AND CAMBIO-VIGENCIA >= WS-TAXA-VIGENCIA
                       MOVE CAMBIO-TAXA TO WS-TAXA-FECHO
                       MOVE CAMBIO-VIGENCIA TO WS-TAXA-VIGENCIA
                       MOVE "S" TO WS-TAXA-ACHADA
                   END-IF
               END-PERFORM
               CLOSE CAMBIO-FILE
           END-IF.

       GRAVAR-FECHOS.
      * Today's closings become tomorrow's openings.
