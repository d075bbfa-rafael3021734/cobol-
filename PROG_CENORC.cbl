      *          ledger and the closed LEDGER-AAAAMM.TXT files of
      *          the year - with variance, year-to-date, and the
      *          CENTRO-PAI roll-up so the directorate totals match
      *          the sum of their children. The TIPO=B overhead
      *          shares PROG_RATEIO.cbl posts count on the receiving
      *          center and come off the shared center they came
      *          from, and each receiver's month shares are listed
      *          under its line. Report in CENORC.TXT.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
        77 WS-LEDGER-STATUS PIC X(02) VALUE ZEROS.
        77 WS-FECHADO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "CENORC.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_CENORC".
        77 WS-ERRO-ARQUIVO  PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE   PIC 9(02) VALUE ZEROS.
        77 WS-NOME-LEDGER   PIC X(030) VALUE SPACES.
        77 WS-CONTA-LINHA   PIC 9(05) VALUE ZEROS.
        77 WS-CENTRO-LINHA  PIC 9(03) VALUE ZEROS.
        77 WS-ORIGEM-LINHA  PIC 9(03) VALUE ZEROS.
        77 WS-RT            PIC 9(03) VALUE ZEROS.
        77 WS-MES-LINHA     PIC 9(02) VALUE ZEROS.
        77 WS-ANO-LINHA     PIC 9(04) VALUE ZEROS.
        77 WS-VALOR-LINHA   PIC 9(10)V99 VALUE ZEROS.
        77 WS-NIVEIS        PIC 9(02) VALUE ZEROS.
        77 WS-VARIANCIA     PIC S9(11)V99 VALUE ZEROS.
        77 WS-C1 PIC Z(10)9.99.
        77 WS-C2 PIC Z(10)9.99-.
        77 WS-C3 PIC Z(10)9.99-.
        77 WS-C4 PIC Z(10)9.99-.

      * One slot per center: own budget and actuals plus the rolled
      * totals that make the directorate line match its children.
          10 WS-CT-NOME PIC X(30).
          10 WS-CT-PAI PIC 9(03).
          10 WS-CT-ORCADO PIC 9(10)V99.
          10 WS-CT-REAL-MES PIC S9(10)V99.
          10 WS-CT-REAL-YTD PIC S9(11)V99.
          10 WS-CT-ORC-ROL PIC 9(11)V99.
          10 WS-CT-MES-ROL PIC S9(11)V99.
          10 WS-CT-YTD-ROL PIC S9(12)V99.
          10 WS-CT-RECEBIDO-MES PIC 9(10)V99.
          10 WS-CT-CEDIDO-MES PIC 9(10)V99.
        77 WS-CT-USADOS PIC 9(02) VALUE ZEROS.

      * The month's overhead shares, one slot per shared center and
      * receiver, for the statement under each receiving center.
        01 WS-RATEIOS.
         05 WS-RT-ENTRY OCCURS 200 TIMES.
          10 WS-RT-ORIGEM PIC 9(03).
          10 WS-RT-DESTINO PIC 9(03).
          10 WS-RT-VALOR PIC 9(10)V99.
        77 WS-RT-USADOS PIC 9(03) VALUE ZEROS.
      *=================================================================
       PROCEDURE                               DIVISION.

           END-IF.

       LANCAR-SE-CUSTO-CENTRO.
      * Only the TIPO=L labor lines and the TIPO=B overhead shares
      * on the 9xxxx internal accounts are center-tagged cost;
      * everything else on the ledger belongs to customer accounts.
           IF LEDGER-LINE(64:1) NOT = "L"
                   AND LEDGER-LINE(64:1) NOT = "B"
               CONTINUE
           ELSE
               MOVE LEDGER-LINE(23:5) TO WS-PARSE-INT(1:5)
                           COMPUTE WS-VALOR-LINHA =
                               WS-NUM-INT + WS-NUM-DEC / 100
                           PERFORM SOMAR-NO-CENTRO
                           IF LEDGER-LINE(64:1) = "B"
                               PERFORM LANCAR-RATEIO
                           END-IF
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-PERFORM.

       LANCAR-RATEIO.
      * The share already counted on the receiver above comes off
      * the shared center named at the end of the line, so the
      * directorate roll-up does not carry the same money twice.
           IF LEDGER-LINE(157:3) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE LEDGER-LINE(157:3) TO WS-ORIGEM-LINHA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CT-USADOS
               IF WS-CT-CODIGO(WS-IDX) = WS-ORIGEM-LINHA
                   SUBTRACT WS-VALOR-LINHA
                       FROM WS-CT-REAL-YTD(WS-IDX)
                   IF WS-MES-LINHA = WS-MES-PERIODO
                       SUBTRACT WS-VALOR-LINHA
                           FROM WS-CT-REAL-MES(WS-IDX)
                       ADD WS-VALOR-LINHA
                           TO WS-CT-CEDIDO-MES(WS-IDX)
                   END-IF
               END-IF
               IF WS-CT-CODIGO(WS-IDX) = WS-CENTRO-LINHA
                       AND WS-MES-LINHA = WS-MES-PERIODO
                   ADD WS-VALOR-LINHA
                       TO WS-CT-RECEBIDO-MES(WS-IDX)
               END-IF
           END-PERFORM.
           IF WS-MES-LINHA NOT = WS-MES-PERIODO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO WS-SLOT.
           PERFORM VARYING WS-RT FROM 1 BY 1
                   UNTIL WS-RT > WS-RT-USADOS
               IF WS-RT-ORIGEM(WS-RT) = WS-ORIGEM-LINHA
                       AND WS-RT-DESTINO(WS-RT) = WS-CENTRO-LINHA
                   ADD WS-VALOR-LINHA TO WS-RT-VALOR(WS-RT)
                   MOVE 1 TO WS-SLOT
               END-IF
           END-PERFORM.
           IF WS-SLOT = ZEROS AND WS-RT-USADOS < 200
               ADD 1 TO WS-RT-USADOS
               MOVE WS-ORIGEM-LINHA TO WS-RT-ORIGEM(WS-RT-USADOS)
               MOVE WS-CENTRO-LINHA TO WS-RT-DESTINO(WS-RT-USADOS)
               MOVE WS-VALOR-LINHA TO WS-RT-VALOR(WS-RT-USADOS)
           END-IF.

       ROLAR-HIERARQUIA.
      * Budget and actuals both climb the CENTRO-PAI chain so the
      * directorate totals are the sum of their children plus their
                   " YTD " WS-C4
                   DELIMITED BY SIZE INTO ORC-LINE
               PERFORM GRAVAR-LINHA-ORC
               IF WS-CT-RECEBIDO-MES(WS-IDX) NOT = ZEROS
                       OR WS-CT-CEDIDO-MES(WS-IDX) NOT = ZEROS
                   PERFORM IMPRIMIR-RATEIO-CENTRO
               END-IF
           END-PERFORM.
           CLOSE ORC-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.

       IMPRIMIR-RATEIO-CENTRO.
      * The month's overhead statement of the center: what it took
      * in from each shared center and what it passed on.
           MOVE WS-CT-RECEBIDO-MES(WS-IDX) TO WS-C2.
           MOVE WS-CT-CEDIDO-MES(WS-IDX) TO WS-C4.
           MOVE SPACES TO ORC-LINE.
           STRING "    RATEIO NO MES: RECEBIDO " WS-C2
               " CEDIDO " WS-C4
               DELIMITED BY SIZE INTO ORC-LINE.
           PERFORM GRAVAR-LINHA-ORC.
           PERFORM VARYING WS-RT FROM 1 BY 1
                   UNTIL WS-RT > WS-RT-USADOS
               IF WS-RT-DESTINO(WS-RT) = WS-CT-CODIGO(WS-IDX)
                   MOVE WS-RT-VALOR(WS-RT) TO WS-C2
                   MOVE SPACES TO ORC-LINE
                   STRING "      RECEBIDO DO CENTRO "
                       WS-RT-ORIGEM(WS-RT)
                       " VALOR " WS-C2
                       DELIMITED BY SIZE INTO ORC-LINE
                   PERFORM GRAVAR-LINHA-ORC
               END-IF
           END-PERFORM.

       GRAVAR-LINHA-ORC.
           WRITE ORC-LINE.
