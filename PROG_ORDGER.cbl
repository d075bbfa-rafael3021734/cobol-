      *          already consumes, and rolls each generated order's
      *          next due date forward (monthly or weekly) over
      *          weekends and FERIADO.DAT holidays the way the
      *          shared business-day routines count them - and, for
      *          a foreign-currency order, over the holidays of the
      *          currency's own settlement calendar too. Orders
      *          past their end date are retired from the master.
      *          The orders go inside the feed's envelope through
      *          the shared ACRESCENTAR-LOTE-SALDOS; when the feed
      *          waiting tonight does not close, nothing is generated
      *          and the due orders wait for the next run.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDTMP-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FD  ORDTMP-FILE.
        01 ORDTMP-REC PIC X(038).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-ORDEM-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-ORDTMP-STATUS PIC X(02) VALUE ZEROS.
        77 WS-ERRO-ARQUIVO  PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE   PIC 9(02) VALUE ZEROS.
        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_ORDGER".
        77 WS-RUNLOG-EVENTO PIC X(003) VALUE SPACES.
        77 WS-PROXIMA-DATA  PIC 9(08) VALUE ZEROS.
        77 WS-DATA-LIQUIDACAO PIC 9(08) VALUE ZEROS.
        77 WS-SENTIDO-LIQUIDACAO PIC X(01) VALUE "P".
        77 WS-ANO-PROX      PIC 9(04) VALUE ZEROS.
        77 WS-MES-PROX      PIC 9(02) VALUE ZEROS.
        77 WS-DIA-PROX      PIC 9(02) VALUE ZEROS.
        77 WS-INT-DATA      PIC S9(09) VALUE ZEROS.
        77 WS-CLASSIFICACAO PIC X(010) VALUE SPACES.
        77 WS-DESCRICAO     PIC X(020) VALUE SPACES.
        77 WS-LOTE-OPERACAO PIC X(01) VALUE SPACES.
        77 WS-LOTE-REMETENTE PIC X(08) VALUE "ORDGER".
        77 WS-LOTE-RESULTADO PIC X(060) VALUE SPACES.
        77 WS-LOTE-RECUSADO PIC X(01) VALUE "N".
        77 WS-ALERTA-SEVERIDADE PIC X(01) VALUE SPACES.
        77 WS-ALERTA-MENSAGEM PIC X(060) VALUE SPACES.
      * The same record shape the calculator's BATCH-FILE reads.
        01 BATCH-REC.
         05 BATCH-CONTA  PIC 9(05).
         05 BATCH-SALDO  PIC 9(10)V99.
         05 BATCH-TIPO   PIC X(01).
         05 BATCH-VALOR  PIC 9(10)V99.
         05 BATCH-MOEDA  PIC X(03).
         05 BATCH-CONTA-DEST PIC 9(05).
         05 BATCH-SEQ-ESTORNO PIC 9(06).
         05 BATCH-DATA-VALOR PIC 9(08).
         05 BATCH-BANCO-DEST PIC 9(03).
         05 BATCH-AGENCIA-DEST PIC 9(04).
         05 BATCH-CONTA-EXTERNA PIC X(12).
         05 BATCH-FAVORECIDO PIC X(30).
        01 WS-DIAS-NO-MES VALUE "312831303130313130313031".
          05 WS-DIAS-MES-TAB PIC 9(02) OCCURS 12.
      *=================================================================
               MOVE WS-ORDTMP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
      * A SALDOS.DAT delivered tonight is added to, not overwritten.
           MOVE "A" TO WS-LOTE-OPERACAO.
           CALL "ACRESCENTAR-LOTE-SALDOS" USING WS-LOTE-OPERACAO
               WS-LOTE-REMETENTE BATCH-REC WS-LOTE-RESULTADO.
           IF WS-LOTE-RESULTADO NOT = SPACES
               PERFORM RECUSAR-GERACAO
           END-IF.

           PERFORM UNTIL WS-ORDEM-STATUS = "10"

           CLOSE ORDEM-FILE.
           CLOSE ORDTMP-FILE.
           MOVE "F" TO WS-LOTE-OPERACAO.
           CALL "ACRESCENTAR-LOTE-SALDOS" USING WS-LOTE-OPERACAO
               WS-LOTE-REMETENTE BATCH-REC WS-LOTE-RESULTADO.
           PERFORM REGRAVAR-ORDENS.

           MOVE "FIM" TO WS-RUNLOG-EVENTO.
      * An order past its end date retires from the master; an
      * order due today (or overdue from a skipped night) writes
      * one batch transaction and rolls forward; everything else
      * copies through untouched. With the feed refused, a due
      * order keeps its date and goes out on the next run.
           IF ORDEM-FIM-DATA NOT = ZEROS
                   AND ORDEM-PROX-DATA > ORDEM-FIM-DATA
               ADD 1 TO WS-QTD-ENCERRADAS
           ELSE
               IF ORDEM-PROX-DATA <= WS-DATA-PROCESSO
                       AND WS-LOTE-RECUSADO = "N"
                   PERFORM GERAR-TRANSACAO-LOTE
                   IF WS-LOTE-RESULTADO = SPACES
                       PERFORM ROLAR-PROXIMA-DATA
                       MOVE WS-PROXIMA-DATA TO ORDEM-PROX-DATA
                   END-IF
               END-IF
               WRITE ORDTMP-REC FROM ORDEM-REC
               IF WS-ORDTMP-STATUS NOT = "00"
           MOVE ZEROS TO BATCH-CONTA-DEST.
           MOVE ZEROS TO BATCH-SEQ-ESTORNO.
           MOVE WS-DATA-PROCESSO TO BATCH-DATA-VALOR.
           MOVE ZEROS TO BATCH-BANCO-DEST.
           MOVE ZEROS TO BATCH-AGENCIA-DEST.
           MOVE SPACES TO BATCH-CONTA-EXTERNA.
           MOVE SPACES TO BATCH-FAVORECIDO.
           MOVE "G" TO WS-LOTE-OPERACAO.
           CALL "ACRESCENTAR-LOTE-SALDOS" USING WS-LOTE-OPERACAO
               WS-LOTE-REMETENTE BATCH-REC WS-LOTE-RESULTADO.
           IF WS-LOTE-RESULTADO = SPACES
               ADD 1 TO WS-QTD-GERADAS
           ELSE
               DISPLAY "ORDEM DA CONTA " ORDEM-CONTA
                   " NAO GERADA - " WS-LOTE-RESULTADO
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       RECUSAR-GERACAO.
      * The waiting feed is broken; adding to it would bury the
      * fault under fresh trailers, so the operators hear of it and
      * the orders wait.
           MOVE "S" TO WS-LOTE-RECUSADO.
           DISPLAY "SALDOS.DAT NAO FECHA - NENHUMA ORDEM GERADA: "
               WS-LOTE-RESULTADO.
           MOVE 8 TO WS-RETURN-CODE.
           MOVE "A" TO WS-ALERTA-SEVERIDADE.
           MOVE SPACES TO WS-ALERTA-MENSAGEM.
           STRING "ORDENS FIXAS NAO GERADAS: " WS-LOTE-RESULTADO
               DELIMITED BY SIZE INTO WS-ALERTA-MENSAGEM.
           CALL "GRAVAR-ALERTA" USING WS-ALERTA-SEVERIDADE
               WS-RUNLOG-PROGRAMA WS-ALERTA-MENSAGEM.

       ROLAR-PROXIMA-DATA.
      * Monthly rolls one calendar month (day clamped to the target
               CALL "CLASSIFICAR-DIA-UTIL" USING WS-PROXIMA-DATA
                   WS-CLASSIFICACAO WS-DESCRICAO
           END-PERFORM.
      * A USD order cannot fall due on July 4th: a landing date the
      * order's currency does not settle on moves on to the next
      * day that is a business day in both calendars.
           CALL "AJUSTAR-DATA-LIQUIDACAO" USING WS-PROXIMA-DATA
               ORDEM-MOEDA WS-SENTIDO-LIQUIDACAO WS-DATA-LIQUIDACAO.
           MOVE WS-DATA-LIQUIDACAO TO WS-PROXIMA-DATA.

       REGRAVAR-ORDENS.
           OPEN INPUT ORDTMP-FILE.
