      *          on file and add a new rate (currency code, rate to
      *          BRL, effective date). Rates are never removed - a
      *          newer effective date simply supersedes the older
      *          one, so history stays on file for reruns. The R
      *          operation works the rates the daily central-bank
      *          load (PROG_CAMBCB.cbl) held on CAMBPEND.DAT for
      *          moving too far in a day: a confirmed rate goes on
      *          CAMBIO.DAT under its own effective date, a discarded
      *          one stays on CAMBPEND.DAT marked D and is never
      *          loaded.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBIO-STATUS.

           SELECT CAMBPEND-FILE ASSIGN TO "CAMBPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPEND-CHAVE
               FILE STATUS IS WS-CAMBPEND-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
         05 CAMBIO-TAXA PIC 9(03)V9(06).
         05 CAMBIO-VIGENCIA PIC 9(08).

       FD  CAMBPEND-FILE.
           COPY CAMBPEND.

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-TAXA-MANUT    PIC 9(03)V9(06) VALUE ZEROS.
        77 WS-VIGENCIA-MANUT PIC 9(08) VALUE ZEROS.
        77 WS-QTD-LISTADAS  PIC 9(03) VALUE ZEROS.
        77 WS-CAMBPEND-STATUS PIC X(02) VALUE ZEROS.
        77 WS-DATA-PROCESSO PIC 9(08) VALUE ZEROS.
        77 WS-DECISAO       PIC X(01) VALUE SPACES.
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           PERFORM UNTIL WS-FIM-MANUT = "S"
               DISPLAY "OPERACAO: L-LISTAR I-INCLUIR TAXA "
                   "R-TAXAS RETIDAS F-FIM"
               ACCEPT WS-OPERACAO
               EVALUATE WS-OPERACAO
                   WHEN "L"
                   WHEN "I"
                   WHEN "i"
                       PERFORM INCLUIR-TAXA
                   WHEN "R"
                   WHEN "r"
                       PERFORM TRATAR-TAXAS-RETIDAS
                   WHEN OTHER
                       MOVE "S" TO WS-FIM-MANUT
               END-EVALUATE
                   CAMBIO-TAXA " A PARTIR DE " CAMBIO-VIGENCIA
           END-IF.

       TRATAR-TAXAS-RETIDAS.
           OPEN I-O CAMBPEND-FILE.
           IF WS-CAMBPEND-STATUS = "35"
               DISPLAY "NENHUMA TAXA RETIDA"
               CLOSE CAMBPEND-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CAMBPEND-STATUS NOT = "00"
               MOVE "CAMBPEND-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CAMBPEND-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE ZEROS TO WS-QTD-LISTADAS.
           PERFORM UNTIL WS-CAMBPEND-STATUS = "10"
               READ CAMBPEND-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CAMBPEND-STATUS NOT = "00"
                       AND WS-CAMBPEND-STATUS NOT = "10"
                   MOVE "CAMBPEND-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CAMBPEND-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF CPEND-SITUACAO = "P"
                   ADD 1 TO WS-QTD-LISTADAS
                   DISPLAY "  " CPEND-MOEDA " VIGENCIA " CPEND-VIGENCIA
                       " TAXA " CPEND-TAXA
                       " ANTERIOR " CPEND-TAXA-ANTERIOR
                       " VARIACAO " CPEND-VARIACAO "%"
               END-IF
           END-PERFORM.
           IF WS-QTD-LISTADAS = ZEROS
               DISPLAY "NENHUMA TAXA RETIDA PENDENTE"
               CLOSE CAMBPEND-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "CODIGO DA MOEDA A DECIDIR:".
           ACCEPT WS-MOEDA-MANUT.
           DISPLAY "DATA DE VIGENCIA (AAAAMMDD):".
           ACCEPT WS-VIGENCIA-MANUT.
           MOVE WS-MOEDA-MANUT TO CPEND-MOEDA.
           MOVE WS-VIGENCIA-MANUT TO CPEND-VIGENCIA.
           READ CAMBPEND-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CAMBPEND-STATUS = "23"
               DISPLAY "TAXA RETIDA NAO ENCONTRADA"
               MOVE 4 TO WS-RETURN-CODE
               CLOSE CAMBPEND-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CAMBPEND-STATUS NOT = "00"
               MOVE "CAMBPEND-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CAMBPEND-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF CPEND-SITUACAO NOT = "P"
               DISPLAY "TAXA JA DECIDIDA - SITUACAO " CPEND-SITUACAO
               MOVE 4 TO WS-RETURN-CODE
               CLOSE CAMBPEND-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "C-CONFIRMAR E CARREGAR  D-DESCARTAR:".
           ACCEPT WS-DECISAO.
           EVALUATE WS-DECISAO
               WHEN "C"
               WHEN "c"
                   PERFORM CONFIRMAR-TAXA-RETIDA
               WHEN "D"
               WHEN "d"
                   MOVE "D" TO CPEND-SITUACAO
                   PERFORM REGRAVAR-TAXA-RETIDA
                   DISPLAY "TAXA DESCARTADA: " CPEND-MOEDA " "
                       CPEND-TAXA " DE " CPEND-VIGENCIA
               WHEN OTHER
                   DISPLAY "NADA ALTERADO"
           END-EVALUATE.
           CLOSE CAMBPEND-FILE.

       CONFIRMAR-TAXA-RETIDA.
           OPEN EXTEND CAMBIO-FILE.
           IF WS-CAMBIO-STATUS = "35"
               OPEN OUTPUT CAMBIO-FILE
           END-IF.
           IF WS-CAMBIO-STATUS NOT = "00"
               MOVE "CAMBIO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CAMBIO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE CPEND-MOEDA TO CAMBIO-MOEDA.
           MOVE CPEND-TAXA TO CAMBIO-TAXA.
           MOVE CPEND-VIGENCIA TO CAMBIO-VIGENCIA.
           WRITE CAMBIO-REC.
           IF WS-CAMBIO-STATUS NOT = "00"
               MOVE "CAMBIO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CAMBIO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE CAMBIO-FILE.
           MOVE "C" TO CPEND-SITUACAO.
           PERFORM REGRAVAR-TAXA-RETIDA.
           DISPLAY "TAXA CONFIRMADA: " CAMBIO-MOEDA " " CAMBIO-TAXA
               " A PARTIR DE " CAMBIO-VIGENCIA.

       REGRAVAR-TAXA-RETIDA.
           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           MOVE WS-DATA-PROCESSO TO CPEND-DATA-DECISAO.
           REWRITE CAMBPEND-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-CAMBPEND-STATUS NOT = "00"
               MOVE "CAMBPEND-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CAMBPEND-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file),
      * 23 (key not found, already handled above) or 35 (not found
      * on first run, already handled above) means a real I/O
      * problem; log which file and status code and stop instead of
      * pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
