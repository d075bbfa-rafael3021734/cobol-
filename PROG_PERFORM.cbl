        01 PARAM-LINE PIC X(080).

       FD  BACKUP-FILE.
        01 BACKUP-REC PIC X(3506).
      *=================================================================
       WORKING-STORAGE                         SECTION.

      * tagged with this year instead of assuming it is the only one;
      * older years stay on the file untouched for comparison. A year
      * passed in from the driver program wins over today's date.
      * This run always keys pieces, measure 01.
           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           IF LS-ANO-REFERENCIA = ZEROS
               MOVE WS-DATA-PROCESSO(1:4) TO WS-ANO-ATUAL
           END-IF.
           INITIALIZE TABELA-ANUAL.
           MOVE WS-ANO-ATUAL TO ANO-REFERENCIA.
           MOVE 01 TO MEDIDA-CODIGO.
           OPEN INPUT TABELA-FILE.
           IF WS-TABELA-STATUS = "00"
               MOVE WS-ANO-ATUAL TO FD-ANO-REFERENCIA
               MOVE 01 TO FD-MEDIDA-CODIGO
               MOVE 99999999 TO FD-GERACAO-DATA
               START TABELA-FILE KEY NOT GREATER THAN
                       FD-TABELA-CHAVE
                   END-READ
                   IF WS-TABELA-STATUS = "00"
                           AND FD-ANO-REFERENCIA = WS-ANO-ATUAL
                           AND FD-MEDIDA-CODIGO = 01
                       MOVE TABELA-REC TO TABELA-ANUAL
                   END-IF
               END-IF
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE ZEROS TO FD-ANO-REFERENCIA
               MOVE ZEROS TO FD-MEDIDA-CODIGO
               MOVE ZEROS TO FD-GERACAO-DATA
               START TABELA-FILE KEY NOT LESS THAN FD-TABELA-CHAVE
                   INVALID KEY
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE ZEROS TO FD-ANO-REFERENCIA
               MOVE ZEROS TO FD-MEDIDA-CODIGO
               MOVE ZEROS TO FD-GERACAO-DATA
               START TABELA-FILE KEY NOT LESS THAN FD-TABELA-CHAVE
                   INVALID KEY
