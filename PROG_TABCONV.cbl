                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-QTD-LIDAS
      * The sequential file predates measures; everything on it was
      * counted in pieces.
               MOVE SEQ-REC(1:4) TO FD-ANO-REFERENCIA
               MOVE 01 TO FD-MEDIDA-CODIGO
               MOVE SEQ-REC(5:8) TO FD-GERACAO-DATA
               MOVE SEQ-REC(13:3492) TO TABELA-REC(15:3492)
               MOVE "N" TO WS-FUNDIDA
               WRITE TABELA-REC
                   INVALID KEY
