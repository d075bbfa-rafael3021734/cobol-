               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS END-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS IS WS-CLIENTE-STATUS.

      *=================================================================
           MOVE SPACE TO DEVOL-ENDERECO.
           MOVE SPACE TO DEVOL-EMAIL.
           WRITE CLIENTE.
           IF WS-CLIENTE-STATUS = "02"
               MOVE "00" TO WS-CLIENTE-STATUS
           END-IF.
           IF WS-CLIENTE-STATUS NOT = "00"
               MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
