               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS END-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT TABELA-FILE ASSIGN TO "TABELA.DAT"
         05 CAT-ARQUIVO PIC X(30).

       FD  BACKUPC-FILE.
        01 BACKUPC-REC PIC X(196).

       FD  BACKUPT-FILE.
        01 BACKUPT-REC PIC X(3506).

       FD  CLIENTE-FILE.
           COPY CLIENTE.
                   END-IF
                   MOVE BACKUPC-REC TO CLIENTE
                   WRITE CLIENTE
                   IF WS-CLIENTE-STATUS = "02"
                       MOVE "00" TO WS-CLIENTE-STATUS
                   END-IF
                   IF WS-CLIENTE-STATUS NOT = "00"
                       MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
