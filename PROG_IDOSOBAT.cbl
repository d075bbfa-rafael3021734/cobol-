               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS END-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "CLIAUDIT.LOG"
           COPY CLIENTE.

       FD  AUDIT-FILE.
        01 AUDIT-LINE PIC X(500).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-CLIENTE-STATUS PIC X(02) VALUE ZEROS.
        77 WS-AUDIT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-SELO-MODO      PIC X(01) VALUE "G".
        77 WS-SELO-ARQUIVO   PIC X(030) VALUE "CLIAUDIT.LOG".
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-QTD-LIDOS      PIC 9(05) VALUE ZEROS.
        77 WS-QTD-ATUALIZADOS PIC 9(05) VALUE ZEROS.
        77 WS-AUDIT-TIMESTAMP PIC X(026) VALUE SPACES.
        77 WS-AUDIT-ANTES    PIC X(196) VALUE SPACES.

      * The nightly batch has no terminal operator to sign on, so the
      * CLIAUDIT.LOG trail records the job itself as the operator.
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-QTD-LIDOS
      * A deceased customer's record is frozen as of the death
      * registration; ageing it into the senior band would only
      * add noise to the audit trail.
               IF SITUACAO NOT = "F"
                   PERFORM ATUALIZAR-FLAG-IDOSO
               END-IF
           END-PERFORM.

           CLOSE CLIENTE-FILE.
                           ": " WS-CLIENTE-STATUS
                       MOVE 8 TO WS-RETURN-CODE
               END-REWRITE
               IF WS-CLIENTE-STATUS = "02"
                   MOVE "00" TO WS-CLIENTE-STATUS
               END-IF
               IF WS-CLIENTE-STATUS NOT = "00"
                       AND WS-CLIENTE-STATUS NOT = "23"
                   MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
               " DEPOIS=" DELIMITED BY SIZE
               CLIENTE DELIMITED BY SIZE
               INTO AUDIT-LINE.
           CALL "SELAR-LINHA-LOG" USING WS-SELO-MODO
               WS-SELO-ARQUIVO AUDIT-LINE.
           WRITE AUDIT-LINE.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDIT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-AUDIT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
      * Closed and reopened so the line is on disk before the next
      * one is sealed - the sealer takes the last seal from the log
      * itself, and a line still in the buffer is not there yet.
           CLOSE AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDIT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-AUDIT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file),
