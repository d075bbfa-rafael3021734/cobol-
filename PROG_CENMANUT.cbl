      * selection writer and the summary reader use the same
      * length.
       FD  AUDIT-FILE.
        01 AUDIT-LINE PIC X(140).

       FD  APRV-FILE.
           COPY PENDAPRV.
       WORKING-STORAGE                         SECTION.
         77 WS-CENTRO-STATUS PIC X(02) VALUE ZEROS.
         77 WS-AUDIT-STATUS PIC X(02) VALUE ZEROS.
         77 WS-SELO-MODO    PIC X(01) VALUE "G".
         77 WS-SELO-ARQUIVO PIC X(030) VALUE "CENTROAUDIT.LOG".
         77 WS-OPERADOR-ID PIC X(08) VALUE SPACES.
         77 WS-AUDIT-TIMESTAMP PIC X(26) VALUE SPACES.
         77 WS-CRT-STATUS PIC 9(04) VALUE ZEROS.
               " ACAO=" DELIMITED BY SIZE
               WS-AUDIT-ACAO DELIMITED BY SIZE
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

       ABRIR-CENTRO-FILE.
      * Same open-or-create PROG_TESTE_11.cbl does, minus the seed:
