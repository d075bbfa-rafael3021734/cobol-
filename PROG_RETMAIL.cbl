      *          correction to RETDEVRPT.TXT. The mailers suppress a
      *          marked channel until PROG_TESTE_NIVEL.COB corrects
      *          the field, so we stop paying to post mail we know
      *          will come back. A bounce the mail gateway reports
      *          by address alone (no CODIGO) is matched through the
      *          EMAIL alternate key, marking every customer who
      *          shares that address.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS END-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "CLIAUDIT.LOG"
         05 RET-CODIGO PIC 9(006).
         05 RET-CANAL PIC X(001).
         05 RET-MOTIVO PIC X(020).
      * Filled by the mail gateway, which knows the bounced address
      * but not the customer; RET-CODIGO then comes blank or zero.
         05 RET-EMAIL PIC X(040).

       FD  CLIENTE-FILE.
           COPY CLIENTE.

       FD  AUDIT-FILE.
        01 AUDIT-LINE PIC X(500).

       FD  RET-REPORT.
        01 RET-LINE PIC X(100).
        77 WS-RETORNO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-CLIENTE-STATUS PIC X(02) VALUE ZEROS.
        77 WS-AUDIT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-SELO-MODO      PIC X(01) VALUE "G".
        77 WS-SELO-ARQUIVO   PIC X(030) VALUE "CLIAUDIT.LOG".
        77 WS-REPORT-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "RETDEVRPT.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_RETMAIL".
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-QTD-IGNORADOS  PIC 9(05) VALUE ZEROS.
        77 WS-QTD-PENDENTES  PIC 9(05) VALUE ZEROS.
        77 WS-AUDIT-TIMESTAMP PIC X(026) VALUE SPACES.
        77 WS-AUDIT-ANTES    PIC X(196) VALUE SPACES.
        77 WS-AUDIT-DEPOIS   PIC X(196) VALUE SPACES.
        77 WS-QTD-MESMO-EMAIL PIC 9(05) VALUE ZEROS.

      * The returns batch has no terminal operator to sign on, so
      * the CLIAUDIT.LOG trail records the job itself as operator.
           END-IF.

       MARCAR-CANAL-DEVOLVIDO.
           IF (RET-CODIGO IS NOT NUMERIC OR RET-CODIGO = ZEROS)
                   AND RET-EMAIL NOT = SPACES
                   AND (RET-CANAL = "M" OR RET-CANAL = "m")
               PERFORM MARCAR-EMAIL-DEVOLVIDO
               EXIT PARAGRAPH
           END-IF.
           MOVE RET-CODIGO TO CODIGO.
           READ CLIENTE-FILE
               INVALID KEY
                               RET-CODIGO ": " WS-CLIENTE-STATUS
                           MOVE 8 TO WS-RETURN-CODE
                   END-REWRITE
                   IF WS-CLIENTE-STATUS = "02"
                       MOVE "00" TO WS-CLIENTE-STATUS
                   END-IF
                   IF WS-CLIENTE-STATUS NOT = "00"
                           AND WS-CLIENTE-STATUS NOT = "23"
                       MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       MARCAR-EMAIL-DEVOLVIDO.
      * Positions on the EMAIL alternate key and reads forward while
      * the address still matches - one bounced address may sit on
      * several customers (a shared family mailbox), and all of them
      * stop being mailed there. A customer already marked is left
      * alone, so a repeated bounce adds no audit noise.
           MOVE ZEROS TO WS-QTD-MESMO-EMAIL.
           MOVE RET-EMAIL TO EMAIL.
           START CLIENTE-FILE KEY = EMAIL
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-CLIENTE-STATUS = "00"
               PERFORM UNTIL WS-CLIENTE-STATUS = "10"
                   READ CLIENTE-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-CLIENTE-STATUS NOT = "00"
                           AND WS-CLIENTE-STATUS NOT = "02"
                           AND WS-CLIENTE-STATUS NOT = "10"
                       MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF EMAIL NOT = RET-EMAIL
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-QTD-MESMO-EMAIL
                   IF DEVOL-EMAIL NOT = "S"
                       MOVE CLIENTE TO WS-AUDIT-ANTES
                       MOVE "S" TO DEVOL-EMAIL
                       REWRITE CLIENTE
                           INVALID KEY
                               DISPLAY "ERRO AO MARCAR CLIENTE "
                                   CODIGO ": " WS-CLIENTE-STATUS
                               MOVE 8 TO WS-RETURN-CODE
                       END-REWRITE
                       IF WS-CLIENTE-STATUS = "02"
                           MOVE "00" TO WS-CLIENTE-STATUS
                       END-IF
                       IF WS-CLIENTE-STATUS NOT = "00"
                               AND WS-CLIENTE-STATUS NOT = "23"
                           MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
                           MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
                           PERFORM TRATAR-ERRO-ARQUIVO
                       END-IF
                       IF WS-CLIENTE-STATUS = "00"
                           ADD 1 TO WS-QTD-MARCADOS
                           MOVE CLIENTE TO WS-AUDIT-DEPOIS
                           PERFORM GRAVAR-AUDITORIA-RETORNO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-CLIENTE-STATUS NOT = "00"
                   AND WS-CLIENTE-STATUS NOT = "02"
                   AND WS-CLIENTE-STATUS NOT = "10"
                   AND WS-CLIENTE-STATUS NOT = "23"
               MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-QTD-MESMO-EMAIL = ZEROS
               ADD 1 TO WS-QTD-IGNORADOS
               DISPLAY "RETORNO IGNORADO - EMAIL " RET-EMAIL
                   " NAO CADASTRADO"
           END-IF.

       GRAVAR-AUDITORIA-RETORNO.
      * Same before/after trail PROG_TESTE_NIVEL.COB leaves on
      * CLIAUDIT.LOG, with the return reason riding on the
               " MOTIVO=" DELIMITED BY SIZE
               RET-MOTIVO DELIMITED BY SIZE
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

       LISTAR-PENDENTES-CORRECAO.
      * One pass over the master lists everyone with any channel
               DELIMITED BY SIZE INTO RET-LINE.
           PERFORM GRAVAR-LINHA-RET.
           CLOSE RET-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.

       GRAVAR-LINHA-RET.
           WRITE RET-LINE.
