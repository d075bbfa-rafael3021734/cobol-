      * Wide enough for the full selection line - the 30-byte
      * CENTRO-NOME used to fall off the end at 80.
       FD  AUDIT-FILE.
        01 AUDIT-LINE PIC X(140).

       FD  PARAM-FILE.
        01 PARAM-LINE PIC X(172).
         77 WS-CENTRO-VALIDO PIC X(01) VALUE "N".
         77 WS-CENTRO-STATUS PIC X(02) VALUE ZEROS.
         77 WS-AUDIT-STATUS PIC X(02) VALUE ZEROS.
         77 WS-SELO-MODO    PIC X(01) VALUE "G".
         77 WS-SELO-ARQUIVO PIC X(030) VALUE "CENTROAUDIT.LOG".
         77 WS-OPERADOR-ID PIC X(08) VALUE SPACES.
         77 WS-OPERADOR-SENHA PIC X(08) VALUE SPACES.
         77 WS-OPER-AUTORIZADO PIC X(01) VALUE "N".
               " DEPTO=" DELIMITED BY SIZE
               CENTRO-NOME DELIMITED BY SIZE
               INTO AUDIT-LINE.
           CALL "SELAR-LINHA-LOG" USING WS-SELO-MODO
               WS-SELO-ARQUIVO AUDIT-LINE.
           WRITE AUDIT-LINE.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDIT-FILE" TO WS-ERRO-ARQUIVO
