        77 WS-ALERTA-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-ALRTMP-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "ALERTREL.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_ALERTAS".
        77 WS-ERRO-ARQUIVO     PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS      PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE      PIC 9(02) VALUE ZEROS.
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           CLOSE RELATORIO-FILE.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.
           DISPLAY "RELATORIO GRAVADO EM ALERTREL.TXT - ABERTOS: "
               WS-QTD-ABERTOS.

