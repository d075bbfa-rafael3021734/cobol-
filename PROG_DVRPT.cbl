               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS END-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT CONTA-FILE ASSIGN TO "CONTAS.DAT"
        77 WS-CLIENTE-STATUS PIC X(02) VALUE ZEROS.
        77 WS-CONTA-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "DVRPT.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_DVRPT".
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
               DELIMITED BY SIZE INTO DV-LINE.
           PERFORM GRAVAR-LINHA-DV.
           CLOSE DV-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           DISPLAY "RELATORIO DVRPT.TXT GERADO - FALHAS: CLIENTES "
               WS-QTD-CLI-FALHAS " CONTAS " WS-QTD-CTA-FALHAS.
