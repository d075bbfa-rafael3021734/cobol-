        77 WS-AUSENCIA-STATUS PIC X(02) VALUE ZEROS.
        77 WS-EMP-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "AUSRPT.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_AUSRPT".
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
               PERFORM GRAVAR-LINHA-AUS
               CLOSE AUSENCIA-FILE
               CLOSE AUS-REPORT
               CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
                   WS-RELATORIO-ARQUIVO
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
               PERFORM GRAVAR-LINHA-AUS
           END-PERFORM.
           CLOSE AUS-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           DISPLAY "RESUMO DE AUSENCIAS GERADO EM AUSRPT.TXT - "
               "AUSENCIAS NO PERIODO: " WS-QTD-AUSENCIAS.
