               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS END-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT CENTRO-FILE ASSIGN TO "CENTRO.DAT"
        77 WS-EMP-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-DEPT-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "INTEGAUD.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_INTEGAU".
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.

           PERFORM GRAVAR-CONTADORES.
           CLOSE AUDIT-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           DISPLAY "AUDITORIA DE INTEGRIDADE CONCLUIDA - RC "
               WS-RETURN-CODE.
