      * the READ does not fail on the full line; the cutover files
      * carry the same lines and match.
       FD  AUDIT-FILE.
        01 AUDIT-LINE PIC X(140).

       FD  FECHADO-FILE.
        01 FECHADO-LINE PIC X(140).

       FD  RESTANTE-FILE.
        01 RESTANTE-LINE PIC X(140).

       FD  SUMARIO-REPORT.
        01 SUMARIO-LINE PIC X(080).
        77 WS-AUDIT-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-FECHADO-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-RESTANTE-STATUS PIC X(02) VALUE ZEROS.
        77 WS-SELO-MODO       PIC X(01) VALUE "R".
        77 WS-SELO-ARQUIVO    PIC X(030) VALUE "CENTROAUDIT.LOG".
        77 WS-REPORT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "AUDSUM.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_AUDRPT".
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
           PERFORM GRAVAR-LINHA-SUMARIO.

           CLOSE SUMARIO-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.
           DISPLAY "SUMARIO GERADO EM AUDSUM.TXT - LINHAS LIDAS: "
               WS-QTD-LIDAS.

           END-PERFORM.
           CLOSE RESTANTE-FILE.
           CLOSE AUDIT-FILE.
      * The live log now starts mid-chain, so the chain is rebuilt
      * over the survivors.
           CALL "SELAR-LINHA-LOG" USING WS-SELO-MODO WS-SELO-ARQUIVO
               AUDIT-LINE.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file) or
