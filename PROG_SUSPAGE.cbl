          10 SUSP-CONTA-DEST PIC 9(05).
          10 SUSP-SEQ-ESTORNO PIC 9(06).
          10 SUSP-DATA-VALOR PIC 9(08).
          10 SUSP-BANCO-DEST PIC 9(03).
          10 SUSP-AGENCIA-DEST PIC 9(04).
          10 SUSP-CONTA-EXTERNA PIC X(12).
          10 SUSP-FAVORECIDO PIC X(30).
         05 SUSP-REFERENCIA PIC 9(06).
         05 SUSP-DATA-ENTRADA PIC 9(08).

       FD  SUSPTMP-FILE.
        01 SUSPTMP-REC PIC X(117).

       FD  CAMBIO-FILE.
        01 CAMBIO-REC.
        77 WS-LEDGER-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-LEDGSEQ-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "SUSPAGE.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_SUSPAGE".
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
               PERFORM GRAVAR-LINHA-AGE
               CLOSE SUSPENSO-FILE
               CLOSE AGE-REPORT
               CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
                   WS-RELATORIO-ARQUIVO
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM IMPRIMIR-TOTAIS-FAIXAS.
           CLOSE AGE-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.
           DISPLAY "AGING DE SUSPENSOS - ITENS: " WS-QTD-ITENS
               " ESCALADOS: " WS-QTD-ESCALADOS.
           IF WS-QTD-ESCALADOS NOT = ZEROS
