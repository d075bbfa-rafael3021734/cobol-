               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS END-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT HIST-OLD-FILE ASSIGN TO "CLIHIST.OLD"
        77 WS-CONTA-OLD-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-CONTA-STATUS       PIC X(02) VALUE ZEROS.
        77 WS-RECON-STATUS       PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "CONVREC.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_CLICONV".
        77 WS-ERRO-ARQUIVO       PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS        PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE        PIC 9(02) VALUE ZEROS.
           PERFORM CONCLUIR-RECONCILIACAO.

           CLOSE RECON-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.
           DISPLAY "CONVERSAO CONCLUIDA - CLIENTES: "
               WS-CLI-QTD-NOVA " HISTORICOS: " WS-HIS-QTD-NOVA
               " XREF: " WS-XRF-QTD-NOVA
           MOVE SPACE TO DEVOL-ENDERECO.
           MOVE SPACE TO DEVOL-EMAIL.
           WRITE CLIENTE.
           IF WS-CLIENTE-STATUS = "02"
               MOVE "00" TO WS-CLIENTE-STATUS
           END-IF.
           IF WS-CLIENTE-STATUS NOT = "00"
               MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
      * dormancy sweep marks the dead ones on its own evidence.
                   MOVE ZEROS TO CONTA-ABERTURA
                   MOVE "A" TO CONTA-SITUACAO
                   MOVE ZEROS TO CONTA-LIMITE
                   WRITE CONTA-REC
                   IF WS-CONTA-STATUS NOT = "00"
                       MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
