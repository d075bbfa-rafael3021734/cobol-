        77 WS-TABELA-STATUS PIC X(02) VALUE ZEROS.
        77 WS-ORCAMENTO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "ORCCOMP.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_ORCCOMP".
        77 WS-ERRO-ARQUIVO  PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE   PIC 9(02) VALUE ZEROS.

       CARREGAR-REALIZADO.
      * The year's latest actuals generation, the keyed
      * START/READ PREVIOUS load the comparison report uses. The
      * budget is kept in pieces, so only measure 01 compares.
           OPEN INPUT TABELA-FILE.
           IF WS-TABELA-STATUS = "35"
               DISPLAY "TABELA.DAT NAO ENCONTRADA"
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-ANO-ANALISE TO FD-ANO-REFERENCIA.
           MOVE 01 TO FD-MEDIDA-CODIGO.
           MOVE 99999999 TO FD-GERACAO-DATA.
           START TABELA-FILE KEY NOT GREATER THAN FD-TABELA-CHAVE
               INVALID KEY
               END-READ
               IF WS-TABELA-STATUS = "00"
                       AND FD-ANO-REFERENCIA = WS-ANO-ANALISE
                       AND FD-MEDIDA-CODIGO = 01
                   MOVE "S" TO WS-ACHOU-REAL
                   PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                           UNTIL WS-IDX-MES > 12
           END-PERFORM.

           CLOSE COMP-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.

       IMPRIMIR-LINHA-MES.
           ADD WS-MES-ORC(WS-IDX-MES) TO WS-YTD-ORC.
