       WORKING-STORAGE                         SECTION.

        77 WS-TABELA-STATUS PIC X(02) VALUE ZEROS.
        77 WS-MEDIDA-ANALISE PIC 9(02) VALUE ZEROS.
        77 WS-MEDIDA-NOME   PIC X(20) VALUE SPACES.
        77 WS-MEDIDA-UNIDADE PIC X(05) VALUE SPACES.
        77 WS-MEDIDA-SITUACAO PIC X(01) VALUE "N".
        77 WS-REPORT-STATUS PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "ANOCOMP.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_ANOCOMP".
        77 WS-ERRO-ARQUIVO  PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE   PIC 9(02) VALUE ZEROS.
           ACCEPT WS-ANO-A.
           DISPLAY "SEGUNDO ANO (AAAA):".
           ACCEPT WS-ANO-B.
      * Both years are compared in the same measure.
           DISPLAY "MEDIDA (01 PECAS 02 PESO KG 03 DEVOLUCOES):".
           ACCEPT WS-MEDIDA-ANALISE.
           IF WS-MEDIDA-ANALISE = ZEROS
               MOVE 01 TO WS-MEDIDA-ANALISE
           END-IF.
           CALL "OBTER-MEDIDA" USING WS-MEDIDA-ANALISE WS-MEDIDA-NOME
               WS-MEDIDA-UNIDADE WS-MEDIDA-SITUACAO.
           IF WS-MEDIDA-SITUACAO = "N"
               DISPLAY "MEDIDA " WS-MEDIDA-ANALISE
                   " NAO CADASTRADA EM MEDIDA.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CARREGAR-ANOS-COMPARADOS.

       LOCALIZAR-ULTIMA-GERACAO.
           MOVE "N" TO WS-GERACAO-ACHADA.
           MOVE WS-ANO-BUSCA TO FD-ANO-REFERENCIA.
           MOVE WS-MEDIDA-ANALISE TO FD-MEDIDA-CODIGO.
           MOVE 99999999 TO FD-GERACAO-DATA.
           START TABELA-FILE KEY NOT GREATER THAN FD-TABELA-CHAVE
               INVALID KEY
               END-READ
               IF WS-TABELA-STATUS = "00"
                       AND FD-ANO-REFERENCIA = WS-ANO-BUSCA
                       AND FD-MEDIDA-CODIGO = WS-MEDIDA-ANALISE
                   MOVE "S" TO WS-GERACAO-ACHADA
               END-IF
           END-IF.
           WRITE COMP-LINE FROM WS-CAB-LINHA2.
           PERFORM VERIFICAR-STATUS-RELATORIO.

           MOVE SPACES TO COMP-LINE.
           STRING "MEDIDA " WS-MEDIDA-ANALISE " " WS-MEDIDA-NOME
               " (" WS-MEDIDA-UNIDADE ")"
               DELIMITED BY SIZE INTO COMP-LINE.
           WRITE COMP-LINE.
           PERFORM VERIFICAR-STATUS-RELATORIO.

           MOVE SPACES TO COMP-LINE.
           STRING "MES   ANO " WS-ANO-A "     ANO " WS-ANO-B
               "     DIFERENCA  VARIACAO %"
           PERFORM VERIFICAR-STATUS-RELATORIO.

           CLOSE COMP-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.
           DISPLAY "COMPARATIVO GERADO EM ANOCOMP.TXT PARA "
               WS-ANO-A " X " WS-ANO-B.

