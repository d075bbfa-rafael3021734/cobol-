       WORKING-STORAGE                         SECTION.

        77 WS-TABELA-STATUS PIC X(02) VALUE ZEROS.
        77 WS-MEDIDA-ANALISE PIC 9(02) VALUE ZEROS.
        77 WS-MEDIDA-NOME   PIC X(20) VALUE SPACES.
        77 WS-MEDIDA-UNIDADE PIC X(05) VALUE SPACES.
        77 WS-MEDIDA-SITUACAO PIC X(01) VALUE "N".
        77 WS-REPORT-STATUS PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "QTDOUT.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_QTDOUT".
        77 WS-ERRO-ARQUIVO  PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE   PIC 9(02) VALUE ZEROS.
       INICIO.
           DISPLAY "ANO DA ANALISE (AAAA):".
           ACCEPT WS-ANO-ANALISE.
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
           DISPLAY "NUMERO DE DESVIOS PARA EXCECAO (EX: 2):".
           ACCEPT WS-QTD-DESVIOS.
           IF WS-QTD-DESVIOS = ZEROS
               " - LIMIAR " WS-QTD-DESVIOS " DESVIOS"
               DELIMITED BY SIZE INTO OUT-LINE.
           PERFORM GRAVAR-LINHA-OUT.
           MOVE SPACES TO OUT-LINE.
           STRING "MEDIDA " WS-MEDIDA-ANALISE " " WS-MEDIDA-NOME
               " (" WS-MEDIDA-UNIDADE ")"
               DELIMITED BY SIZE INTO OUT-LINE.
           PERFORM GRAVAR-LINHA-OUT.

           PERFORM LISTAR-EXCECOES.
           PERFORM SUGERIR-TOLERANCIAS.

           CLOSE OUT-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.
           DISPLAY "EXCECOES GERADAS EM QTDOUT.TXT - DIAS FORA DO "
               "PADRAO: " WS-QTD-EXCECOES.
           IF WS-QTD-EXCECOES NOT = ZEROS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-ANO-ANALISE TO FD-ANO-REFERENCIA.
           MOVE WS-MEDIDA-ANALISE TO FD-MEDIDA-CODIGO.
           MOVE 99999999 TO FD-GERACAO-DATA.
           START TABELA-FILE KEY NOT GREATER THAN FD-TABELA-CHAVE
               INVALID KEY
               END-READ
               IF WS-TABELA-STATUS = "00"
                       AND FD-ANO-REFERENCIA = WS-ANO-ANALISE
                       AND FD-MEDIDA-CODIGO = WS-MEDIDA-ANALISE
                   MOVE "S" TO WS-ACHOU-ANO
               END-IF
           END-IF.
