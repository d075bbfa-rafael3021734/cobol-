      * Author:Rafael FErreira
      * Date: 23/08/2026
      * Purpose: Spreadsheet export of the annual quantities table:
      *          reads the current year's latest generation of one
      *          measure from TABELA.DAT and writes a semicolon-
      *          delimited file with one row per day (year, measure,
      *          month, day, quantity) plus one
      *          TOTAL row per month, so the figures import straight
      *          into a spreadsheet instead of being retyped off the
      *          CALGRID.TXT grid every month.
        77 WS-QTD-LINHAS    PIC 9(04) VALUE ZEROS.
        77 WS-IDX-MES       PIC 9(02) VALUE ZEROS.
        77 WS-IDX-DIA       PIC 9(02) VALUE ZEROS.
        77 WS-MEDIDA-EXPORT PIC 9(02) VALUE ZEROS.
        77 WS-MEDIDA-NOME   PIC X(20) VALUE SPACES.
        77 WS-MEDIDA-UNIDADE PIC X(05) VALUE SPACES.
        77 WS-MEDIDA-SITUACAO PIC X(01) VALUE "N".
      *=================================================================
       PROCEDURE                               DIVISION.

               STOP RUN
           END-IF.

      * One measure per file; blank is pieces. The measure rides on
      * every row, so PROG_TABIMP.cbl knows which generation a
      * corrected file goes back into.
           DISPLAY "MEDIDA (01 PECAS 02 PESO KG 03 DEVOLUCOES):".
           ACCEPT WS-MEDIDA-EXPORT.
           IF WS-MEDIDA-EXPORT = ZEROS
               MOVE 01 TO WS-MEDIDA-EXPORT
           END-IF.
           CALL "OBTER-MEDIDA" USING WS-MEDIDA-EXPORT WS-MEDIDA-NOME
               WS-MEDIDA-UNIDADE WS-MEDIDA-SITUACAO.
           IF WS-MEDIDA-SITUACAO = "N"
               DISPLAY "MEDIDA " WS-MEDIDA-EXPORT
                   " NAO CADASTRADA EM MEDIDA.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CARREGAR-TABELA-ANUAL.
           PERFORM CALCULAR-TOTAIS-ANUAL.

               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           MOVE "ANO;MEDIDA;MES;DIA;QUANTIDADE" TO EXPORT-LINE.
           PERFORM GRAVAR-LINHA-EXPORT.

           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
               PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 31
                   MOVE SPACES TO EXPORT-LINE
                   STRING ANO-REFERENCIA ";" MEDIDA-CODIGO ";"
                       WS-MES ";" WS-DIA ";"
                       QUANTIDADE-DIARIA(WS-MES, WS-DIA)
                       DELIMITED BY SIZE INTO EXPORT-LINE
                   PERFORM GRAVAR-LINHA-EXPORT
               END-PERFORM
               MOVE SPACES TO EXPORT-LINE
               STRING ANO-REFERENCIA ";" MEDIDA-CODIGO ";"
                   WS-MES ";TOTAL;"
                   TOTAL-MENSAL(WS-MES)
                   DELIMITED BY SIZE INTO EXPORT-LINE
               PERFORM GRAVAR-LINHA-EXPORT
           END-PERFORM.

           MOVE SPACES TO EXPORT-LINE.
           STRING ANO-REFERENCIA ";" MEDIDA-CODIGO ";TOTAL;TOTAL;"
               TOTAL-ANUAL
               DELIMITED BY SIZE INTO EXPORT-LINE.
           PERFORM GRAVAR-LINHA-EXPORT.

      * last data-entry run. TABELA-FILE is indexed on year plus
      * generation date, so the year's latest generation is one
      * START just past its highest possible key and one READ
      * PREVIOUS - never a scan of the whole history; the measure
      * between year and date in the key narrows it to the one
      * being exported.
           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           MOVE WS-DATA-PROCESSO(1:4) TO WS-ANO-ATUAL.
           INITIALIZE TABELA-ANUAL.
           MOVE WS-ANO-ATUAL TO ANO-REFERENCIA.
           MOVE WS-MEDIDA-EXPORT TO MEDIDA-CODIGO.
           OPEN INPUT TABELA-FILE.
           IF WS-TABELA-STATUS = "00"
               MOVE WS-ANO-ATUAL TO FD-ANO-REFERENCIA
               MOVE WS-MEDIDA-EXPORT TO FD-MEDIDA-CODIGO
               MOVE 99999999 TO FD-GERACAO-DATA
               START TABELA-FILE KEY NOT GREATER THAN
                       FD-TABELA-CHAVE
                   END-READ
                   IF WS-TABELA-STATUS = "00"
                           AND FD-ANO-REFERENCIA = WS-ANO-ATUAL
                           AND FD-MEDIDA-CODIGO = WS-MEDIDA-EXPORT
                       MOVE TABELA-REC TO TABELA-ANUAL
                   END-IF
               END-IF
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE ZEROS TO FD-ANO-REFERENCIA
               MOVE ZEROS TO FD-MEDIDA-CODIGO
               MOVE ZEROS TO FD-GERACAO-DATA
               START TABELA-FILE KEY NOT LESS THAN FD-TABELA-CHAVE
                   INVALID KEY
