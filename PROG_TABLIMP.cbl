      * Purpose: Housekeeping for TABELA.DAT: every save appends
      *          another full-year generation, so the file only ever
      *          grows. This job keeps the last N dated generations
      *          per ANO-REFERENCIA and measure (the newest of each
      *          year and measure - its final close - always
      *          survives), moves the rest to
      *          the TABARCH.DAT archive, and reports what it kept
      *          and dropped. Now that the file is indexed on year
      *          plus generation date, a dropped generation is one
           COPY TABANUALR.

       FD  ARQUIVO-FILE.
        01 ARQUIVO-REC PIC X(3506).

      *=================================================================
       WORKING-STORAGE                         SECTION.
        77 WS-CTL-HASH        PIC 9(015) VALUE ZEROS.
        77 WS-CTL-CONFERE     PIC X(001) VALUE "S".

      * First pass collects only the year/measure/date key of every
      * generation - the 3506-byte records themselves never sit in
      * storage - and the keep/drop decision is marked here for the
      * second pass to apply by key.
        01 WS-INVENTARIO.
         05 WS-INV-ENTRY OCCURS 500 TIMES.
          10 WS-INV-ANO PIC 9(004).
          10 WS-INV-MEDIDA PIC 9(002).
          10 WS-INV-GERACAO PIC 9(008).
          10 WS-INV-MANTER PIC X(001).
      *=================================================================
       INVENTARIAR-GERACOES.
           MOVE ZEROS TO WS-QTD-GERACOES.
           MOVE ZEROS TO FD-ANO-REFERENCIA.
           MOVE ZEROS TO FD-MEDIDA-CODIGO.
           MOVE ZEROS TO FD-GERACAO-DATA.
           START TABELA-FILE KEY NOT LESS THAN FD-TABELA-CHAVE
               INVALID KEY
                       ADD 1 TO WS-QTD-GERACOES
                       MOVE FD-ANO-REFERENCIA
                           TO WS-INV-ANO(WS-QTD-GERACOES)
                       MOVE FD-MEDIDA-CODIGO
                           TO WS-INV-MEDIDA(WS-QTD-GERACOES)
                       MOVE FD-GERACAO-DATA
                           TO WS-INV-GERACAO(WS-QTD-GERACOES)
                       MOVE "S" TO WS-INV-MANTER(WS-QTD-GERACOES)

       DECIDIR-RETENCAO.
      * A generation survives when fewer than N strictly newer
      * generations of the same year and measure exist. The newest
      * generation of every year and measure can never count any
      * newer one, so each one's final close is always kept.
           PERFORM VARYING WS-IDX-GER FROM 1 BY 1
                   UNTIL WS-IDX-GER > WS-QTD-GERACOES
               MOVE ZEROS TO WS-MAIS-NOVAS
                       UNTIL WS-IDX-COMP > WS-QTD-GERACOES
                   IF WS-INV-ANO(WS-IDX-COMP)
                           = WS-INV-ANO(WS-IDX-GER)
                       AND WS-INV-MEDIDA(WS-IDX-COMP)
                           = WS-INV-MEDIDA(WS-IDX-GER)
                       AND WS-INV-GERACAO(WS-IDX-COMP)
                           > WS-INV-GERACAO(WS-IDX-GER)
                       ADD 1 TO WS-MAIS-NOVAS

       ARQUIVAR-GERACAO.
           MOVE WS-INV-ANO(WS-IDX-GER) TO FD-ANO-REFERENCIA.
           MOVE WS-INV-MEDIDA(WS-IDX-GER) TO FD-MEDIDA-CODIGO.
           MOVE WS-INV-GERACAO(WS-IDX-GER) TO FD-GERACAO-DATA.
           READ TABELA-FILE
               INVALID KEY
                   DISPLAY "GERACAO " WS-INV-GERACAO(WS-IDX-GER)
                       " DO ANO " WS-INV-ANO(WS-IDX-GER)
                       " MEDIDA " WS-INV-MEDIDA(WS-IDX-GER)
                       " SUMIU DURANTE A LIMPEZA - IGNORADA"
           END-READ.
           IF WS-TABELA-STATUS = "00"
                   ADD 1 TO WS-QTD-ARQUIVADAS
                   DISPLAY "ARQUIVADA GERACAO "
                       WS-INV-GERACAO(WS-IDX-GER) " DO ANO "
                       WS-INV-ANO(WS-IDX-GER) " MEDIDA "
                       WS-INV-MEDIDA(WS-IDX-GER)
               END-IF
           END-IF.

           MOVE ZEROS TO WS-CTL-QTD.
           MOVE ZEROS TO WS-CTL-HASH.
           MOVE ZEROS TO FD-ANO-REFERENCIA.
           MOVE ZEROS TO FD-MEDIDA-CODIGO.
           MOVE ZEROS TO FD-GERACAO-DATA.
           START TABELA-FILE KEY NOT LESS THAN FD-TABELA-CHAVE
               INVALID KEY
