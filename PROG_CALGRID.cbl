      *          year of daily figures can be reviewed at a glance -
      *          either the consolidated view or, when the operator
      *          keys a cost center, that center's own figures off
      *          TABCENTRO.DAT - for one measure off MEDIDA.DAT at a
      *          time.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
        77 WS-DATA-PROCESSO PIC 9(008) VALUE ZEROS.
        77 WS-TABELA-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "CALGRID.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_CALGRID".
        77 WS-MES            PIC 9(02) VALUE ZEROS.
        77 WS-DIA            PIC 9(02) VALUE ZEROS.
        77 WS-CABECALHO      PIC X(030) VALUE SPACES.
        77 WS-IDX-MES PIC 9(02) VALUE ZEROS.
        77 WS-IDX-DIA PIC 9(02) VALUE ZEROS.
        77 WS-ANOT-STATUS PIC X(02) VALUE ZEROS.
        77 WS-MEDIDA-VISAO PIC 9(02) VALUE ZEROS.
        77 WS-MEDIDA-NOME PIC X(20) VALUE SPACES.
        77 WS-MEDIDA-UNIDADE PIC X(05) VALUE SPACES.
        77 WS-MEDIDA-SITUACAO PIC X(01) VALUE "N".

      * One flag per calendar day: an annotated tolerance breach
      * prints an M on its cell.
               GOBACK
           END-IF.

      * One measure per grid; blank is pieces. A retired measure
      * still prints its history.
           DISPLAY "MEDIDA (01 PECAS 02 PESO KG 03 DEVOLUCOES):".
           ACCEPT WS-MEDIDA-VISAO.
           IF WS-MEDIDA-VISAO = ZEROS
               MOVE 01 TO WS-MEDIDA-VISAO
           END-IF.
           CALL "OBTER-MEDIDA" USING WS-MEDIDA-VISAO WS-MEDIDA-NOME
               WS-MEDIDA-UNIDADE WS-MEDIDA-SITUACAO.
           IF WS-MEDIDA-SITUACAO = "N"
               DISPLAY "MEDIDA " WS-MEDIDA-VISAO
                   " NAO CADASTRADA EM MEDIDA.DAT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM CARREGAR-TABELA-ANUAL.
           PERFORM CARREGAR-ANOTACOES.

           END-IF.
           WRITE GRID-LINE.
           PERFORM VERIFICAR-STATUS-RELATORIO.
           MOVE SPACES TO GRID-LINE.
           STRING "MEDIDA " WS-MEDIDA-VISAO " " WS-MEDIDA-NOME
               " (" WS-MEDIDA-UNIDADE ")"
               DELIMITED BY SIZE INTO GRID-LINE.
           WRITE GRID-LINE.
           PERFORM VERIFICAR-STATUS-RELATORIO.

           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
               MOVE SPACES TO GRID-LINE
           END-PERFORM.

           CLOSE GRID-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * data-entry run, not a blank table. TABELA-FILE is indexed on
      * year plus generation date, so the year's latest generation
      * is one START just past its highest possible key and one
      * READ PREVIOUS - never a scan of the whole history. The
      * measure sits between year and date in the key, so the same
      * START lands on the chosen measure's latest generation.
           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           MOVE WS-DATA-PROCESSO(1:4) TO WS-ANO-ATUAL.
           INITIALIZE TABELA-ANUAL.
           MOVE WS-ANO-ATUAL TO ANO-REFERENCIA.
           MOVE WS-MEDIDA-VISAO TO MEDIDA-CODIGO.
           OPEN INPUT TABELA-FILE.
           IF WS-TABELA-STATUS = "00"
               MOVE WS-ANO-ATUAL TO FD-ANO-REFERENCIA
               MOVE WS-MEDIDA-VISAO TO FD-MEDIDA-CODIGO
               MOVE 99999999 TO FD-GERACAO-DATA
               START TABELA-FILE KEY NOT GREATER THAN
                       FD-TABELA-CHAVE
                   END-READ
                   IF WS-TABELA-STATUS = "00"
                           AND FD-ANO-REFERENCIA = WS-ANO-ATUAL
                           AND FD-MEDIDA-CODIGO = WS-MEDIDA-VISAO
                       MOVE TABELA-REC TO TABELA-ANUAL
                   END-IF
               END-IF
               END-IF
               MOVE WS-CENTRO-VISAO TO TC-CENTRO
               MOVE ANO-REFERENCIA TO TC-ANO
               MOVE WS-MEDIDA-VISAO TO TC-MEDIDA
               READ TABCENTRO-FILE
                   INVALID KEY
                       PERFORM LIMPAR-MATRIZ
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE ZEROS TO FD-ANO-REFERENCIA
               MOVE ZEROS TO FD-MEDIDA-CODIGO
               MOVE ZEROS TO FD-GERACAO-DATA
               START TABELA-FILE KEY NOT LESS THAN FD-TABELA-CHAVE
                   INVALID KEY
