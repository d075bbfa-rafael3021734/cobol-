               FILE STATUS IS WS-CENTRO-STATUS.

      * Year-end lock register PROG_TABFECHA.cbl maintains; the
      * latest line for a year and measure is its current state.
           SELECT LOCK-FILE ASSIGN TO "TABLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       FD  CHECKPOINT-FILE.
        01  CHECKPOINT-REC.
         05 CKPT-MEDIDA         PIC 9(02).
         05 CKPT-MES            PIC 9(02).
         05 CKPT-DIA            PIC 9(02).

        01 RELATORIO-LINE PIC X(080).

       FD  TOLER-FILE.
      * One set of twelve monthly bands per measure: a day's kilos
      * and a day's pieces are nothing alike.
        01  TOLER-REC.
         05 TOLER-MEDIDA PIC 9(02).
         05 TOLER-MES PIC 9(02).
         05 TOLER-MIN PIC 9(09).
         05 TOLER-MAX PIC 9(09).
       FD  LOCK-FILE.
        01 LOCK-REC.
         05 LOCK-ANO PIC 9(04).
         05 LOCK-MEDIDA PIC 9(02).
         05 LOCK-GERACAO PIC 9(08).
         05 LOCK-SITUACAO PIC X(01).
         05 LOCK-OPERADOR PIC X(08).
         05 GO-DIGITADOR2 PIC X(08).

       FD  BACKUP-FILE.
        01 BACKUP-REC PIC X(3506).
      *=================================================================
       WORKING-STORAGE                         SECTION.

         77 W-NUMERO4 PIC A(12) VALUES 'RAFAEL'.
         77 W-NOME    PIC X(30) VALUES ZEROS.

      * The measure this session keys, loads and reports - one
      * code off the MEDIDA.DAT master, pieces when left blank.
         77 WS-MEDIDA-ENTRADA PIC 9(02) VALUE ZEROS.
         77 WS-MEDIDA-NOME PIC X(20) VALUE SPACES.
         77 WS-MEDIDA-UNIDADE PIC X(05) VALUE SPACES.
         77 WS-MEDIDA-SITUACAO PIC X(01) VALUE "N".
         77 WS-MES-ENTRADA PIC 9(02) VALUE 8.
         77 WS-DIA-ENTRADA PIC 9(02) VALUE 25.
         77 WS-DIA-VALIDO  PIC X(01) VALUE "N".
           05 WS-DIAS-MES-TAB PIC 9(02) OCCURS 12.

         77 WS-RELATORIO-STATUS PIC X(02) VALUE ZEROS.
         77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "RELMENSAL.TXT".
         77 WS-PAGINA-RELATORIO PIC 9(004) VALUE ZEROS.
         77 WS-TITULO-RELATORIO PIC X(040)
             VALUE "RELATORIO MENSAL DE QUANTIDADES".
         77 WS-GERACAO-ENCONTRADA PIC X(001) VALUE "N".
         01 WS-GERACAO-VISUALIZADA.
          03 WS-GV-ANO-REFERENCIA   PIC 9(004).
          03 WS-GV-MEDIDA-CODIGO    PIC 9(002).
          03 WS-GV-GERACAO-DATA     PIC 9(008).
          03 WS-GV-TABELA-MENSAL    OCCURS 12.
           05 WS-GV-QUANTIDADE-DIARIA PIC 9(009) OCCURS 31.
      * the same way a national one does.
           CALL "OBTER-LOCAL-UNIDADE" USING WS-LOCAL-UNIDADE.

      * Every figure of the session belongs to one measure; an
      * unknown code stops the run before anything is loaded.
           PERFORM ESCOLHER-MEDIDA.
           IF WS-MEDIDA-SITUACAO = "N"
               DISPLAY "MEDIDA " WS-MEDIDA-ENTRADA
                   " NAO CADASTRADA EM MEDIDA.DAT"
               MOVE 8 TO WS-RETURN-CODE
               IF WS-MODO-BATCH = "S"
                   CLOSE PARAM-FILE
               END-IF
               CALL "LIBERAR-TRAVA" USING WS-TRAVA-ARQUIVO
                   WS-TRAVA-PROGRAMA
               MOVE "FIM" TO WS-RUNLOG-EVENTO
               CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
                   WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
                   WS-RUNLOG-GRAVADOS WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM CARREGAR-TABELA-ANUAL.
           PERFORM CARREGAR-TOLERANCIAS.
           PERFORM CARREGAR-CHECKPOINT.
                   AND (WS-MODO-ENTRADA = 1 OR WS-MODO-ENTRADA = 2
                        OR WS-MODO-ENTRADA = 4
                        OR WS-MODO-ENTRADA = 6)
               DISPLAY "ANO " ANO-REFERENCIA " MEDIDA "
                   MEDIDA-CODIGO " FECHADO - ENTRADA, "
                   "CORRECAO E RESTAURACAO BLOQUEADAS "
                   "(REABERTURA VIA AUTORIZACAO DUPLA)"
               MOVE 8 TO WS-RETURN-CODE
               MOVE 9 TO WS-MODO-ENTRADA
           END-IF.
      * A retired measure keeps its history viewable but takes no
      * new figures.
           IF WS-MEDIDA-SITUACAO = "I"
                   AND (WS-MODO-ENTRADA = 1 OR WS-MODO-ENTRADA = 2
                        OR WS-MODO-ENTRADA = 4
                        OR WS-MODO-ENTRADA = 6)
               DISPLAY "MEDIDA " WS-MEDIDA-ENTRADA " INATIVA - "
                   "SOMENTE CONSULTA"
               MOVE 8 TO WS-RETURN-CODE
               MOVE 9 TO WS-MODO-ENTRADA
           END-IF.

           EVALUATE WS-MODO-ENTRADA
               WHEN 2
           MOVE WS-RETURN-CODE TO RETURN-CODE.
            GOBACK.

       ESCOLHER-MEDIDA.
      * Blank or zero is pieces, the measure every figure keyed
      * before MEDIDA.DAT existed belongs to.
           IF WS-MODO-BATCH = "S"
               PERFORM LER-PARAM-LINHA
               MOVE PARAM-LINE(1:2) TO WS-MEDIDA-ENTRADA
           ELSE
               DISPLAY "MEDIDA (01 PECAS 02 PESO KG 03 DEVOLUCOES):"
               ACCEPT WS-MEDIDA-ENTRADA
           END-IF.
           IF WS-MEDIDA-ENTRADA NOT NUMERIC
                   OR WS-MEDIDA-ENTRADA = ZEROS
               MOVE 01 TO WS-MEDIDA-ENTRADA
           END-IF.
           CALL "OBTER-MEDIDA" USING WS-MEDIDA-ENTRADA
               WS-MEDIDA-NOME WS-MEDIDA-UNIDADE WS-MEDIDA-SITUACAO.

       CARREGAR-TABELA-ANUAL.
      * The year's daily figures must survive between runs instead of
      * starting from ZEROS every time, so reload the last save here.
      * latest generation for this year is one START just past the
      * year's highest possible key and one READ PREVIOUS - the
      * whole history is never scanned; older years stay on the file
      * untouched for comparison. The key runs year, measure,
      * generation, so the same START finds the session measure's
      * latest generation without touching the other measures.
           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           MOVE WS-DATA-PROCESSO(1:4) TO WS-ANO-ATUAL.
           INITIALIZE TABELA-ANUAL.
           MOVE WS-ANO-ATUAL TO ANO-REFERENCIA.
           MOVE WS-MEDIDA-ENTRADA TO MEDIDA-CODIGO.
           OPEN INPUT TABELA-FILE.
           IF WS-TABELA-STATUS = "00"
               MOVE WS-ANO-ATUAL TO FD-ANO-REFERENCIA
               MOVE WS-MEDIDA-ENTRADA TO FD-MEDIDA-CODIGO
               MOVE 99999999 TO FD-GERACAO-DATA
               START TABELA-FILE KEY NOT GREATER THAN
                       FD-TABELA-CHAVE
                   END-READ
                   IF WS-TABELA-STATUS = "00"
                           AND FD-ANO-REFERENCIA = WS-ANO-ATUAL
                           AND FD-MEDIDA-CODIGO = WS-MEDIDA-ENTRADA
                       MOVE TABELA-REC TO TABELA-ANUAL
                   END-IF
               END-IF
      * The generation list is a keyed START at the year's first
      * possible key and READ NEXT until the year changes - other
      * years on the file are never touched.
           DISPLAY "GERACOES DISPONIVEIS PARA " WS-ANO-ATUAL
               " MEDIDA " WS-MEDIDA-ENTRADA ":".
           OPEN INPUT TABELA-FILE.
           IF WS-TABELA-STATUS = "00"
               MOVE WS-ANO-ATUAL TO FD-ANO-REFERENCIA
               MOVE WS-MEDIDA-ENTRADA TO FD-MEDIDA-CODIGO
               MOVE ZEROS TO FD-GERACAO-DATA
               START TABELA-FILE KEY NOT LESS THAN FD-TABELA-CHAVE
                   INVALID KEY
                           PERFORM TRATAR-ERRO-ARQUIVO
                       END-IF
                       IF FD-ANO-REFERENCIA NOT = WS-ANO-ATUAL
                               OR FD-MEDIDA-CODIGO
                                   NOT = WS-MEDIDA-ENTRADA
                           EXIT PERFORM
                       END-IF
                       DISPLAY "  " FD-GERACAO-DATA
           OPEN INPUT TABELA-FILE.
           IF WS-TABELA-STATUS = "00"
               MOVE WS-ANO-ATUAL TO FD-ANO-REFERENCIA
               MOVE WS-MEDIDA-ENTRADA TO FD-MEDIDA-CODIGO
               MOVE WS-GERACAO-ESCOLHIDA TO FD-GERACAO-DATA
               READ TABELA-FILE
                   INVALID KEY
       GRAVAR-UM-CENTRO-DIA.
           MOVE WS-CD-CENTRO(WS-CV-IDX) TO TC-CENTRO.
           MOVE ANO-REFERENCIA TO TC-ANO.
           MOVE MEDIDA-CODIGO TO TC-MEDIDA.
           READ TABCENTRO-FILE
               INVALID KEY
                   INITIALIZE TABCENTRO-REC
                   MOVE WS-CD-CENTRO(WS-CV-IDX) TO TC-CENTRO
                   MOVE ANO-REFERENCIA TO TC-ANO
                   MOVE MEDIDA-CODIGO TO TC-MEDIDA
                   ADD WS-CD-VALOR(WS-CV-IDX) TO
                       TC-QUANTIDADE-DIARIA
                       (WS-MES-ENTRADA, WS-DIA-ENTRADA)
               END-IF
               MOVE WS-CENTRO-VISAO TO TC-CENTRO
               MOVE ANO-REFERENCIA TO TC-ANO
               MOVE MEDIDA-CODIGO TO TC-MEDIDA
               READ TABCENTRO-FILE
                   INVALID KEY
                       DISPLAY "CENTRO " WS-CENTRO-VISAO
           END-IF.
           MOVE SPACES TO TOLERLOG-LINE.
           STRING "ANO " ANO-REFERENCIA
               " MEDIDA " MEDIDA-CODIGO
               " MES " WS-MES-ENTRADA
               " DIA " WS-DIA-ENTRADA
               " VALOR CONFIRMADO FORA DA TOLERANCIA: "
      * Twelve records, one per month, each with the minimum and
      * maximum a day's figure may reach; a brand-new installation
      * is seeded wide open so the limits are tightened by editing
      * the parameter file, never by a recompile. Only the session
      * measure's rows count; a month a measure has no row for stays
      * wide open.
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 12
               MOVE ZEROS TO WS-TOLER-MINIMO(WS-IDX-MES)
               MOVE 999999999 TO WS-TOLER-MAXIMO(WS-IDX-MES)
           END-PERFORM.
           OPEN INPUT TOLER-FILE.
           IF WS-TOLER-STATUS = "35"
               PERFORM CRIAR-TOLER-FILE-PADRAO
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF TOLER-MES >= 1 AND TOLER-MES <= 12
                       AND TOLER-MEDIDA = WS-MEDIDA-ENTRADA
                   MOVE TOLER-MIN TO WS-TOLER-MINIMO(TOLER-MES)
                   MOVE TOLER-MAX TO WS-TOLER-MAXIMO(TOLER-MES)
               END-IF
           OPEN OUTPUT TOLER-FILE.
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 12
               MOVE 01 TO TOLER-MEDIDA
               MOVE WS-IDX-MES TO TOLER-MES
               MOVE ZEROS TO TOLER-MIN
               MOVE 999999999 TO TOLER-MAX
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF LOCK-ANO = ANO-REFERENCIA
                           AND LOCK-MEDIDA = MEDIDA-CODIGO
                       IF LOCK-SITUACAO = "F"
                           MOVE "S" TO WS-ANO-FECHADO
                       ELSE
               READ CHECKPOINT-FILE
               IF WS-CHECKPOINT-STATUS = "00"
                   AND CKPT-MES = WS-MES-ENTRADA
                   AND CKPT-MEDIDA = WS-MEDIDA-ENTRADA
                   COMPUTE WS-PROXIMO-DIA = CKPT-DIA + 1
               END-IF
               IF WS-CHECKPOINT-STATUS NOT = "00"
           END-IF.

       GRAVAR-CHECKPOINT.
           MOVE WS-MEDIDA-ENTRADA TO CKPT-MEDIDA.
           MOVE WS-MES-ENTRADA TO CKPT-MES.
           MOVE WS-DIA-ENTRADA TO CKPT-DIA.
           OPEN OUTPUT CHECKPOINT-FILE.
       LIMPAR-CHECKPOINT.
      * Once the whole month is keyed and saved there is nothing left
      * to resume, so clear the checkpoint for the next run.
           MOVE ZEROS TO CKPT-MEDIDA CKPT-MES CKPT-DIA.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-REC.
           IF WS-CHECKPOINT-STATUS NOT = "00"
               MOVE WS-RELATORIO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "MEDIDA " MEDIDA-CODIGO " " WS-MEDIDA-NOME
               " (" WS-MEDIDA-UNIDADE ")"
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           IF WS-RELATORIO-STATUS NOT = "00"
               MOVE "RELATORIO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-RELATORIO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           PERFORM VARYING WS-IDX-MES FROM 1 BY 1 UNTIL WS-IDX-MES > 12
               MOVE TOTAL-MENSAL(WS-IDX-MES) TO WS-TOTAL-CAMPO
           END-IF.

           CLOSE RELATORIO-FILE.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.

       CALCULAR-ESTATISTICAS-MES.
      * Walks WS-IDX-MES's calendar days once through the shared
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE ZEROS TO FD-ANO-REFERENCIA
               MOVE ZEROS TO FD-MEDIDA-CODIGO
               MOVE ZEROS TO FD-GERACAO-DATA
               START TABELA-FILE KEY NOT LESS THAN FD-TABELA-CHAVE
                   INVALID KEY
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE ZEROS TO FD-ANO-REFERENCIA
               MOVE ZEROS TO FD-MEDIDA-CODIGO
               MOVE ZEROS TO FD-GERACAO-DATA
               START TABELA-FILE KEY NOT LESS THAN FD-TABELA-CHAVE
                   INVALID KEY
