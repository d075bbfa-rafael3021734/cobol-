      * Date: 02/09/2026
      * Purpose: Round-trip import of the planners' corrections: reads
      *          a corrected CSV in the exact TABEXP.CSV layout
      *          (ANO;MEDIDA;MES;DIA;QUANTIDADE, TOTAL rows ignored),
      *          diffs each cell against the current TABELA.DAT
      *          generation of the measure the file carries,
      *          applies only the changed cells after the same
      *          day-validation and TOLERMES.DAT edits the keyed
      *          entry runs, writes every change with its before and
      *=================================================================
       FILE                                    SECTION.
      * The same fixed-width semicolon layout PROG_TABEXP.cbl
      * writes: ano 1-4, medida 6-7, mes 9-10, dia 12-13,
      * quantidade 15-23.
       FD  IMPORT-FILE.
        01 IMPORT-LINE PIC X(060).

       FD  LOCK-FILE.
        01 LOCK-REC.
         05 LOCK-ANO PIC 9(04).
         05 LOCK-MEDIDA PIC 9(02).
         05 LOCK-GERACAO PIC 9(08).
         05 LOCK-SITUACAO PIC X(01).
         05 LOCK-OPERADOR PIC X(08).

       FD  TOLER-FILE.
        01 TOLER-REC.
         05 TOLER-MEDIDA PIC 9(02).
         05 TOLER-MES PIC 9(02).
         05 TOLER-MIN PIC 9(09).
         05 TOLER-MAX PIC 9(09).

      * Reason codes: 01 linha ilegivel, 02 ano diferente do ano de
      * processo, 03 dia invalido para o mes, 04 fora da tolerancia,
      * 05 medida diferente da medida do arquivo.
       FD  REJEITO-FILE.
        01 REJEITO-REC.
         05 REJ-MOTIVO PIC 9(02).
         05 REJ-LINHA PIC X(060).

       FD  AUDIT-FILE.
        01 AUDIT-LINE PIC X(140).

      *=================================================================
       WORKING-STORAGE                         SECTION.
        77 WS-TOLER-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-REJEITO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-AUDIT-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-SELO-MODO     PIC X(01) VALUE "G".
        77 WS-SELO-ARQUIVO  PIC X(030) VALUE "TABIMP.LOG".
        77 WS-ERRO-ARQUIVO  PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE   PIC 9(02) VALUE ZEROS.
        77 WS-DATA-PROCESSO PIC 9(08) VALUE ZEROS.
        77 WS-ANO-ATUAL     PIC 9(04) VALUE ZEROS.
        77 WS-ANO-LINHA-X   PIC X(04) VALUE SPACES.
        77 WS-MEDIDA-LINHA-X PIC X(02) VALUE SPACES.
        77 WS-MES-LINHA-X   PIC X(02) VALUE SPACES.
        77 WS-DIA-LINHA-X   PIC X(02) VALUE SPACES.
        77 WS-QTD-LINHA-X   PIC X(09) VALUE SPACES.
        77 WS-CTL-CONFERE   PIC X(001) VALUE "S".
        77 WS-LOCK-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-ANO-FECHADO   PIC X(01) VALUE "N".
        77 WS-MEDIDA-ARQUIVO PIC 9(02) VALUE ZEROS.
        77 WS-MEDIDA-LINHA  PIC 9(02) VALUE ZEROS.
        77 WS-MEDIDA-NOME   PIC X(20) VALUE SPACES.
        77 WS-MEDIDA-UNIDADE PIC X(05) VALUE SPACES.
        77 WS-MEDIDA-SITUACAO PIC X(01) VALUE "N".
        01 WS-DIAS-NO-MES VALUE "312831303130313130313031".
          05 WS-DIAS-MES-TAB PIC 9(02) OCCURS 12.

               STOP RUN
           END-IF.

      * The file belongs to the measure its first cell row names;
      * a measure that is unknown or retired takes no corrections.
           PERFORM IDENTIFICAR-MEDIDA-ARQUIVO.
           CALL "OBTER-MEDIDA" USING WS-MEDIDA-ARQUIVO WS-MEDIDA-NOME
               WS-MEDIDA-UNIDADE WS-MEDIDA-SITUACAO.
           IF WS-MEDIDA-SITUACAO NOT = "A"
               DISPLAY "MEDIDA " WS-MEDIDA-ARQUIVO
                   " NAO CADASTRADA OU INATIVA - NADA IMPORTADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CARREGAR-TABELA-ANUAL.
           PERFORM CARREGAR-TOLERANCIAS.

      * closed year refuses the run whole before a single row.
           PERFORM VERIFICAR-ANO-FECHADO.
           IF WS-ANO-FECHADO = "S"
               DISPLAY "ANO " WS-ANO-ATUAL " MEDIDA "
                   WS-MEDIDA-ARQUIVO " FECHADO - IMPORTACAO "
                   "BLOQUEADA (REABERTURA VIA AUTORIZACAO DUPLA)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT IMPORT-FILE.
           IF WS-IMPORT-STATUS NOT = "00"
               MOVE "IMPORT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-IMPORT-STATUS TO WS-ERRO-STATUS
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       IDENTIFICAR-MEDIDA-ARQUIVO.
      * A read ahead to the first cell row; a file with no cell
      * rows at all is taken as pieces and simply changes nothing.
           MOVE 01 TO WS-MEDIDA-ARQUIVO.
           OPEN INPUT IMPORT-FILE.
           IF WS-IMPORT-STATUS = "35"
               DISPLAY "TABIMP.CSV NAO ENCONTRADO - NADA A IMPORTAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-IMPORT-STATUS NOT = "00"
               MOVE "IMPORT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-IMPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-IMPORT-STATUS = "10"
               READ IMPORT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-IMPORT-STATUS NOT = "00"
                       AND WS-IMPORT-STATUS NOT = "10"
                   MOVE "IMPORT-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-IMPORT-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE IMPORT-LINE(1:4) TO WS-ANO-LINHA-X
               MOVE IMPORT-LINE(6:2) TO WS-MEDIDA-LINHA-X
               MOVE IMPORT-LINE(9:2) TO WS-MES-LINHA-X
               MOVE IMPORT-LINE(12:2) TO WS-DIA-LINHA-X
               IF WS-ANO-LINHA-X IS NUMERIC
                       AND WS-MEDIDA-LINHA-X IS NUMERIC
                       AND WS-MES-LINHA-X IS NUMERIC
                       AND WS-DIA-LINHA-X IS NUMERIC
                   MOVE WS-MEDIDA-LINHA-X TO WS-MEDIDA-ARQUIVO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           CLOSE IMPORT-FILE.

       VERIFICAR-ANO-FECHADO.
      * Latest register line for the year and measure wins, the
      * same scan PROG_TABFECHA.cbl and the keyed entry make.
           MOVE "N" TO WS-ANO-FECHADO.
           OPEN INPUT LOCK-FILE.
           IF WS-LOCK-STATUS = "35"
                   END-IF
                   IF WS-LOCK-STATUS = "00"
                           AND LOCK-ANO = WS-ANO-ATUAL
                           AND LOCK-MEDIDA = WS-MEDIDA-ARQUIVO
                       IF LOCK-SITUACAO = "F"
                           MOVE "S" TO WS-ANO-FECHADO
                       ELSE

       PROCESSAR-UMA-LINHA.
      * Header and TOTAL rows pass straight through - only rows
      * whose key fields read as digits are cell candidates.
           MOVE IMPORT-LINE(1:4) TO WS-ANO-LINHA-X.
           MOVE IMPORT-LINE(6:2) TO WS-MEDIDA-LINHA-X.
           MOVE IMPORT-LINE(9:2) TO WS-MES-LINHA-X.
           MOVE IMPORT-LINE(12:2) TO WS-DIA-LINHA-X.
           MOVE IMPORT-LINE(15:9) TO WS-QTD-LINHA-X.
           IF WS-ANO-LINHA-X IS NOT NUMERIC
                   OR WS-MEDIDA-LINHA-X IS NOT NUMERIC
                   OR WS-MES-LINHA-X IS NOT NUMERIC
                   OR WS-DIA-LINHA-X IS NOT NUMERIC
               CONTINUE
               ADD 1 TO WS-QTD-LIDAS
               MOVE ZEROS TO WS-MOTIVO
               MOVE WS-ANO-LINHA-X TO WS-ANO-LINHA
               MOVE WS-MEDIDA-LINHA-X TO WS-MEDIDA-LINHA
               MOVE WS-MES-LINHA-X TO WS-MES-LINHA
               MOVE WS-DIA-LINHA-X TO WS-DIA-LINHA
               IF WS-QTD-LINHA-X IS NOT NUMERIC
           IF WS-ANO-LINHA NOT = WS-ANO-ATUAL
               MOVE 2 TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = ZEROS
                   AND WS-MEDIDA-LINHA NOT = WS-MEDIDA-ARQUIVO
               MOVE 5 TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = ZEROS
               IF WS-MES-LINHA < 1 OR WS-MES-LINHA > 12
                   MOVE 3 TO WS-MOTIVO
               MOVE SPACES TO AUDIT-LINE
               STRING WS-AUDIT-TIMESTAMP
                   " ANO=" WS-ANO-LINHA
                   " MEDIDA=" WS-MEDIDA-LINHA
                   " MES=" WS-MES-LINHA
                   " DIA=" WS-DIA-LINHA
                   " ANTES=" WS-VALOR-ANTES
                   " DEPOIS=" WS-QTD-LINHA
                   DELIMITED BY SIZE INTO AUDIT-LINE
               CALL "SELAR-LINHA-LOG" USING WS-SELO-MODO
                   WS-SELO-ARQUIVO AUDIT-LINE
               WRITE AUDIT-LINE
               IF WS-AUDIT-STATUS NOT = "00"
                   MOVE "AUDIT-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-AUDIT-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
      * Closed and reopened so the line is on disk before the next
      * one is sealed - the sealer takes the last seal from the log
      * itself, and a line still in the buffer is not there yet.
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-STATUS NOT = "00"
                   MOVE "AUDIT-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-AUDIT-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
           END-IF.

       CARREGAR-TABELA-ANUAL.
      * The processing year's latest generation, the keyed
      * START/READ PREVIOUS load CARREGAR-TABELA-ANUAL set, for
      * the file's measure.
           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           MOVE WS-DATA-PROCESSO(1:4) TO WS-ANO-ATUAL.
           INITIALIZE TABELA-ANUAL.
           MOVE WS-ANO-ATUAL TO ANO-REFERENCIA.
           MOVE WS-MEDIDA-ARQUIVO TO MEDIDA-CODIGO.
           OPEN INPUT TABELA-FILE.
           IF WS-TABELA-STATUS = "00"
               MOVE WS-ANO-ATUAL TO FD-ANO-REFERENCIA
               MOVE WS-MEDIDA-ARQUIVO TO FD-MEDIDA-CODIGO
               MOVE 99999999 TO FD-GERACAO-DATA
               START TABELA-FILE KEY NOT GREATER THAN
                       FD-TABELA-CHAVE
                   END-READ
                   IF WS-TABELA-STATUS = "00"
                           AND FD-ANO-REFERENCIA = WS-ANO-ATUAL
                           AND FD-MEDIDA-CODIGO = WS-MEDIDA-ARQUIVO
                       MOVE TABELA-REC TO TABELA-ANUAL
                   END-IF
               END-IF
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF TOLER-MES >= 1 AND TOLER-MES <= 12
                           AND TOLER-MEDIDA = WS-MEDIDA-ARQUIVO
                       MOVE TOLER-MIN
                           TO WS-TOLER-MINIMO(TOLER-MES)
                       MOVE TOLER-MAX
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE ZEROS TO FD-ANO-REFERENCIA
               MOVE ZEROS TO FD-MEDIDA-CODIGO
               MOVE ZEROS TO FD-GERACAO-DATA
               START TABELA-FILE KEY NOT LESS THAN FD-TABELA-CHAVE
                   INVALID KEY
