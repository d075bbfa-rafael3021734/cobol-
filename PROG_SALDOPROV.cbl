      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Nightly balance proof of the CONTAS.DAT master
      *          against the live ledger: each account's balance is
      *          rebuilt from its TIPO=S carried-forward line on
      *          LEDGER.DAT plus every movement posted after it, and
      *          compared with CONTA-SALDO. Every account that does
      *          not agree - a balance rewritten without its ledger
      *          line, or a line written without its rewrite - is
      *          listed on SALDOPROV.TXT with both balances, the
      *          difference and the last SEQ= seen, and the run ends
      *          with return code 8 and a high-severity alert on
      *          ALERTAS.DAT so nobody rolls the date over a master
      *          the ledger does not support.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_SALDOPROV.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CONTA-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGIX-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT PROVA-REPORT ASSIGN TO "SALDOPROV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  CONTA-FILE.
           COPY CONTA.

       FD  LEDGER-FILE.
        01 LEDGIX-REC.
         05 LEDGIX-CHAVE.
          10 LEDGIX-CONTA PIC 9(05).
          10 LEDGIX-SEQ PIC 9(06).
         05 LEDGER-LINE PIC X(160).

       FD  PROVA-REPORT.
        01 PROVA-LINE PIC X(132).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-CONTA-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-LEDGER-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "SALDOPROV.TXT".
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
        77 WS-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_SALDOPR".
        77 WS-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS    PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.
        77 WS-ALERTA-SEVERIDADE PIC X(001) VALUE "A".
        77 WS-ALERTA-MENSAGEM PIC X(060) VALUE SPACES.
        77 WS-LEDGER-ABERTO   PIC X(01) VALUE "N".

      * The balance the ledger supports: the carried-forward line's
      * RESULTADO=, then each later line's RESULTADO= less its
      * SALDO= - the movement it posted, in the account's currency,
      * whatever its TIPO. Memo lines post SALDO= equal to
      * RESULTADO= and move nothing.
        77 WS-SALDO-LEDGER    PIC S9(10)V99 VALUE ZEROS.
        77 WS-SALDO-ANTES     PIC S9(10)V99 VALUE ZEROS.
        77 WS-SALDO-DEPOIS    PIC S9(10)V99 VALUE ZEROS.
        77 WS-SALDO-LINHA     PIC S9(10)V99 VALUE ZEROS.
        77 WS-DIFERENCA       PIC S9(10)V99 VALUE ZEROS.
        77 WS-TEM-TRANSPORTE  PIC X(01) VALUE "N".
        77 WS-QTD-LINHAS      PIC 9(06) VALUE ZEROS.
        77 WS-ULTIMO-SEQ      PIC 9(06) VALUE ZEROS.
        77 WS-PARSE-INT       PIC X(10) VALUE SPACES.
        77 WS-NUM-INT         PIC 9(10) VALUE ZEROS.
        77 WS-NUM-DEC         PIC 9(02) VALUE ZEROS.
        77 WS-QTD-SINAL       PIC 9(02) VALUE ZEROS.

        77 WS-QTD-CONFEREM    PIC 9(06) VALUE ZEROS.
        77 WS-QTD-DIVERGENTES PIC 9(06) VALUE ZEROS.
        77 WS-TOTAL-MASTER    PIC S9(12)V99 VALUE ZEROS.
        77 WS-TOTAL-LEDGER    PIC S9(12)V99 VALUE ZEROS.
        77 WS-MASTER-CAMPO    PIC Z(9)9.99-.
        77 WS-LEDGER-CAMPO    PIC Z(9)9.99-.
        77 WS-DIFER-CAMPO     PIC Z(9)9.99-.
        77 WS-TOTAL-CAMPO     PIC Z(11)9.99-.
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           MOVE ZEROS TO WS-RUNLOG-LIDOS.
           MOVE ZEROS TO WS-RUNLOG-GRAVADOS.
           MOVE "INI" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.
           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.

           OPEN OUTPUT PROVA-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "PROVA-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO PROVA-LINE.
           STRING "PROVA DE SALDOS CONTAS.DAT X LEDGER.DAT EM "
               WS-DATA-PROCESSO(7:2) "/" WS-DATA-PROCESSO(5:2) "/"
               WS-DATA-PROCESSO(1:4)
               DELIMITED BY SIZE INTO PROVA-LINE.
           PERFORM GRAVAR-LINHA-PROVA.
           MOVE SPACES TO PROVA-LINE.
           PERFORM GRAVAR-LINHA-PROVA.
           MOVE SPACES TO PROVA-LINE.
           STRING "CONTA  MOEDA SALDO MASTER    SALDO LEDGER    "
               "   DIFERENCA   LANCAMENTOS  ULTIMO SEQ"
               DELIMITED BY SIZE INTO PROVA-LINE.
           PERFORM GRAVAR-LINHA-PROVA.

           OPEN INPUT CONTA-FILE.
           IF WS-CONTA-STATUS = "35"
               MOVE "NENHUMA CONTA CADASTRADA" TO PROVA-LINE
               PERFORM GRAVAR-LINHA-PROVA
               CLOSE CONTA-FILE
               CLOSE PROVA-REPORT
               CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
                   WS-RELATORIO-ARQUIVO
               PERFORM ENCERRAR-RUNLOG
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CONTA-STATUS NOT = "00"
               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

      * No ledger at all proves nothing either way: every account
      * with a balance then shows as unsupported.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
               CLOSE LEDGER-FILE
           ELSE
               IF WS-LEDGER-STATUS NOT = "00"
                   MOVE "LEDGER-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-LEDGER-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE "S" TO WS-LEDGER-ABERTO
           END-IF.

           MOVE ZEROS TO CONTA-NUMERO.
           START CONTA-FILE KEY NOT LESS THAN CONTA-NUMERO
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-CONTA-STATUS = "00"
               PERFORM UNTIL WS-CONTA-STATUS = "10"
                   READ CONTA-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-CONTA-STATUS NOT = "00"
                           AND WS-CONTA-STATUS NOT = "10"
                       MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   ADD 1 TO WS-RUNLOG-LIDOS
                   PERFORM PROVAR-CONTA
               END-PERFORM
           END-IF.
           CLOSE CONTA-FILE.
           IF WS-LEDGER-ABERTO = "S"
               CLOSE LEDGER-FILE
           END-IF.

           PERFORM IMPRIMIR-TOTAIS.
           CLOSE PROVA-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.
           DISPLAY "PROVA DE SALDOS - CONTAS: " WS-RUNLOG-LIDOS
               " CONFEREM: " WS-QTD-CONFEREM
               " DIVERGENTES: " WS-QTD-DIVERGENTES.
           IF WS-QTD-DIVERGENTES NOT = ZEROS
               MOVE 8 TO WS-RETURN-CODE
               MOVE "A" TO WS-ALERTA-SEVERIDADE
               MOVE SPACES TO WS-ALERTA-MENSAGEM
               STRING "PROVA DE SALDOS: " WS-QTD-DIVERGENTES
                   " CONTA(S) DIVERGENTE(S) - VER SALDOPROV.TXT"
                   DELIMITED BY SIZE INTO WS-ALERTA-MENSAGEM
               CALL "GRAVAR-ALERTA" USING WS-ALERTA-SEVERIDADE
                   WS-RUNLOG-PROGRAMA WS-ALERTA-MENSAGEM
           END-IF.
           PERFORM ENCERRAR-RUNLOG.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       PROVAR-CONTA.
           PERFORM RECONSTRUIR-SALDO.
           ADD CONTA-SALDO TO WS-TOTAL-MASTER.
           ADD WS-SALDO-LEDGER TO WS-TOTAL-LEDGER.
           COMPUTE WS-DIFERENCA = CONTA-SALDO - WS-SALDO-LEDGER.
           IF WS-DIFERENCA = ZEROS
               ADD 1 TO WS-QTD-CONFEREM
           ELSE
               ADD 1 TO WS-QTD-DIVERGENTES
               PERFORM LISTAR-DIVERGENCIA
           END-IF.

       RECONSTRUIR-SALDO.
      * The lines of one account come back in SEQ= order. The
      * cutover gives the TIPO=S line a SEQ= above the lines it
      * carried over from after the cut, and its balance already
      * includes them, so the rebuild restarts at each TIPO=S line.
      * A ledger never cut has no TIPO=S line; its first line's
      * SALDO= is then the balance the account started from.
           MOVE ZEROS TO WS-SALDO-LEDGER.
           MOVE ZEROS TO WS-QTD-LINHAS.
           MOVE ZEROS TO WS-ULTIMO-SEQ.
           MOVE "N" TO WS-TEM-TRANSPORTE.
           IF WS-LEDGER-ABERTO NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE CONTA-NUMERO TO LEDGIX-CONTA.
           MOVE ZEROS TO LEDGIX-SEQ.
           START LEDGER-FILE KEY NOT LESS THAN LEDGIX-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-LEDGER-STATUS = "23"
               EXIT PARAGRAPH
           END-IF.
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "LEDGER-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LEDGER-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-LEDGER-STATUS = "10"
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-LEDGER-STATUS NOT = "00"
                       AND WS-LEDGER-STATUS NOT = "10"
                   MOVE "LEDGER-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-LEDGER-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF LEDGIX-CONTA NOT = CONTA-NUMERO
                   EXIT PERFORM
               END-IF
               PERFORM APLICAR-LINHA
           END-PERFORM.

       APLICAR-LINHA.
           ADD 1 TO WS-QTD-LINHAS.
           MOVE LEDGIX-SEQ TO WS-ULTIMO-SEQ.
           PERFORM EXTRAIR-SALDO-LINHA.
           MOVE WS-SALDO-LINHA TO WS-SALDO-ANTES.
           PERFORM EXTRAIR-RESULTADO-LINHA.
           MOVE WS-SALDO-LINHA TO WS-SALDO-DEPOIS.
           IF LEDGER-LINE(64:1) = "S"
               MOVE WS-SALDO-DEPOIS TO WS-SALDO-LEDGER
               MOVE "S" TO WS-TEM-TRANSPORTE
               EXIT PARAGRAPH
           END-IF.
           IF WS-QTD-LINHAS = 1
               MOVE WS-SALDO-ANTES TO WS-SALDO-LEDGER
           END-IF.
           COMPUTE WS-SALDO-LEDGER = WS-SALDO-LEDGER
               + WS-SALDO-DEPOIS - WS-SALDO-ANTES.

       EXTRAIR-SALDO-LINHA.
      * SALDO= sits at column 45, an overdrawn one with its minus
      * floated in front of the digits.
           MOVE LEDGER-LINE(45:10) TO WS-PARSE-INT.
           MOVE LEDGER-LINE(56:2) TO WS-NUM-DEC.
           PERFORM CONVERTER-VALOR-LINHA.

       EXTRAIR-RESULTADO-LINHA.
      * RESULTADO= carries its sign trailing, at column 109.
           MOVE LEDGER-LINE(96:10) TO WS-PARSE-INT.
           MOVE LEDGER-LINE(107:2) TO WS-NUM-DEC.
           PERFORM CONVERTER-VALOR-LINHA.
           IF LEDGER-LINE(109:1) = "-"
               COMPUTE WS-SALDO-LINHA = ZERO - WS-SALDO-LINHA
           END-IF.

       CONVERTER-VALOR-LINHA.
           MOVE ZEROS TO WS-QTD-SINAL.
           INSPECT WS-PARSE-INT TALLYING WS-QTD-SINAL FOR ALL "-".
           INSPECT WS-PARSE-INT REPLACING ALL "-" BY " ".
           INSPECT WS-PARSE-INT REPLACING LEADING " " BY "0".
           IF WS-PARSE-INT IS NUMERIC
               MOVE WS-PARSE-INT TO WS-NUM-INT
           ELSE
               MOVE ZEROS TO WS-NUM-INT
           END-IF.
           IF WS-NUM-DEC IS NOT NUMERIC
               MOVE ZEROS TO WS-NUM-DEC
           END-IF.
           COMPUTE WS-SALDO-LINHA = WS-NUM-INT + WS-NUM-DEC / 100.
           IF WS-QTD-SINAL > 0
               COMPUTE WS-SALDO-LINHA = ZERO - WS-SALDO-LINHA
           END-IF.

       LISTAR-DIVERGENCIA.
           MOVE CONTA-SALDO TO WS-MASTER-CAMPO.
           MOVE WS-SALDO-LEDGER TO WS-LEDGER-CAMPO.
           MOVE WS-DIFERENCA TO WS-DIFER-CAMPO.
           MOVE SPACES TO PROVA-LINE.
           STRING CONTA-NUMERO "  " CONTA-MOEDA "  "
               WS-MASTER-CAMPO "  " WS-LEDGER-CAMPO "  "
               WS-DIFER-CAMPO "       " WS-QTD-LINHAS
               "      " WS-ULTIMO-SEQ
               DELIMITED BY SIZE INTO PROVA-LINE.
           IF WS-QTD-LINHAS = ZEROS
               STRING "  SEM LANCAMENTOS"
                   DELIMITED BY SIZE INTO PROVA-LINE(86:20)
           ELSE
               IF WS-TEM-TRANSPORTE = "N"
                   STRING "  SEM SALDO TRANSPORTADO"
                       DELIMITED BY SIZE INTO PROVA-LINE(86:30)
               END-IF
           END-IF.
           PERFORM GRAVAR-LINHA-PROVA.
           ADD 1 TO WS-RUNLOG-GRAVADOS.

       IMPRIMIR-TOTAIS.
           MOVE SPACES TO PROVA-LINE.
           PERFORM GRAVAR-LINHA-PROVA.
           IF WS-QTD-DIVERGENTES = ZEROS
               MOVE "NENHUMA DIVERGENCIA - MASTER CONFERE COM O LEDGER"
                   TO PROVA-LINE
               PERFORM GRAVAR-LINHA-PROVA
           END-IF.
           MOVE SPACES TO PROVA-LINE.
           STRING "CONTAS VERIFICADAS " WS-RUNLOG-LIDOS
               " CONFEREM " WS-QTD-CONFEREM
               " DIVERGENTES " WS-QTD-DIVERGENTES
               DELIMITED BY SIZE INTO PROVA-LINE.
           PERFORM GRAVAR-LINHA-PROVA.
           MOVE WS-TOTAL-MASTER TO WS-TOTAL-CAMPO.
           MOVE SPACES TO PROVA-LINE.
           STRING "TOTAL NO MASTER " WS-TOTAL-CAMPO
               DELIMITED BY SIZE INTO PROVA-LINE.
           PERFORM GRAVAR-LINHA-PROVA.
           MOVE WS-TOTAL-LEDGER TO WS-TOTAL-CAMPO.
           MOVE SPACES TO PROVA-LINE.
           STRING "TOTAL NO LEDGER " WS-TOTAL-CAMPO
               DELIMITED BY SIZE INTO PROVA-LINE.
           PERFORM GRAVAR-LINHA-PROVA.

       ENCERRAR-RUNLOG.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

       GRAVAR-LINHA-PROVA.
           WRITE PROVA-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "PROVA-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file) or
      * 35 (not found, already handled above) means a real I/O
      * problem; log which file and status code and stop instead of
      * pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_SALDOPROV.
