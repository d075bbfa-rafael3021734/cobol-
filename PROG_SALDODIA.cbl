      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Nightly end-of-day balance snapshot: once the day's
      *          postings are in, every account on the CONTAS.DAT
      *          master that is not closed gets its balance written
      *          to SALDODIA.DAT under the processing date, so the
      *          month-end interest run (PROG_JUROS.cbl) can accrue
      *          on the average daily balance instead of on whatever
      *          the account happens to hold on the last day. A rerun
      *          on the same date replaces that date's snapshot.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_SALDODIA.

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

           SELECT SALDODIA-FILE ASSIGN TO "SALDODIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDIA-CHAVE
               FILE STATUS IS WS-SALDODIA-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  CONTA-FILE.
           COPY CONTA.

       FD  SALDODIA-FILE.
           COPY SALDODIA.

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-CONTA-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-SALDODIA-STATUS PIC X(02) VALUE ZEROS.
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
        77 WS-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_SALDODI".
        77 WS-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS    PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.
        77 WS-QTD-SUBSTITUIDOS PIC 9(06) VALUE ZEROS.
        77 WS-QTD-ENCERRADAS  PIC 9(06) VALUE ZEROS.
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

           OPEN INPUT CONTA-FILE.
           IF WS-CONTA-STATUS = "35"
               DISPLAY "CONTAS.DAT NAO ENCONTRADO - NENHUM SALDO "
                   "FOTOGRAFADO"
               CLOSE CONTA-FILE
               PERFORM ENCERRAR-RUNLOG
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CONTA-STATUS NOT = "00"
               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           OPEN I-O SALDODIA-FILE.
           IF WS-SALDODIA-STATUS = "35"
               OPEN OUTPUT SALDODIA-FILE
               CLOSE SALDODIA-FILE
               OPEN I-O SALDODIA-FILE
           END-IF.
           IF WS-SALDODIA-STATUS NOT = "00"
               MOVE "SALDODIA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-SALDODIA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
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
      * A closed account holds nothing and takes no posting again;
      * its history ends with the closing day's snapshot.
                   IF CONTA-SITUACAO = "E"
                       ADD 1 TO WS-QTD-ENCERRADAS
                   ELSE
                       PERFORM GRAVAR-SALDO-DIA
                   END-IF
               END-PERFORM
           END-IF.

           CLOSE CONTA-FILE.
           CLOSE SALDODIA-FILE.
           DISPLAY "SALDOS DIARIOS DE " WS-DATA-PROCESSO
               " - CONTAS LIDAS: " WS-RUNLOG-LIDOS
               " GRAVADOS: " WS-RUNLOG-GRAVADOS
               " SUBSTITUIDOS: " WS-QTD-SUBSTITUIDOS
               " ENCERRADAS: " WS-QTD-ENCERRADAS.
           PERFORM ENCERRAR-RUNLOG.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       GRAVAR-SALDO-DIA.
      * A second run on the same processing date (a posting fixed
      * after the first) replaces the snapshot rather than failing
      * on the duplicate key.
           MOVE CONTA-NUMERO TO SDIA-CONTA.
           MOVE WS-DATA-PROCESSO TO SDIA-DATA.
           MOVE CONTA-SALDO TO SDIA-SALDO.
           MOVE CONTA-MOEDA TO SDIA-MOEDA.
           WRITE SALDODIA-REC
               INVALID KEY
                   REWRITE SALDODIA-REC
                   END-REWRITE
                   IF WS-SALDODIA-STATUS = "00"
                       ADD 1 TO WS-QTD-SUBSTITUIDOS
                   END-IF
           END-WRITE.
           IF WS-SALDODIA-STATUS NOT = "00"
               MOVE "SALDODIA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-SALDODIA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WS-RUNLOG-GRAVADOS.

       ENCERRAR-RUNLOG.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file) or
      * 35 (not found, already handled above) means a real I/O
      * problem; log which file and status code and stop instead of
      * pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_SALDODIA.
