      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: One-time conversion for the measure on the quantity
      *          keys: TABELA.DAT, TABCENTRO.DAT, TOLERMES.DAT,
      *          TABLOCK.DAT and CHECKPT.DAT all gained a two-digit
      *          measure code (MEDIDA.DAT), so the records already on
      *          them no longer match the new layouts. Rename each old
      *          file to .OLD before the run; this program reads every
      *          old-layout record and rewrites it under the new
      *          layout as measure 01 - pieces, the only thing ever
      *          counted before measures existed - then stamps the
      *          TABELA.DAT control totals. A file without its .OLD
      *          copy is skipped with a warning.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_TABCONV2.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT TABELA-OLD-FILE ASSIGN TO "TABELA.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-TAB-CHAVE
               FILE STATUS IS WS-TABELA-OLD-STATUS.

           SELECT TABELA-FILE ASSIGN TO "TABELA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-TABELA-CHAVE
               FILE STATUS IS WS-TABELA-STATUS.

           SELECT TABCENTRO-OLD-FILE ASSIGN TO "TABCENTRO.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-TC-CHAVE
               FILE STATUS IS WS-TABCENTRO-OLD-STATUS.

           SELECT TABCENTRO-FILE ASSIGN TO "TABCENTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CHAVE
               FILE STATUS IS WS-TABCENTRO-STATUS.

           SELECT TOLER-OLD-FILE ASSIGN TO "TOLERMES.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOLER-OLD-STATUS.

           SELECT TOLER-FILE ASSIGN TO "TOLERMES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOLER-STATUS.

           SELECT LOCK-OLD-FILE ASSIGN TO "TABLOCK.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-OLD-STATUS.

           SELECT LOCK-FILE ASSIGN TO "TABLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT CHECKPOINT-OLD-FILE ASSIGN TO "CHECKPT.OLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-OLD-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
      * The pre-measure layouts, kept inline on purpose: they exist
      * only to read the files one last time.
       FD  TABELA-OLD-FILE.
        01 OLD-TABELA-REC.
         03 OLD-TAB-CHAVE.
          05 OLD-TAB-ANO PIC 9(004).
          05 OLD-TAB-GERACAO PIC 9(008).
         03 OLD-TAB-DADOS PIC X(3492).

       FD  TABELA-FILE.
           COPY TABANUALR.

       FD  TABCENTRO-OLD-FILE.
        01 OLD-TABCENTRO-REC.
         03 OLD-TC-CHAVE.
          05 OLD-TC-CENTRO PIC 9(003).
          05 OLD-TC-ANO PIC 9(004).
         03 OLD-TC-DADOS PIC X(3492).

       FD  TABCENTRO-FILE.
           COPY TABCENTRO.

       FD  TOLER-OLD-FILE.
        01 OLD-TOLER-REC.
         05 OLD-TOLER-MES PIC 9(02).
         05 OLD-TOLER-MIN PIC 9(09).
         05 OLD-TOLER-MAX PIC 9(09).

       FD  TOLER-FILE.
        01 TOLER-REC.
         05 TOLER-MEDIDA PIC 9(02).
         05 TOLER-MES PIC 9(02).
         05 TOLER-MIN PIC 9(09).
         05 TOLER-MAX PIC 9(09).

       FD  LOCK-OLD-FILE.
        01 OLD-LOCK-REC.
         05 OLD-LOCK-ANO PIC 9(04).
         05 OLD-LOCK-GERACAO PIC 9(08).
         05 OLD-LOCK-SITUACAO PIC X(01).
         05 OLD-LOCK-OPERADOR PIC X(08).
         05 OLD-LOCK-AUTORIZADOR PIC X(08).

       FD  LOCK-FILE.
        01 LOCK-REC.
         05 LOCK-ANO PIC 9(04).
         05 LOCK-MEDIDA PIC 9(02).
         05 LOCK-GERACAO PIC 9(08).
         05 LOCK-SITUACAO PIC X(01).
         05 LOCK-OPERADOR PIC X(08).
         05 LOCK-AUTORIZADOR PIC X(08).

       FD  CHECKPOINT-OLD-FILE.
        01 OLD-CHECKPOINT-REC.
         05 OLD-CKPT-MES PIC 9(02).
         05 OLD-CKPT-DIA PIC 9(02).

       FD  CHECKPOINT-FILE.
        01  CHECKPOINT-REC.
         05 CKPT-MEDIDA         PIC 9(02).
         05 CKPT-MES            PIC 9(02).
         05 CKPT-DIA            PIC 9(02).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-TABELA-OLD-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-TABELA-STATUS        PIC X(02) VALUE ZEROS.
        77 WS-TABCENTRO-OLD-STATUS PIC X(02) VALUE ZEROS.
        77 WS-TABCENTRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-TOLER-OLD-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-TOLER-STATUS         PIC X(02) VALUE ZEROS.
        77 WS-LOCK-OLD-STATUS      PIC X(02) VALUE ZEROS.
        77 WS-LOCK-STATUS          PIC X(02) VALUE ZEROS.
        77 WS-CHECKPOINT-OLD-STATUS PIC X(02) VALUE ZEROS.
        77 WS-CHECKPOINT-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-ERRO-ARQUIVO         PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS          PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE          PIC 9(02) VALUE ZEROS.
        77 WS-QTD-TABELA           PIC 9(06) VALUE ZEROS.
        77 WS-QTD-TABCENTRO        PIC 9(06) VALUE ZEROS.
        77 WS-QTD-TOLER            PIC 9(06) VALUE ZEROS.
        77 WS-QTD-LOCK             PIC 9(06) VALUE ZEROS.
        77 WS-QTD-CHECKPOINT       PIC 9(06) VALUE ZEROS.
        77 WS-CTL-ARQUIVO          PIC X(030) VALUE "TABCTRL.DAT".
        77 WS-CTL-QTD              PIC 9(009) VALUE ZEROS.
        77 WS-CTL-HASH             PIC 9(015) VALUE ZEROS.
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           PERFORM CONVERTER-TABELA.
           PERFORM CONVERTER-TABCENTRO.
           PERFORM CONVERTER-TOLERANCIAS.
           PERFORM CONVERTER-TRAVAS.
           PERFORM CONVERTER-CHECKPOINT.
           DISPLAY "CONVERSAO CONCLUIDA - TABELA: " WS-QTD-TABELA
               " TABCENTRO: " WS-QTD-TABCENTRO
               " TOLERMES: " WS-QTD-TOLER.
           DISPLAY "                      TABLOCK: " WS-QTD-LOCK
               " CHECKPT: " WS-QTD-CHECKPOINT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       CONVERTER-TABELA.
           OPEN INPUT TABELA-OLD-FILE.
           IF WS-TABELA-OLD-STATUS = "35"
               DISPLAY "TABELA.OLD NAO ENCONTRADO - "
                   "TABELA.DAT NAO CONVERTIDA"
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               IF WS-TABELA-OLD-STATUS NOT = "00"
                   MOVE "TABELA-OLD-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-TABELA-OLD-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               OPEN OUTPUT TABELA-FILE
               IF WS-TABELA-STATUS NOT = "00"
                   MOVE "TABELA-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-TABELA-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               PERFORM UNTIL WS-TABELA-OLD-STATUS = "10"
                   READ TABELA-OLD-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-TABELA-OLD-STATUS NOT = "00"
                           AND WS-TABELA-OLD-STATUS NOT = "10"
                       MOVE "TABELA-OLD-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-TABELA-OLD-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   MOVE OLD-TAB-ANO TO FD-ANO-REFERENCIA
                   MOVE 01 TO FD-MEDIDA-CODIGO
                   MOVE OLD-TAB-GERACAO TO FD-GERACAO-DATA
                   MOVE OLD-TAB-DADOS TO TABELA-REC(15:3492)
                   WRITE TABELA-REC
                   IF WS-TABELA-STATUS NOT = "00"
                       MOVE "TABELA-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-TABELA-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   ADD 1 TO WS-QTD-TABELA
                   ADD 1 TO WS-CTL-QTD
                   ADD FD-ANO-REFERENCIA TO WS-CTL-HASH
                   ADD FD-GERACAO-DATA TO WS-CTL-HASH
               END-PERFORM
               CLOSE TABELA-OLD-FILE
               CLOSE TABELA-FILE
      * The converted master gets its control totals stamped right
      * away, as PROG_TABCONV.cbl does, so the openers' damage
      * check agrees with the file from the first run after.
               CALL "GRAVAR-CONTROLE-MASTER" USING WS-CTL-ARQUIVO
                   WS-CTL-QTD WS-CTL-HASH
           END-IF.

       CONVERTER-TABCENTRO.
           OPEN INPUT TABCENTRO-OLD-FILE.
           IF WS-TABCENTRO-OLD-STATUS = "35"
               DISPLAY "TABCENTRO.OLD NAO ENCONTRADO - "
                   "TABCENTRO.DAT NAO CONVERTIDA"
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               IF WS-TABCENTRO-OLD-STATUS NOT = "00"
                   MOVE "TABCENTRO-OLD-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-TABCENTRO-OLD-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               OPEN OUTPUT TABCENTRO-FILE
               IF WS-TABCENTRO-STATUS NOT = "00"
                   MOVE "TABCENTRO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-TABCENTRO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               PERFORM UNTIL WS-TABCENTRO-OLD-STATUS = "10"
                   READ TABCENTRO-OLD-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-TABCENTRO-OLD-STATUS NOT = "00"
                           AND WS-TABCENTRO-OLD-STATUS NOT = "10"
                       MOVE "TABCENTRO-OLD-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-TABCENTRO-OLD-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   MOVE OLD-TC-CENTRO TO TC-CENTRO
                   MOVE OLD-TC-ANO TO TC-ANO
                   MOVE 01 TO TC-MEDIDA
                   MOVE OLD-TC-DADOS TO TABCENTRO-REC(10:3492)
                   WRITE TABCENTRO-REC
                   IF WS-TABCENTRO-STATUS NOT = "00"
                       MOVE "TABCENTRO-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-TABCENTRO-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   ADD 1 TO WS-QTD-TABCENTRO
               END-PERFORM
               CLOSE TABCENTRO-OLD-FILE
               CLOSE TABCENTRO-FILE
           END-IF.

       CONVERTER-TOLERANCIAS.
      * The old twelve bands were the pieces bands.
           OPEN INPUT TOLER-OLD-FILE.
           IF WS-TOLER-OLD-STATUS = "35"
               DISPLAY "TOLERMES.OLD NAO ENCONTRADO - "
                   "TOLERMES.DAT NAO CONVERTIDA"
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               IF WS-TOLER-OLD-STATUS NOT = "00"
                   MOVE "TOLER-OLD-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-TOLER-OLD-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               OPEN OUTPUT TOLER-FILE
               IF WS-TOLER-STATUS NOT = "00"
                   MOVE "TOLER-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-TOLER-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               PERFORM UNTIL WS-TOLER-OLD-STATUS = "10"
                   READ TOLER-OLD-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-TOLER-OLD-STATUS NOT = "00"
                           AND WS-TOLER-OLD-STATUS NOT = "10"
                       MOVE "TOLER-OLD-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-TOLER-OLD-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   MOVE 01 TO TOLER-MEDIDA
                   MOVE OLD-TOLER-MES TO TOLER-MES
                   MOVE OLD-TOLER-MIN TO TOLER-MIN
                   MOVE OLD-TOLER-MAX TO TOLER-MAX
                   WRITE TOLER-REC
                   IF WS-TOLER-STATUS NOT = "00"
                       MOVE "TOLER-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-TOLER-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   ADD 1 TO WS-QTD-TOLER
               END-PERFORM
               CLOSE TOLER-OLD-FILE
               CLOSE TOLER-FILE
           END-IF.

       CONVERTER-TRAVAS.
      * Every close and reopen on the old register was a pieces one.
           OPEN INPUT LOCK-OLD-FILE.
           IF WS-LOCK-OLD-STATUS = "35"
               DISPLAY "TABLOCK.OLD NAO ENCONTRADO - "
                   "TABLOCK.DAT NAO CONVERTIDA"
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               IF WS-LOCK-OLD-STATUS NOT = "00"
                   MOVE "LOCK-OLD-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-LOCK-OLD-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               OPEN OUTPUT LOCK-FILE
               IF WS-LOCK-STATUS NOT = "00"
                   MOVE "LOCK-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-LOCK-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               PERFORM UNTIL WS-LOCK-OLD-STATUS = "10"
                   READ LOCK-OLD-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-LOCK-OLD-STATUS NOT = "00"
                           AND WS-LOCK-OLD-STATUS NOT = "10"
                       MOVE "LOCK-OLD-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-LOCK-OLD-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   MOVE OLD-LOCK-ANO TO LOCK-ANO
                   MOVE 01 TO LOCK-MEDIDA
                   MOVE OLD-LOCK-GERACAO TO LOCK-GERACAO
                   MOVE OLD-LOCK-SITUACAO TO LOCK-SITUACAO
                   MOVE OLD-LOCK-OPERADOR TO LOCK-OPERADOR
                   MOVE OLD-LOCK-AUTORIZADOR TO LOCK-AUTORIZADOR
                   WRITE LOCK-REC
                   IF WS-LOCK-STATUS NOT = "00"
                       MOVE "LOCK-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-LOCK-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   ADD 1 TO WS-QTD-LOCK
               END-PERFORM
               CLOSE LOCK-OLD-FILE
               CLOSE LOCK-FILE
           END-IF.

       CONVERTER-CHECKPOINT.
      * A checkpoint left by an interrupted pieces entry resumes as
      * a pieces entry.
           OPEN INPUT CHECKPOINT-OLD-FILE.
           IF WS-CHECKPOINT-OLD-STATUS = "35"
               DISPLAY "CHECKPT.OLD NAO ENCONTRADO - "
                   "CHECKPT.DAT NAO CONVERTIDO"
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               IF WS-CHECKPOINT-OLD-STATUS NOT = "00"
                   MOVE "CHECKPOINT-OLD-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CHECKPOINT-OLD-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               OPEN OUTPUT CHECKPOINT-FILE
               IF WS-CHECKPOINT-STATUS NOT = "00"
                   MOVE "CHECKPOINT-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CHECKPOINT-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               PERFORM UNTIL WS-CHECKPOINT-OLD-STATUS = "10"
                   READ CHECKPOINT-OLD-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-CHECKPOINT-OLD-STATUS NOT = "00"
                           AND WS-CHECKPOINT-OLD-STATUS NOT = "10"
                       MOVE "CHECKPOINT-OLD-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-CHECKPOINT-OLD-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   MOVE 01 TO CKPT-MEDIDA
                   MOVE OLD-CKPT-MES TO CKPT-MES
                   MOVE OLD-CKPT-DIA TO CKPT-DIA
                   WRITE CHECKPOINT-REC
                   IF WS-CHECKPOINT-STATUS NOT = "00"
                       MOVE "CHECKPOINT-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-CHECKPOINT-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   ADD 1 TO WS-QTD-CHECKPOINT
               END-PERFORM
               CLOSE CHECKPOINT-OLD-FILE
               CLOSE CHECKPOINT-FILE
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

                            END PROGRAM PROG_TABCONV2.
