      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: One-time conversion for the task on the timesheet
      *          key: APT-CHAVE gained APT-TAREFA after the project,
      *          so the lines already on APONTA.DAT no longer match
      *          the new layout. Rename the old file to APONTA.OLD
      *          before the run; this program reads each old-layout
      *          line and rewrites it under the new layout as task
      *          zero - booked to the project before it had tasks -
      *          keeping hours, approval and department as they
      *          were.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_APTCONV2.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT APONTA-OLD-FILE ASSIGN TO "APONTA.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-APT-CHAVE
               FILE STATUS IS WS-APONTA-OLD-STATUS.

           SELECT APONTA-FILE ASSIGN TO "APONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APT-CHAVE
               FILE STATUS IS WS-APONTA-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
      * The pre-task layout, kept inline on purpose: it exists only
      * to read the file one last time.
       FD  APONTA-OLD-FILE.
        01 OLD-APONTA-REC.
         05 OLD-APT-CHAVE.
          10 OLD-APT-EMP-ID PIC 9(05).
          10 OLD-APT-DATA PIC 9(08).
          10 OLD-APT-PROJ PIC 9(03).
         05 OLD-APT-HORAS PIC 9(03)V99.
         05 OLD-APT-APROV PIC X(01).
         05 OLD-APT-DEPT PIC X(10).
         05 OLD-APT-DATA-REGISTRO PIC 9(08).
         05 OLD-APT-APROVADOR PIC X(08).
         05 OLD-APT-DATA-DECISAO PIC 9(08).

       FD  APONTA-FILE.
           COPY APONTA.

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-APONTA-OLD-STATUS PIC X(02) VALUE ZEROS.
        77 WS-APONTA-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-ERRO-ARQUIVO      PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS       PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE       PIC 9(02) VALUE ZEROS.
        77 WS-QTD-LINHAS        PIC 9(06) VALUE ZEROS.
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           PERFORM CONVERTER-APONTAMENTOS.
           DISPLAY "CONVERSAO CONCLUIDA - LINHAS: " WS-QTD-LINHAS.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       CONVERTER-APONTAMENTOS.
           OPEN INPUT APONTA-OLD-FILE.
           IF WS-APONTA-OLD-STATUS = "35"
               DISPLAY "APONTA.OLD NAO ENCONTRADO - "
                   "APONTAMENTOS NAO CONVERTIDOS"
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               IF WS-APONTA-OLD-STATUS NOT = "00"
                   MOVE "APONTA-OLD-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-APONTA-OLD-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               OPEN OUTPUT APONTA-FILE
               IF WS-APONTA-STATUS NOT = "00"
                   MOVE "APONTA-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-APONTA-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               PERFORM UNTIL WS-APONTA-OLD-STATUS = "10"
                   READ APONTA-OLD-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-APONTA-OLD-STATUS NOT = "00"
                           AND WS-APONTA-OLD-STATUS NOT = "10"
                       MOVE "APONTA-OLD-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-APONTA-OLD-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   MOVE OLD-APT-EMP-ID TO APT-EMP-ID
                   MOVE OLD-APT-DATA TO APT-DATA
                   MOVE OLD-APT-PROJ TO APT-PROJ
                   MOVE ZEROS TO APT-TAREFA
                   MOVE OLD-APT-HORAS TO APT-HORAS
                   MOVE OLD-APT-APROV TO APT-APROV
                   MOVE OLD-APT-DEPT TO APT-DEPT
                   MOVE OLD-APT-DATA-REGISTRO TO APT-DATA-REGISTRO
                   MOVE OLD-APT-APROVADOR TO APT-APROVADOR
                   MOVE OLD-APT-DATA-DECISAO TO APT-DATA-DECISAO
                   WRITE APONTA-REC
                   IF WS-APONTA-STATUS NOT = "00"
                       MOVE "APONTA-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-APONTA-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   ADD 1 TO WS-QTD-LINHAS
               END-PERFORM
               CLOSE APONTA-OLD-FILE
               CLOSE APONTA-FILE
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

                            END PROGRAM PROG_APTCONV2.
