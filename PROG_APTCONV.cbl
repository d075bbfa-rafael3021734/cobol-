      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: One-time load of the dated timesheet APONTA.DAT from
      *          the standing-assignment image in ALOCACAO.DAT: every
      *          assigned slot's weekly WS-HORAS becomes one line for
      *          the employee, the slot's project and the Monday of
      *          the processing week - the opening week of the new
      *          file - keeping the slot's approval status and its
      *          department, so nothing already reviewed has to be
      *          reviewed again. An employee sitting in the same
      *          project slot of two departments gets the two weeks
      *          added on one line. ALOCACAO.DAT itself is left as
      *          it is: it remains the standing assignment roster.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_APTCONV.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT ALOC-FILE ASSIGN TO "ALOCACAO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALOC-STATUS.

           SELECT APONTA-FILE ASSIGN TO "APONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APT-CHAVE
               FILE STATUS IS WS-APONTA-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  ALOC-FILE.
        01 ALOC-REC PIC X(325).

       FD  APONTA-FILE.
           COPY APONTA.

      *=================================================================
       WORKING-STORAGE                         SECTION.

      * Same WS-EMP-GROUP shape PROG_ARRAY3.cbl saves to
      * ALOCACAO.DAT.
        01  WS-EMP-GROUP.
         05 WS-EMP OCCURS 5 TIMES.
         10 WS-DEPT PIC X(10) VALUE SPACES.
         10 WS-EMP-PROJ OCCURS 5 TIMES.
         15 WS-EMP-ID PIC 9(5) VALUE ZEROS.
         15 WS-HORAS PIC 9(3)V99 VALUE ZEROS.
         15 WS-APROV PIC X(01) VALUE "P".

        77 WS-ALOC-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-APONTA-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-DATA-PROCESSO  PIC 9(08) VALUE ZEROS.
        77 WS-DATA-SEMANA    PIC 9(08) VALUE ZEROS.
        77 WS-INT-DIA        PIC 9(07) VALUE ZEROS.
        77 INDICE            PIC 9(02) VALUE ZEROS.
        77 INDICE2           PIC 9(02) VALUE ZEROS.
        77 WS-QTD-GRAVADOS   PIC 9(03) VALUE ZEROS.
        77 WS-QTD-SOMADOS    PIC 9(03) VALUE ZEROS.
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           OPEN INPUT ALOC-FILE.
           IF WS-ALOC-STATUS = "35"
               DISPLAY "ALOCACAO.DAT NAO ENCONTRADO - NADA A "
                   "CONVERTER"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ALOC-STATUS NOT = "00"
               MOVE "ALOC-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-ALOC-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           READ ALOC-FILE
               AT END
                   DISPLAY "ALOCACAO.DAT VAZIO - NADA A CONVERTER"
                   CLOSE ALOC-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE ALOC-REC TO WS-EMP-GROUP
           END-READ.
           CLOSE ALOC-FILE.

      * The image never said which days the week's hours were
      * worked, so the whole week lands on its Monday.
           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           COMPUTE WS-INT-DIA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSO).
           COMPUTE WS-INT-DIA =
               WS-INT-DIA - FUNCTION MOD(WS-INT-DIA - 1, 7).
           COMPUTE WS-DATA-SEMANA =
               FUNCTION DATE-OF-INTEGER(WS-INT-DIA).

      * A second run must not double the opening week, so the file
      * has to be new.
           OPEN INPUT APONTA-FILE.
           IF WS-APONTA-STATUS NOT = "35"
               DISPLAY "APONTA.DAT JA EXISTE - CONVERSAO JA FEITA"
               CLOSE APONTA-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE APONTA-FILE.
           OPEN OUTPUT APONTA-FILE.
           CLOSE APONTA-FILE.
           OPEN I-O APONTA-FILE.
           IF WS-APONTA-STATUS NOT = "00"
               MOVE "APONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-APONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           PERFORM VARYING INDICE FROM 1 BY 1 UNTIL INDICE > 5
               PERFORM VARYING INDICE2 FROM 1 BY 1
                       UNTIL INDICE2 > 5
                   IF WS-EMP-ID(INDICE, INDICE2) NOT = ZEROS
                       PERFORM CONVERTER-UM-SLOT
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE APONTA-FILE.

           DISPLAY "APONTA.DAT CARREGADO NA SEMANA DE "
               WS-DATA-SEMANA " - LINHAS: " WS-QTD-GRAVADOS
               " SLOTS SOMADOS: " WS-QTD-SOMADOS.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       CONVERTER-UM-SLOT.
           MOVE WS-EMP-ID(INDICE, INDICE2) TO APT-EMP-ID.
           MOVE WS-DATA-SEMANA TO APT-DATA.
           MOVE INDICE2 TO APT-PROJ.
           MOVE ZEROS TO APT-TAREFA.
           READ APONTA-FILE
               INVALID KEY
                   MOVE WS-HORAS(INDICE, INDICE2) TO APT-HORAS
                   MOVE WS-APROV(INDICE, INDICE2) TO APT-APROV
                   MOVE WS-DEPT(INDICE) TO APT-DEPT
                   MOVE WS-DATA-PROCESSO TO APT-DATA-REGISTRO
                   MOVE SPACES TO APT-APROVADOR
                   MOVE ZEROS TO APT-DATA-DECISAO
                   WRITE APONTA-REC
                   IF WS-APONTA-STATUS NOT = "00"
                       MOVE "APONTA-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-APONTA-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   ADD 1 TO WS-QTD-GRAVADOS
               NOT INVALID KEY
      * Two departments' slots for the same person and project:
      * one line carries both, and it is approved only if both
      * were.
                   ADD WS-HORAS(INDICE, INDICE2) TO APT-HORAS
                   IF WS-APROV(INDICE, INDICE2) NOT = "A"
                       MOVE "P" TO APT-APROV
                   END-IF
                   REWRITE APONTA-REC
                   IF WS-APONTA-STATUS NOT = "00"
                       MOVE "APONTA-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-APONTA-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   ADD 1 TO WS-QTD-SOMADOS
                   MOVE 4 TO WS-RETURN-CODE
           END-READ.
           IF WS-APONTA-STATUS NOT = "00"
                   AND WS-APONTA-STATUS NOT = "23"
               MOVE "APONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-APONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file),
      * 23 (key not found, already handled above) or 35 (not found,
      * already handled above) means a real I/O problem; log which
      * file and status code and stop instead of pressing on with
      * bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_APTCONV.
