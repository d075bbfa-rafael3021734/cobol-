      * Author:Rafael FErreira
      * Date: 02/09/2026
      * Purpose: Budget-versus-actual hours per project: for each
      *          PROJETO.DAT record, totals the approved hours booked
      *          to it on the dated timesheet APONTA.DAT, every day
      *          and every employee since the project began, and
      *          prints budget, actual, remaining, and an
      *          ESTOURADO flag when the booked hours pass the
      *          budget - so a project can no longer overrun its
      *          budget invisibly. Report in PROJRPT.TXT.
               RECORD KEY IS PROJ-CODIGO
               FILE STATUS IS WS-PROJETO-STATUS.

           SELECT APONTA-FILE ASSIGN TO "APONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APT-CHAVE
               FILE STATUS IS WS-APONTA-STATUS.

           SELECT PROJ-REPORT ASSIGN TO "PROJRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  PROJETO-FILE.
           COPY PROJETO.

       FD  APONTA-FILE.
           COPY APONTA.

       FD  PROJ-REPORT.
        01 PROJ-LINE PIC X(100).
      *=================================================================
       WORKING-STORAGE                         SECTION.

      * Approved hours per project code, added up in one pass over
      * the timesheet; the report counts the same approved hours
      * the overtime report and the payroll extract do, so the
      * three never disagree on a project.
        01 WS-HORAS-PROJETOS.
         05 WS-HORAS-PROJ PIC 9(06)V99 OCCURS 999 TIMES.

        77 WS-PROJETO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-APONTA-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "PROJRPT.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_PROJRPT".
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-HORAS-REAIS    PIC 9(06)V99 VALUE ZEROS.
        77 WS-RESTANTE       PIC S9(06)V99 VALUE ZEROS.
        77 WS-QTD-ESTOURADOS PIC 9(02) VALUE ZEROS.

       MAIN-PROCEDURE.
       INICIO.
           PERFORM SOMAR-HORAS-PROJETOS.

           OPEN OUTPUT PROJ-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
           WRITE PROJ-LINE.
           PERFORM VERIFICAR-STATUS-RELATORIO.
           CLOSE PROJ-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           DISPLAY "RELATORIO DE PROJETOS GERADO EM PROJRPT.TXT - "
               "ESTOURADOS: " WS-QTD-ESTOURADOS.
           STOP RUN.

       REPORTAR-UM-PROJETO.
           MOVE ZEROS TO WS-HORAS-REAIS.
           IF PROJ-CODIGO NOT = ZEROS
               MOVE WS-HORAS-PROJ(PROJ-CODIGO) TO WS-HORAS-REAIS
           END-IF.
           COMPUTE WS-RESTANTE =
               PROJ-HORAS-ORCADAS - WS-HORAS-REAIS.
           WRITE PROJ-LINE.
           PERFORM VERIFICAR-STATUS-RELATORIO.

       SOMAR-HORAS-PROJETOS.
           MOVE ZEROS TO WS-HORAS-PROJETOS.
           OPEN INPUT APONTA-FILE.
           IF WS-APONTA-STATUS = "35"
               DISPLAY "APONTA.DAT NAO ENCONTRADO - NADA A "
                   "REPORTAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-APONTA-STATUS NOT = "00"
               MOVE "APONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-APONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE LOW-VALUES TO APT-CHAVE.
           START APONTA-FILE KEY NOT LESS THAN APT-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-APONTA-STATUS
           END-START.
           PERFORM UNTIL WS-APONTA-STATUS = "10"
               READ APONTA-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-APONTA-STATUS NOT = "00"
                       AND WS-APONTA-STATUS NOT = "10"
                   MOVE "APONTA-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-APONTA-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF APT-APROV = "A" AND APT-PROJ NOT = ZEROS
                   ADD APT-HORAS TO WS-HORAS-PROJ(APT-PROJ)
               END-IF
           END-PERFORM.
           CLOSE APONTA-FILE.

       VERIFICAR-STATUS-RELATORIO.
           IF WS-REPORT-STATUS NOT = "00"
