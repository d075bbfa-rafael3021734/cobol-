      ******************************************************************
      * Author:Rafael FErreira
      * Date: 23/08/2026
      * Purpose: Weekly overtime report off the dated timesheet
      *          APONTA.DAT: adds up each employee's approved hours
      *          for the week (Monday to Sunday) holding the
      *          processing date and lists, by department, everyone
      *          whose week exceeds the legal 44 hours, the excess,
      *          and a department subtotal, under the shared page
      *          header the other reports already use. Hours booked
      *          to several projects count as one week.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT APONTA-FILE ASSIGN TO "APONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APT-CHAVE
               FILE STATUS IS WS-APONTA-STATUS.

           SELECT WORK-IN-FILE ASSIGN TO "HORASEXT.WRK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT WORK-OUT-FILE ASSIGN TO "HORASEXT.SRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-OUT-STATUS.

           SELECT SORT-FILE ASSIGN TO "HORASEXT.TMP".

           SELECT EXT-REPORT ASSIGN TO "HORASEXT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  APONTA-FILE.
           COPY APONTA.

      * One line per employee over the limit, department first so
      * the sort brings each department's people together.
       FD  WORK-IN-FILE.
        01 WORK-IN-REC.
         05 WI-DEPT PIC X(10).
         05 WI-EMP-ID PIC 9(05).
         05 WI-HORAS PIC 9(03)V99.

       FD  WORK-OUT-FILE.
        01 WORK-OUT-REC.
         05 WO-DEPT PIC X(10).
         05 WO-EMP-ID PIC 9(05).
         05 WO-HORAS PIC 9(03)V99.

       SD  SORT-FILE.
        01 SORT-REC PIC X(020).

       FD  EXT-REPORT.
        01 EXT-LINE PIC X(080).
      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-APONTA-STATUS PIC X(02) VALUE ZEROS.
        77 WS-WORK-STATUS PIC X(02) VALUE ZEROS.
        77 WS-WORK-OUT-STATUS PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "HORASEXT.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_HORASEX".
        77 WS-ERRO-ARQUIVO PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE PIC 9(02) VALUE ZEROS.
        77 WS-LIMITE-SEMANAL PIC 9(02) VALUE 44.
        77 WS-DATA-PROCESSO PIC 9(08) VALUE ZEROS.
        77 WS-SEMANA-INICIO PIC 9(08) VALUE ZEROS.
        77 WS-SEMANA-FIM PIC 9(08) VALUE ZEROS.
        77 WS-INT-DIA PIC 9(07) VALUE ZEROS.
        77 WS-EMP-ATUAL PIC 9(05) VALUE ZEROS.
        77 WS-DEPT-EMP PIC X(10) VALUE SPACES.
        77 WS-HORAS-EMP PIC 9(03)V99 VALUE ZEROS.
        77 WS-DEPT-ATUAL PIC X(10) VALUE SPACES.
        77 WS-PRIMEIRO-DEPT PIC X(01) VALUE "S".
        77 WS-EXCESSO PIC 9(03)V99 VALUE ZEROS.
        77 WS-SUBTOTAL-DEPT PIC 9(05)V99 VALUE ZEROS.
        77 WS-QTD-EXCEDENTES PIC 9(03) VALUE ZEROS.

       MAIN-PROCEDURE.
       INICIO.
      * The legal week runs Monday to Sunday; the report covers the
      * one the processing date falls in.
           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           COMPUTE WS-INT-DIA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSO).
           COMPUTE WS-INT-DIA =
               WS-INT-DIA - FUNCTION MOD(WS-INT-DIA - 1, 7).
           COMPUTE WS-SEMANA-INICIO =
               FUNCTION DATE-OF-INTEGER(WS-INT-DIA).
           COMPUTE WS-SEMANA-FIM =
               FUNCTION DATE-OF-INTEGER(WS-INT-DIA + 6).

           PERFORM SOMAR-SEMANA-EMPREGADOS.
           SORT SORT-FILE ASCENDING SORT-REC
               USING WORK-IN-FILE
               GIVING WORK-OUT-FILE.

           OPEN OUTPUT EXT-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
           PERFORM VERIFICAR-STATUS-RELATORIO.
           WRITE EXT-LINE FROM WS-CAB-LINHA2.
           PERFORM VERIFICAR-STATUS-RELATORIO.
           MOVE SPACES TO EXT-LINE.
           STRING "SEMANA DE " WS-SEMANA-INICIO " A " WS-SEMANA-FIM
               DELIMITED BY SIZE INTO EXT-LINE.
           WRITE EXT-LINE.
           PERFORM VERIFICAR-STATUS-RELATORIO.

           OPEN INPUT WORK-OUT-FILE.
           IF WS-WORK-OUT-STATUS NOT = "00"
               MOVE "WORK-OUT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-WORK-OUT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-WORK-OUT-STATUS = "10"
               READ WORK-OUT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-WORK-OUT-STATUS NOT = "00"
                       AND WS-WORK-OUT-STATUS NOT = "10"
                   MOVE "WORK-OUT-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-WORK-OUT-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF WS-PRIMEIRO-DEPT = "S"
                       OR WO-DEPT NOT = WS-DEPT-ATUAL
                   IF WS-PRIMEIRO-DEPT = "N"
                       PERFORM FECHAR-DEPARTAMENTO
                   END-IF
                   PERFORM ABRIR-DEPARTAMENTO
               END-IF
               PERFORM REPORTAR-EMPREGADO
           END-PERFORM.
           CLOSE WORK-OUT-FILE.
           IF WS-PRIMEIRO-DEPT = "N"
               PERFORM FECHAR-DEPARTAMENTO
           END-IF.

           MOVE SPACES TO EXT-LINE.
           STRING "EMPREGADOS ACIMA DE " WS-LIMITE-SEMANAL
           PERFORM VERIFICAR-STATUS-RELATORIO.

           CLOSE EXT-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.
           DISPLAY "RELATORIO DE HORAS EXCEDENTES GERADO - "
               "EMPREGADOS ACIMA DO LIMITE: " WS-QTD-EXCEDENTES.
           IF WS-QTD-EXCEDENTES NOT = ZEROS
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       SOMAR-SEMANA-EMPREGADOS.
      * APONTA.DAT comes in employee order, so each employee's week
      * closes when the next employee's first line shows up.
      * Unreviewed hours stay off the report - an overtime dispute
      * should never rest on figures nobody signed.
           OPEN OUTPUT WORK-IN-FILE.
           IF WS-WORK-STATUS NOT = "00"
               MOVE "WORK-IN-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-WORK-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT APONTA-FILE.
           IF WS-APONTA-STATUS = "35"
               DISPLAY "APONTA.DAT NAO ENCONTRADO - NADA A "
                   "REPORTAR"
               CLOSE APONTA-FILE
               CLOSE WORK-IN-FILE
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-APONTA-STATUS NOT = "00"
               MOVE "APONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-APONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE ZEROS TO WS-EMP-ATUAL.
           MOVE ZEROS TO WS-HORAS-EMP.
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
               IF APT-APROV = "A"
                       AND APT-DATA >= WS-SEMANA-INICIO
                       AND APT-DATA <= WS-SEMANA-FIM
                   IF APT-EMP-ID NOT = WS-EMP-ATUAL
                       PERFORM FECHAR-SEMANA-EMPREGADO
                       MOVE APT-EMP-ID TO WS-EMP-ATUAL
                   END-IF
                   ADD APT-HORAS TO WS-HORAS-EMP
      * Reported under the department the week ended in.
                   MOVE APT-DEPT TO WS-DEPT-EMP
               END-IF
           END-PERFORM.
           PERFORM FECHAR-SEMANA-EMPREGADO.
           CLOSE APONTA-FILE.
           CLOSE WORK-IN-FILE.

       FECHAR-SEMANA-EMPREGADO.
           IF WS-EMP-ATUAL NOT = ZEROS
                   AND WS-HORAS-EMP > WS-LIMITE-SEMANAL
               MOVE WS-DEPT-EMP TO WI-DEPT
               MOVE WS-EMP-ATUAL TO WI-EMP-ID
               MOVE WS-HORAS-EMP TO WI-HORAS
               WRITE WORK-IN-REC
               IF WS-WORK-STATUS NOT = "00"
                   MOVE "WORK-IN-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-WORK-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
           END-IF.
           MOVE ZEROS TO WS-HORAS-EMP.

       ABRIR-DEPARTAMENTO.
           MOVE "N" TO WS-PRIMEIRO-DEPT.
           MOVE WO-DEPT TO WS-DEPT-ATUAL.
           MOVE ZEROS TO WS-SUBTOTAL-DEPT.
           MOVE SPACES TO EXT-LINE.
           STRING "DEPARTAMENTO " WS-DEPT-ATUAL
               DELIMITED BY SIZE INTO EXT-LINE.
           WRITE EXT-LINE.
           PERFORM VERIFICAR-STATUS-RELATORIO.

       REPORTAR-EMPREGADO.
           ADD 1 TO WS-QTD-EXCEDENTES.
           COMPUTE WS-EXCESSO = WO-HORAS - WS-LIMITE-SEMANAL.
           ADD WS-EXCESSO TO WS-SUBTOTAL-DEPT.
           MOVE WO-HORAS TO WS-HORAS-CAMPO.
           MOVE WS-EXCESSO TO WS-EXCESSO-CAMPO.
           MOVE SPACES TO EXT-LINE.
           STRING "  EMPREGADO " WO-EMP-ID
               " HORAS " WS-HORAS-CAMPO
               " EXCESSO " WS-EXCESSO-CAMPO
               DELIMITED BY SIZE INTO EXT-LINE.
           WRITE EXT-LINE.
           PERFORM VERIFICAR-STATUS-RELATORIO.

       FECHAR-DEPARTAMENTO.
           MOVE WS-SUBTOTAL-DEPT TO WS-SUBTOTAL-CAMPO.
           MOVE SPACES TO EXT-LINE.
           STRING "  SUBTOTAL DE EXCESSO DO DEPARTAMENTO: "
           WRITE EXT-LINE.
           PERFORM VERIFICAR-STATUS-RELATORIO.

       VERIFICAR-STATUS-RELATORIO.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "EXT-REPORT" TO WS-ERRO-ARQUIVO
