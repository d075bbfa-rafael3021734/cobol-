      * Date: 02/09/2026
      * Purpose: Timesheet approval: a supervisor holding the
      *          operator master's O permission reviews one
      *          department's pending lines on the dated timesheet
      *          APONTA.DAT (a blank department reviews them all),
      *          day by day and project by project, and approves (A)
      *          or returns (R) each line with a comment - only
      *          approved hours flow to the overtime report and the
      *          payroll extract. Every
      *          decision lands on HORAPROV.LOG with supervisor,
      *          timestamp, and the comment, so an overtime dispute
      *          stops coming down to whose memory you trust.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT APONTA-FILE ASSIGN TO "APONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APT-CHAVE
               FILE STATUS IS WS-APONTA-STATUS.

           SELECT LOG-FILE ASSIGN TO "HORAPROV.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  APONTA-FILE.
           COPY APONTA.

       FD  LOG-FILE.
        01 LOG-LINE PIC X(190).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-APONTA-STATUS PIC X(02) VALUE ZEROS.
        77 WS-LOG-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-SELO-MODO     PIC X(01) VALUE "G".
        77 WS-SELO-ARQUIVO  PIC X(030) VALUE "HORAPROV.LOG".
        77 WS-ERRO-ARQUIVO  PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE   PIC 9(02) VALUE ZEROS.
        77 WS-SUPERVISOR-SENHA PIC X(08) VALUE SPACES.
        77 WS-SUP-AUTORIZADO PIC X(01) VALUE "N".
        77 WS-FUNCAO-LOGIN  PIC X(01) VALUE "O".
        77 WS-DEPT-ESCOLHIDO PIC X(10) VALUE SPACES.
        77 WS-DATA-PROCESSO PIC 9(08) VALUE ZEROS.
        77 WS-DECISAO       PIC X(01) VALUE SPACES.
        77 WS-COMENTARIO    PIC X(40) VALUE SPACES.
        77 WS-TIMESTAMP     PIC X(14) VALUE SPACES.
        77 WS-QTD-APROVADOS PIC 9(04) VALUE ZEROS.
        77 WS-QTD-DEVOLVIDOS PIC 9(04) VALUE ZEROS.
        77 WS-QTD-PENDENTES PIC 9(04) VALUE ZEROS.
        77 WS-HORAS-CAMPO   PIC ZZ9.99.
      *=================================================================
       PROCEDURE                               DIVISION.
               STOP RUN
           END-IF.

           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           OPEN I-O APONTA-FILE.
           IF WS-APONTA-STATUS = "35"
               DISPLAY "APONTA.DAT NAO ENCONTRADO - NADA A "
                   "REVISAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-APONTA-STATUS NOT = "00"
               MOVE "APONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-APONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           DISPLAY "DEPARTAMENTO A REVISAR (BRANCO = TODOS):".
           ACCEPT WS-DEPT-ESCOLHIDO.
           IF WS-DEPT-ESCOLHIDO = SPACES
               DISPLAY "REVISANDO TODOS OS DEPARTAMENTOS"
           ELSE
               DISPLAY "REVISANDO " WS-DEPT-ESCOLHIDO
           END-IF.

      * Key order is employee then date, so each person's pending
      * days come up together and in calendar order.
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
               IF APT-APROV = "P"
                       AND (WS-DEPT-ESCOLHIDO = SPACES
                           OR APT-DEPT = WS-DEPT-ESCOLHIDO)
                   PERFORM REVISAR-UMA-LINHA
               END-IF
           END-PERFORM.
           CLOSE APONTA-FILE.

           DISPLAY "REVISAO CONCLUIDA - APROVADOS: "
               WS-QTD-APROVADOS " DEVOLVIDOS: " WS-QTD-DEVOLVIDOS
               " MANTIDOS PENDENTES: " WS-QTD-PENDENTES.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       REVISAR-UMA-LINHA.
           MOVE APT-HORAS TO WS-HORAS-CAMPO.
           DISPLAY "EMPREGADO " APT-EMP-ID
               " DEPTO " APT-DEPT
               " DATA " APT-DATA
               " PROJETO " APT-PROJ
               " TAREFA " APT-TAREFA
               " HORAS " WS-HORAS-CAMPO.
           DISPLAY "DECISAO (A-APROVAR R-DEVOLVER, "
               "OUTRA TECLA = MANTER):".
           ACCEPT WS-DECISAO.
           EVALUATE WS-DECISAO
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO APT-APROV
                   ADD 1 TO WS-QTD-APROVADOS
                   PERFORM CAPTURAR-COMENTARIO
                   PERFORM GRAVAR-DECISAO
                   PERFORM GRAVAR-LOG-DECISAO
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO APT-APROV
                   ADD 1 TO WS-QTD-DEVOLVIDOS
                   PERFORM CAPTURAR-COMENTARIO
                   PERFORM GRAVAR-DECISAO
                   PERFORM GRAVAR-LOG-DECISAO
               WHEN OTHER
                   ADD 1 TO WS-QTD-PENDENTES
           END-EVALUATE.

       GRAVAR-DECISAO.
      * The decision is written on the line at once, so a review
      * interrupted half way keeps everything already decided.
           MOVE WS-SUPERVISOR-ID TO APT-APROVADOR.
           MOVE WS-DATA-PROCESSO TO APT-DATA-DECISAO.
           REWRITE APONTA-REC.
           IF WS-APONTA-STATUS NOT = "00"
               MOVE "APONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-APONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       CAPTURAR-COMENTARIO.
           DISPLAY "COMENTARIO:".
           MOVE SPACES TO WS-COMENTARIO.
           MOVE SPACES TO LOG-LINE.
           STRING WS-TIMESTAMP
               " SUPERVISOR=" WS-SUPERVISOR-ID
               " DEPTO=" APT-DEPT
               " EMPREGADO=" APT-EMP-ID
               " DATA=" APT-DATA
               " PROJETO=" APT-PROJ
               " TAREFA=" APT-TAREFA
               " DECISAO=" APT-APROV
               " COMENTARIO=" WS-COMENTARIO
               DELIMITED BY SIZE INTO LOG-LINE.
           CALL "SELAR-LINHA-LOG" USING WS-SELO-MODO
               WS-SELO-ARQUIVO LOG-LINE.
           WRITE LOG-LINE.
           IF WS-LOG-STATUS NOT = "00"
               MOVE "LOG-FILE" TO WS-ERRO-ARQUIVO
           END-IF.
           CLOSE LOG-FILE.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file) or
      * 35 (not found on first run, already handled above) means a
