      *          NASCIMENTO and lists every group matching on both
      *          fields with their codes side by side, so merges are
      *          deliberate instead of discovered during a mailing.
      *          A second section groups the master by CPF, which
      *          catches the same person keyed with a misspelled
      *          name; the maintenance screen and the bulk load
      *          refuse a repeated CPF, so anything listed there
      *          came in around the edits (a restore, a merge, a
      *          pre-edit load) and needs the same attention.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS END-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT WORK-IN-FILE ASSIGN TO "DUPIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT CPF-IN-FILE ASSIGN TO "DUPCIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPF-IN-STATUS.

           SELECT CPF-OUT-FILE ASSIGN TO "DUPCOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPF-OUT-STATUS.

           SELECT SORT-FILE ASSIGN TO "DUPSORT.TMP".

           SELECT SORT-CPF-FILE ASSIGN TO "DUPCSORT.TMP".

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
         05 WOUT-NASC PIC 9(008).
         05 WOUT-CODIGO PIC 9(006).

       FD  CPF-IN-FILE.
        01 CPF-IN-REC.
         05 CIN-CPF PIC X(011).
         05 CIN-CODIGO PIC 9(006).

       FD  CPF-OUT-FILE.
        01 CPF-OUT-REC.
         05 COUT-CPF PIC X(011).
         05 COUT-CODIGO PIC 9(006).

       SD  SORT-FILE.
        01 SORT-REC PIC X(044).

       SD  SORT-CPF-FILE.
        01 SORT-CPF-REC PIC X(017).

       FD  DUP-REPORT.
        01 DUP-LINE PIC X(132).

        77 WS-WORK-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-WORK-OUT-STATUS PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "DUPRPT.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_CLIDUP".
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
        77 WS-EOF             PIC X(01) VALUE "N".
        77 WS-QTD-GRUPOS      PIC 9(04) VALUE ZEROS.
        77 WS-CPF-IN-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-CPF-OUT-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-QTD-GRUPOS-CPF  PIC 9(04) VALUE ZEROS.
        77 WS-GRUPO-CPF       PIC X(011) VALUE SPACES.

      * The group being collected: same NOME plus NASCIMENTO, up to
      * ten codes side by side before the line is forced out.
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           OPEN OUTPUT CPF-IN-FILE.
           IF WS-CPF-IN-STATUS NOT = "00"
               MOVE "CPF-IN-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CPF-IN-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           PERFORM EXTRAIR-CLIENTES UNTIL WS-EOF = "Y".

           CLOSE CLIENTE-FILE.
           CLOSE WORK-IN-FILE.
           CLOSE CPF-IN-FILE.

      * Sorting on NOME then NASCIMENTO puts every candidate pair
      * side by side on the work file, so one sequential pass below
           PERFORM VERIFICAR-STATUS-RELATORIO.

           CLOSE WORK-OUT-FILE.

           PERFORM LISTAR-DUPLICIDADES-CPF.

           CLOSE DUP-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           DISPLAY "RELATORIO DE DUPLICIDADES GERADO - GRUPOS: "
               WS-QTD-GRUPOS " POR CPF: " WS-QTD-GRUPOS-CPF.
           IF WS-QTD-GRUPOS NOT = ZEROS
                   OR WS-QTD-GRUPOS-CPF NOT = ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
                       MOVE WS-WORK-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
      * A blank CPF is "not yet captured", not a shared value, so
      * it never enters the CPF grouping.
                   IF CPF NOT = SPACES
                       MOVE CPF TO CIN-CPF
                       MOVE CODIGO TO CIN-CODIGO
                       WRITE CPF-IN-REC
                       IF WS-CPF-IN-STATUS NOT = "00"
                           MOVE "CPF-IN-FILE" TO WS-ERRO-ARQUIVO
                           MOVE WS-CPF-IN-STATUS TO WS-ERRO-STATUS
                           PERFORM TRATAR-ERRO-ARQUIVO
                       END-IF
                   END-IF
           END-READ.
           IF WS-CLIENTE-STATUS NOT = "00"
                   AND WS-CLIENTE-STATUS NOT = "10"
           MOVE ZEROS TO WS-GRUPO-NASC.
           MOVE ZEROS TO WS-GRUPO-QTD.

       LISTAR-DUPLICIDADES-CPF.
      * Same sort-then-group pass as above, keyed on the CPF alone.
           SORT SORT-CPF-FILE ASCENDING SORT-CPF-REC
               USING CPF-IN-FILE
               GIVING CPF-OUT-FILE.

           OPEN INPUT CPF-OUT-FILE.
           IF WS-CPF-OUT-STATUS NOT = "00"
               MOVE "CPF-OUT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CPF-OUT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           MOVE SPACES TO DUP-LINE.
           WRITE DUP-LINE.
           PERFORM VERIFICAR-STATUS-RELATORIO.
           MOVE "CODIGOS DIFERENTES COM O MESMO CPF" TO DUP-LINE.
           WRITE DUP-LINE.
           PERFORM VERIFICAR-STATUS-RELATORIO.

           MOVE SPACES TO WS-GRUPO-CPF.
           MOVE ZEROS TO WS-GRUPO-QTD.
           MOVE "N" TO WS-EOF.
           PERFORM AGRUPAR-POR-CPF UNTIL WS-EOF = "Y".
           PERFORM FECHAR-GRUPO-CPF.

           MOVE SPACES TO DUP-LINE.
           STRING "GRUPOS COM CPF REPETIDO: " WS-QTD-GRUPOS-CPF
               DELIMITED BY SIZE INTO DUP-LINE.
           WRITE DUP-LINE.
           PERFORM VERIFICAR-STATUS-RELATORIO.

           CLOSE CPF-OUT-FILE.

       AGRUPAR-POR-CPF.
           READ CPF-OUT-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF COUT-CPF = WS-GRUPO-CPF
                       IF WS-GRUPO-QTD < 10
                           ADD 1 TO WS-GRUPO-QTD
                           MOVE COUT-CODIGO
                               TO WS-GRUPO-CODIGO(WS-GRUPO-QTD)
                       END-IF
                   ELSE
                       PERFORM FECHAR-GRUPO-CPF
                       MOVE COUT-CPF TO WS-GRUPO-CPF
                       MOVE 1 TO WS-GRUPO-QTD
                       MOVE COUT-CODIGO TO WS-GRUPO-CODIGO(1)
                   END-IF
           END-READ.
           IF WS-CPF-OUT-STATUS NOT = "00"
                   AND WS-CPF-OUT-STATUS NOT = "10"
               MOVE "CPF-OUT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CPF-OUT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       FECHAR-GRUPO-CPF.
           IF WS-GRUPO-QTD > 1
               ADD 1 TO WS-QTD-GRUPOS-CPF
               MOVE SPACES TO WS-CODIGOS-TEXTO
               MOVE 1 TO WS-TEXTO-POS
               PERFORM VARYING WS-GRUPO-IDX FROM 1 BY 1
                       UNTIL WS-GRUPO-IDX > WS-GRUPO-QTD
                   MOVE WS-GRUPO-CODIGO(WS-GRUPO-IDX)
                       TO WS-CODIGOS-TEXTO(WS-TEXTO-POS:6)
                   ADD 7 TO WS-TEXTO-POS
               END-PERFORM
               MOVE SPACES TO DUP-LINE
               STRING "CPF " WS-GRUPO-CPF(1:3) "." WS-GRUPO-CPF(4:3)
                   "." WS-GRUPO-CPF(7:3) "-" WS-GRUPO-CPF(10:2)
                   " CODIGOS: " WS-CODIGOS-TEXTO
                   DELIMITED BY SIZE INTO DUP-LINE
               WRITE DUP-LINE
               PERFORM VERIFICAR-STATUS-RELATORIO
           END-IF.
           MOVE SPACES TO WS-GRUPO-CPF.
           MOVE ZEROS TO WS-GRUPO-QTD.

       VERIFICAR-STATUS-RELATORIO.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "DUP-REPORT" TO WS-ERRO-ARQUIVO
