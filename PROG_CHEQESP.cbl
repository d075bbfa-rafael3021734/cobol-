      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Daily overdraft report over the CONTAS.DAT master:
      *          every account whose balance is below zero is listed
      *          on CHEQESP.TXT with its owning CONTA-CLIENTE, the
      *          balance, the CONTA-LIMITE agreed through
      *          PROG_CONTMANUT.cbl and how much of it is in use; an
      *          account owing more than its limit (the month-end
      *          debit interest, or a limit lowered under a balance
      *          already drawn) is flagged ACIMA DO LIMITE with the
      *          excess, and the run ends with return code 4 so the
      *          schedule shows there is something to chase.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_CHEQESP.

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

           SELECT CHEQ-REPORT ASSIGN TO "CHEQESP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  CONTA-FILE.
           COPY CONTA.

       FD  CHEQ-REPORT.
        01 CHEQ-LINE PIC X(140).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-CONTA-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "CHEQESP.TXT".
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
        77 WS-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_CHEQESP".
        77 WS-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS    PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.

      * What the account owes (the balance with its sign dropped)
      * against what it was allowed to owe.
        77 WS-DEVIDO          PIC 9(10)V99 VALUE ZEROS.
        77 WS-EXCESSO         PIC 9(10)V99 VALUE ZEROS.
        77 WS-QTD-DEVEDORAS   PIC 9(05) VALUE ZEROS.
        77 WS-QTD-ACIMA       PIC 9(05) VALUE ZEROS.
        77 WS-TOTAL-DEVIDO    PIC 9(12)V99 VALUE ZEROS.
        77 WS-TOTAL-EXCESSO   PIC 9(12)V99 VALUE ZEROS.
        77 WS-SALDO-CAMPO     PIC Z(9)9.99-.
        77 WS-LIMITE-CAMPO    PIC Z(9)9.99.
        77 WS-DEVIDO-CAMPO    PIC Z(9)9.99.
        77 WS-EXCESSO-CAMPO   PIC Z(9)9.99.
        77 WS-TOTAL-CAMPO     PIC Z(11)9.99.
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

           OPEN OUTPUT CHEQ-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "CHEQ-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO CHEQ-LINE.
           STRING "CONTAS EM CHEQUE ESPECIAL EM "
               WS-DATA-PROCESSO(7:2) "/" WS-DATA-PROCESSO(5:2) "/"
               WS-DATA-PROCESSO(1:4)
               DELIMITED BY SIZE INTO CHEQ-LINE.
           PERFORM GRAVAR-LINHA-CHEQ.

           OPEN INPUT CONTA-FILE.
           IF WS-CONTA-STATUS = "35"
               MOVE "NENHUMA CONTA CADASTRADA" TO CHEQ-LINE
               PERFORM GRAVAR-LINHA-CHEQ
               CLOSE CONTA-FILE
               CLOSE CHEQ-REPORT
               CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
                   WS-RELATORIO-ARQUIVO
               PERFORM ENCERRAR-RUNLOG
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CONTA-STATUS NOT = "00"
               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
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
                   IF CONTA-SALDO < ZERO
                       PERFORM LISTAR-CONTA-DEVEDORA
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE CONTA-FILE.

           PERFORM IMPRIMIR-TOTAIS.
           CLOSE CHEQ-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.
           DISPLAY "CHEQUE ESPECIAL - CONTAS DEVEDORAS: "
               WS-QTD-DEVEDORAS " ACIMA DO LIMITE: " WS-QTD-ACIMA.
           IF WS-QTD-ACIMA NOT = ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           PERFORM ENCERRAR-RUNLOG.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LISTAR-CONTA-DEVEDORA.
      * Frozen, dormant and closed accounts are listed the same:
      * money owed is owed whatever the account's status.
           ADD 1 TO WS-QTD-DEVEDORAS.
           COMPUTE WS-DEVIDO = ZERO - CONTA-SALDO.
           ADD WS-DEVIDO TO WS-TOTAL-DEVIDO.
           MOVE CONTA-SALDO TO WS-SALDO-CAMPO.
           MOVE CONTA-LIMITE TO WS-LIMITE-CAMPO.
           MOVE WS-DEVIDO TO WS-DEVIDO-CAMPO.
           MOVE SPACES TO CHEQ-LINE.
           STRING "  CONTA " CONTA-NUMERO
               " CLIENTE " CONTA-CLIENTE
               " MOEDA " CONTA-MOEDA
               " SALDO " WS-SALDO-CAMPO
               " LIMITE " WS-LIMITE-CAMPO
               " UTILIZADO " WS-DEVIDO-CAMPO
               DELIMITED BY SIZE INTO CHEQ-LINE.
           IF WS-DEVIDO > CONTA-LIMITE
               COMPUTE WS-EXCESSO = WS-DEVIDO - CONTA-LIMITE
               ADD 1 TO WS-QTD-ACIMA
               ADD WS-EXCESSO TO WS-TOTAL-EXCESSO
               MOVE WS-EXCESSO TO WS-EXCESSO-CAMPO
               STRING " ACIMA DO LIMITE " WS-EXCESSO-CAMPO
                   DELIMITED BY SIZE INTO CHEQ-LINE(105:30)
           END-IF.
           PERFORM GRAVAR-LINHA-CHEQ.
           ADD 1 TO WS-RUNLOG-GRAVADOS.

       IMPRIMIR-TOTAIS.
           MOVE SPACES TO CHEQ-LINE.
           PERFORM GRAVAR-LINHA-CHEQ.
           MOVE WS-TOTAL-DEVIDO TO WS-TOTAL-CAMPO.
           MOVE SPACES TO CHEQ-LINE.
           STRING "TOTAL CONTAS DEVEDORAS " WS-QTD-DEVEDORAS
               " UTILIZADO " WS-TOTAL-CAMPO
               DELIMITED BY SIZE INTO CHEQ-LINE.
           PERFORM GRAVAR-LINHA-CHEQ.
           MOVE WS-TOTAL-EXCESSO TO WS-TOTAL-CAMPO.
           MOVE SPACES TO CHEQ-LINE.
           STRING "TOTAL ACIMA DO LIMITE  " WS-QTD-ACIMA
               " EXCESSO   " WS-TOTAL-CAMPO
               DELIMITED BY SIZE INTO CHEQ-LINE.
           PERFORM GRAVAR-LINHA-CHEQ.

       ENCERRAR-RUNLOG.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

       GRAVAR-LINHA-CHEQ.
           WRITE CHEQ-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "CHEQ-REPORT" TO WS-ERRO-ARQUIVO
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

                            END PROGRAM PROG_CHEQESP.
