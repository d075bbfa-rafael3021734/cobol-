      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Arrears aging of the personal loans for the
      *          collections desk. Every installment still open on
      *          PARCELAS.DAT past its payment date (the due date, or
      *          the next business day when it falls on a weekend or
      *          FERIADO.DAT holiday) is aged by the days it is late
      *          on the processing date into the 1-30, 31-60, 61-90
      *          and over-90-day columns, at its amount plus the late
      *          charge run up to that date, the same fine and mora
      *          PROG_EMPDEBITO.cbl would debit with it. EMPATRASO.TXT
      *          has one line per loan in arrears, aged by its oldest
      *          installment, and the totals per column.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_EMPATRASO.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT EMPRESTIMO-FILE ASSIGN TO "EMPRESTIMOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPR-NUMERO
               FILE STATUS IS WS-EMPRESTIMO-STATUS.

           SELECT PARCELA-FILE ASSIGN TO "PARCELAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARC-CHAVE
               FILE STATUS IS WS-PARCELA-STATUS.

           SELECT ATRASO-REPORT ASSIGN TO "EMPATRASO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  EMPRESTIMO-FILE.
           COPY EMPRESTIMO.

       FD  PARCELA-FILE.
           COPY PARCELA.

       FD  ATRASO-REPORT.
        01 ATRASO-LINE PIC X(132).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-EMPRESTIMO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-PARCELA-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "EMPATRASO.TXT".
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_EMPATRA".
        77 WS-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS    PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.
        77 WS-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
        77 WS-DATA-BASE       PIC 9(08) VALUE ZEROS.
        77 WS-UM-DIA-UTIL     PIC 9(05) VALUE 1.
        77 WS-DATA-EFETIVA    PIC 9(08) VALUE ZEROS.
        77 WS-DIAS-ATRASO     PIC 9(05) VALUE ZEROS.
        77 WS-MAIOR-ATRASO    PIC 9(05) VALUE ZEROS.
        77 WS-MORA-DIARIA     PIC 9(01)V9(10) VALUE ZEROS.
        77 WS-VALOR-MULTA     PIC 9(10)V99 VALUE ZEROS.
        77 WS-VALOR-MORA      PIC 9(10)V99 VALUE ZEROS.
        77 WS-VALOR-ENCARGOS  PIC 9(10)V99 VALUE ZEROS.
        77 WS-VALOR-DEVIDO    PIC 9(10)V99 VALUE ZEROS.
        77 WS-QTD-ATRASADAS   PIC 9(03) VALUE ZEROS.
        77 WS-FAIXA           PIC 9(01) VALUE ZEROS.
        77 WS-QTD-EMPRESTIMOS PIC 9(05) VALUE ZEROS.
        77 WS-QTD-EM-ATRASO   PIC 9(05) VALUE ZEROS.
        77 WS-CAMPO-IDX       PIC 9(01) VALUE ZEROS.
        77 WS-POSICAO         PIC 9(03) VALUE ZEROS.
        77 WS-VALOR-CAMPO     PIC Z(9)9.99.
        77 WS-TOTAL-CAMPO     PIC Z(11)9.99.

      * Amounts of the current loan and of the whole book per aging
      * column: 1 = 1-30 days, 2 = 31-60, 3 = 61-90, 4 = over 90.
        01 WS-FAIXAS-EMPRESTIMO.
         05 WS-FAIXA-EMPRESTIMO PIC 9(10)V99 OCCURS 4 TIMES.
        01 WS-FAIXAS-TOTAL.
         05 WS-FAIXA-TOTAL PIC 9(12)V99 OCCURS 4 TIMES.
        01 WS-QTD-FAIXAS.
         05 WS-QTD-FAIXA PIC 9(05) OCCURS 4 TIMES.
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           MOVE "INI" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           DISPLAY "ATRASO DE EMPRESTIMOS EM " WS-DATA-PROCESSO.
           MOVE ZEROS TO WS-FAIXAS-TOTAL.
           MOVE ZEROS TO WS-QTD-FAIXAS.

           OPEN OUTPUT ATRASO-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "ATRASO-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO ATRASO-LINE.
           STRING "ATRASO DE EMPRESTIMOS POR FAIXA EM "
               WS-DATA-PROCESSO
               DELIMITED BY SIZE INTO ATRASO-LINE.
           PERFORM GRAVAR-LINHA-ATRASO.
           MOVE SPACES TO ATRASO-LINE.
           PERFORM GRAVAR-LINHA-ATRASO.
           MOVE SPACES TO ATRASO-LINE.
           STRING "EMPRESTIMO CONTA CLIENTE PARC  DIAS"
               "     ATE 30 DIAS    31 A 60 DIAS"
               "    61 A 90 DIAS   ACIMA 90 DIAS"
               DELIMITED BY SIZE INTO ATRASO-LINE.
           PERFORM GRAVAR-LINHA-ATRASO.

           OPEN INPUT EMPRESTIMO-FILE.
           IF WS-EMPRESTIMO-STATUS = "35"
               DISPLAY "EMPRESTIMOS.DAT NAO ENCONTRADO"
               MOVE "NENHUM EMPRESTIMO CADASTRADO" TO ATRASO-LINE
               PERFORM GRAVAR-LINHA-ATRASO
               CLOSE ATRASO-REPORT
               CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
                   WS-RELATORIO-ARQUIVO
               PERFORM ENCERRAR-RUNLOG
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-EMPRESTIMO-STATUS NOT = "00"
               MOVE "EMPRESTIMO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-EMPRESTIMO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT PARCELA-FILE.
           IF WS-PARCELA-STATUS NOT = "00"
               MOVE "PARCELA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-PARCELA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           PERFORM UNTIL WS-EMPRESTIMO-STATUS = "10"
               READ EMPRESTIMO-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-EMPRESTIMO-STATUS NOT = "00"
                       AND WS-EMPRESTIMO-STATUS NOT = "10"
                   MOVE "EMPRESTIMO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-EMPRESTIMO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-RUNLOG-LIDOS
               IF EMPR-SITUACAO = "A"
                   ADD 1 TO WS-QTD-EMPRESTIMOS
                   PERFORM AVALIAR-EMPRESTIMO
               END-IF
           END-PERFORM.

           CLOSE PARCELA-FILE.
           CLOSE EMPRESTIMO-FILE.

           MOVE SPACES TO ATRASO-LINE.
           PERFORM GRAVAR-LINHA-ATRASO.
           MOVE SPACES TO ATRASO-LINE.
           MOVE "TOTAL" TO ATRASO-LINE.
           MOVE 39 TO WS-POSICAO.
           PERFORM VARYING WS-CAMPO-IDX FROM 1 BY 1
                   UNTIL WS-CAMPO-IDX > 4
               MOVE WS-FAIXA-TOTAL(WS-CAMPO-IDX) TO WS-TOTAL-CAMPO
               MOVE WS-TOTAL-CAMPO TO ATRASO-LINE(WS-POSICAO - 2:15)
               ADD 16 TO WS-POSICAO
           END-PERFORM.
           PERFORM GRAVAR-LINHA-ATRASO.
           MOVE SPACES TO ATRASO-LINE.
           STRING "EMPRESTIMOS POR FAIXA (PARCELA MAIS ANTIGA)"
               DELIMITED BY SIZE INTO ATRASO-LINE.
           MOVE 39 TO WS-POSICAO.
           PERFORM VARYING WS-CAMPO-IDX FROM 1 BY 1
                   UNTIL WS-CAMPO-IDX > 4
               MOVE WS-QTD-FAIXA(WS-CAMPO-IDX)
                   TO ATRASO-LINE(WS-POSICAO + 8:5)
               ADD 16 TO WS-POSICAO
           END-PERFORM.
           PERFORM GRAVAR-LINHA-ATRASO.
           MOVE SPACES TO ATRASO-LINE.
           STRING "EMPRESTIMOS ATIVOS " WS-QTD-EMPRESTIMOS
               " EM ATRASO " WS-QTD-EM-ATRASO
               DELIMITED BY SIZE INTO ATRASO-LINE.
           PERFORM GRAVAR-LINHA-ATRASO.
           CLOSE ATRASO-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           DISPLAY "ATRASO DE EMPRESTIMOS - ATIVOS: "
               WS-QTD-EMPRESTIMOS " EM ATRASO: " WS-QTD-EM-ATRASO.
           PERFORM ENCERRAR-RUNLOG.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AVALIAR-EMPRESTIMO.
      * Walk the loan's schedule off the installment key and age
      * every open installment already past its payment date.
           MOVE ZEROS TO WS-FAIXAS-EMPRESTIMO.
           MOVE ZEROS TO WS-QTD-ATRASADAS.
           MOVE ZEROS TO WS-MAIOR-ATRASO.
           MOVE EMPR-NUMERO TO PARC-EMPRESTIMO.
           MOVE ZEROS TO PARC-NUMERO.
           START PARCELA-FILE KEY NOT LESS THAN PARC-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-PARCELA-STATUS = "00"
               PERFORM UNTIL WS-PARCELA-STATUS = "10"
                   READ PARCELA-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-PARCELA-STATUS NOT = "00"
                           AND WS-PARCELA-STATUS NOT = "10"
                       MOVE "PARCELA-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-PARCELA-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF PARC-EMPRESTIMO NOT = EMPR-NUMERO
                       EXIT PERFORM
                   END-IF
                   IF PARC-SITUACAO = "A"
                       PERFORM AVALIAR-PARCELA
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-QTD-ATRASADAS = ZEROS
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-EM-ATRASO.
           MOVE WS-MAIOR-ATRASO TO WS-DIAS-ATRASO.
           PERFORM DETERMINAR-FAIXA.
           ADD 1 TO WS-QTD-FAIXA(WS-FAIXA).
           MOVE SPACES TO ATRASO-LINE.
           STRING EMPR-NUMERO "     " EMPR-CONTA " " EMPR-CLIENTE
               "  " WS-QTD-ATRASADAS " " WS-MAIOR-ATRASO
               DELIMITED BY SIZE INTO ATRASO-LINE.
           MOVE 39 TO WS-POSICAO.
           PERFORM VARYING WS-CAMPO-IDX FROM 1 BY 1
                   UNTIL WS-CAMPO-IDX > 4
               MOVE WS-FAIXA-EMPRESTIMO(WS-CAMPO-IDX)
                   TO WS-VALOR-CAMPO
               MOVE WS-VALOR-CAMPO TO ATRASO-LINE(WS-POSICAO:13)
               ADD 16 TO WS-POSICAO
           END-PERFORM.
           PERFORM GRAVAR-LINHA-ATRASO.
           ADD 1 TO WS-RUNLOG-GRAVADOS.

       AVALIAR-PARCELA.
      * The payment date is the first business day on or after the
      * due date: one business day on from the day before it.
           COMPUTE WS-DATA-BASE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(PARC-VENCIMENTO) - 1).
           CALL "SOMAR-DIAS-UTEIS" USING WS-DATA-BASE
               WS-UM-DIA-UTIL WS-DATA-EFETIVA.
           IF WS-DATA-EFETIVA >= WS-DATA-PROCESSO
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULAR-ENCARGOS.
           COMPUTE WS-VALOR-DEVIDO = PARC-VALOR + WS-VALOR-ENCARGOS.
           PERFORM DETERMINAR-FAIXA.
           ADD WS-VALOR-DEVIDO TO WS-FAIXA-EMPRESTIMO(WS-FAIXA).
           ADD WS-VALOR-DEVIDO TO WS-FAIXA-TOTAL(WS-FAIXA).
           ADD 1 TO WS-QTD-ATRASADAS.
           IF WS-DIAS-ATRASO > WS-MAIOR-ATRASO
               MOVE WS-DIAS-ATRASO TO WS-MAIOR-ATRASO
           END-IF.

       CALCULAR-ENCARGOS.
      * Same late charge PROG_EMPDEBITO.cbl debits: the fine once
      * plus mora per calendar day at the monthly rate over a
      * 30-day month, on the installment amount, from the day after
      * the payment date.
           COMPUTE WS-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSO)
               - FUNCTION INTEGER-OF-DATE(WS-DATA-EFETIVA).
           COMPUTE WS-MORA-DIARIA = EMPR-MORA-MENSAL / 30.
           COMPUTE WS-VALOR-MULTA ROUNDED = PARC-VALOR * EMPR-MULTA.
           COMPUTE WS-VALOR-MORA ROUNDED =
               PARC-VALOR * WS-MORA-DIARIA * WS-DIAS-ATRASO.
           COMPUTE WS-VALOR-ENCARGOS =
               WS-VALOR-MULTA + WS-VALOR-MORA.

       DETERMINAR-FAIXA.
           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO <= 30
                   MOVE 1 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO <= 60
                   MOVE 2 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO <= 90
                   MOVE 3 TO WS-FAIXA
               WHEN OTHER
                   MOVE 4 TO WS-FAIXA
           END-EVALUATE.

       ENCERRAR-RUNLOG.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

       GRAVAR-LINHA-ATRASO.
           WRITE ATRASO-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "ATRASO-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file) or
      * 35 (not found on first run, already handled above) means a
      * real I/O problem; log which file and status code and stop
      * instead of pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_EMPATRASO.
