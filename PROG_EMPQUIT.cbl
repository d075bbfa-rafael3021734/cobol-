      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Payoff quote for a personal loan on any date from
      *          the processing date on. Every installment still open
      *          on PARCELAS.DAT enters the quote: one already due by
      *          the quote date at its amount plus the late charge
      *          run up to that date (the same fine and mora
      *          PROG_EMPDEBITO.cbl debits), one not yet due brought
      *          back to the quote date at the contract's monthly
      *          rate, pro rata over 30-day months, so the borrower
      *          pays no interest for the time the money is no longer
      *          lent. The quote is shown on the screen and written
      *          to EMPQUIT.TXT to hand to the customer; nothing is
      *          posted or changed on file.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_EMPQUIT.

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

           SELECT QUITACAO-REPORT ASSIGN TO "EMPQUIT.TXT"
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

       FD  QUITACAO-REPORT.
        01 QUITACAO-LINE PIC X(132).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-EMPRESTIMO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-PARCELA-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "EMPQUIT.TXT".
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_EMPQUIT".
        77 WS-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS    PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.
        77 WS-NUMERO-QUITACAO PIC 9(06) VALUE ZEROS.
        77 WS-DATA-QUITACAO   PIC 9(08) VALUE ZEROS.
        77 WS-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
        77 WS-DATA-BASE       PIC 9(08) VALUE ZEROS.
        77 WS-UM-DIA-UTIL     PIC 9(05) VALUE 1.
        77 WS-DATA-EFETIVA    PIC 9(08) VALUE ZEROS.
        77 WS-DIAS-ATRASO     PIC 9(05) VALUE ZEROS.
        77 WS-DIAS-ANTECIPADOS PIC 9(05) VALUE ZEROS.
        77 WS-MORA-DIARIA     PIC 9(01)V9(10) VALUE ZEROS.
        77 WS-VALOR-MULTA     PIC 9(10)V99 VALUE ZEROS.
        77 WS-VALOR-MORA      PIC 9(10)V99 VALUE ZEROS.
        77 WS-VALOR-ENCARGOS  PIC 9(10)V99 VALUE ZEROS.
        77 WS-VALOR-QUITACAO  PIC 9(10)V99 VALUE ZEROS.
        77 WS-VALOR-DESCONTO  PIC 9(10)V99 VALUE ZEROS.
      * The discount factor goes through its own fields, as in the
      * CDB accrual, so the fractional power keeps its decimals.
        77 WS-BASE-TAXA       PIC 9(03)V9(06) VALUE ZEROS.
        77 WS-EXPOENTE        PIC 9(03)V9(09) VALUE ZEROS.
        77 WS-FATOR           PIC 9(09)V9(09) VALUE ZEROS.
        77 WS-QTD-VENCIDAS    PIC 9(03) VALUE ZEROS.
        77 WS-QTD-A-VENCER    PIC 9(03) VALUE ZEROS.
        77 WS-TOTAL-VENCIDO   PIC 9(12)V99 VALUE ZEROS.
        77 WS-TOTAL-ENCARGOS  PIC 9(12)V99 VALUE ZEROS.
        77 WS-TOTAL-A-VENCER  PIC 9(12)V99 VALUE ZEROS.
        77 WS-TOTAL-DESCONTO  PIC 9(12)V99 VALUE ZEROS.
        77 WS-TOTAL-QUITACAO  PIC 9(12)V99 VALUE ZEROS.
        77 WS-VALOR-CAMPO     PIC Z(9)9.99.
        77 WS-ENCARGO-CAMPO   PIC Z(9)9.99.
        77 WS-DESCONTO-CAMPO  PIC Z(9)9.99.
        77 WS-QUITACAO-CAMPO  PIC Z(9)9.99.
        77 WS-TOTAL-CAMPO     PIC Z(11)9.99.
        77 WS-TAXA-CAMPO      PIC Z9.999999.
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           MOVE "INI" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.

           DISPLAY "NUMERO DO EMPRESTIMO:".
           ACCEPT WS-NUMERO-QUITACAO.
           DISPLAY "DATA DA QUITACAO (AAAAMMDD, 0 = "
               WS-DATA-PROCESSO "):".
           ACCEPT WS-DATA-QUITACAO.
           IF WS-DATA-QUITACAO = ZEROS
               MOVE WS-DATA-PROCESSO TO WS-DATA-QUITACAO
           END-IF.
      * A quote is for money still to be paid: a date already gone
      * would discount installments the debit run has dealt with.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-QUITACAO) NOT = 0
                   OR WS-DATA-QUITACAO < WS-DATA-PROCESSO
               DISPLAY "DATA INVALIDA - DEVE SER " WS-DATA-PROCESSO
                   " OU POSTERIOR"
               MOVE 4 TO WS-RETURN-CODE
               PERFORM ENCERRAR-RUNLOG
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT EMPRESTIMO-FILE.
           IF WS-EMPRESTIMO-STATUS = "35"
               DISPLAY "EMPRESTIMOS.DAT NAO ENCONTRADO"
               MOVE 4 TO WS-RETURN-CODE
               PERFORM ENCERRAR-RUNLOG
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-EMPRESTIMO-STATUS NOT = "00"
               MOVE "EMPRESTIMO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-EMPRESTIMO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-NUMERO-QUITACAO TO EMPR-NUMERO.
           READ EMPRESTIMO-FILE
               INVALID KEY
                   DISPLAY "EMPRESTIMO " WS-NUMERO-QUITACAO
                       " NAO CADASTRADO"
                   MOVE 4 TO WS-RETURN-CODE
           END-READ.
           IF WS-EMPRESTIMO-STATUS NOT = "00"
                   AND WS-EMPRESTIMO-STATUS NOT = "23"
               MOVE "EMPRESTIMO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-EMPRESTIMO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-EMPRESTIMO-STATUS NOT = "00"
               CLOSE EMPRESTIMO-FILE
               PERFORM ENCERRAR-RUNLOG
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE EMPRESTIMO-FILE.
           ADD 1 TO WS-RUNLOG-LIDOS.
           IF EMPR-SITUACAO = "Q"
               DISPLAY "EMPRESTIMO " EMPR-NUMERO " JA QUITADO EM "
                   EMPR-QUITACAO
               PERFORM ENCERRAR-RUNLOG
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT QUITACAO-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "QUITACAO-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO QUITACAO-LINE.
           STRING "SIMULACAO DE QUITACAO DO EMPRESTIMO " EMPR-NUMERO
               " EM " WS-DATA-QUITACAO
               DELIMITED BY SIZE INTO QUITACAO-LINE.
           PERFORM GRAVAR-LINHA-QUITACAO.
           MOVE EMPR-PRINCIPAL TO WS-VALOR-CAMPO.
           MOVE EMPR-TAXA-MENSAL TO WS-TAXA-CAMPO.
           MOVE SPACES TO QUITACAO-LINE.
           STRING "CONTA " EMPR-CONTA " CLIENTE " EMPR-CLIENTE
               " PRINCIPAL " WS-VALOR-CAMPO
               " TAXA MENSAL " WS-TAXA-CAMPO
               " CONTRATADO EM " EMPR-CONTRATACAO
               DELIMITED BY SIZE INTO QUITACAO-LINE.
           PERFORM GRAVAR-LINHA-QUITACAO.
           MOVE SPACES TO QUITACAO-LINE.
           PERFORM GRAVAR-LINHA-QUITACAO.
           MOVE SPACES TO QUITACAO-LINE.
           STRING "NUM VENCIMENTO        VALOR      ENCARGOS"
               "      DESCONTO       A PAGAR"
               DELIMITED BY SIZE INTO QUITACAO-LINE.
           PERFORM GRAVAR-LINHA-QUITACAO.

           OPEN INPUT PARCELA-FILE.
           IF WS-PARCELA-STATUS NOT = "00"
               MOVE "PARCELA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-PARCELA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
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
                       PERFORM COTAR-PARCELA
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE PARCELA-FILE.

           MOVE SPACES TO QUITACAO-LINE.
           PERFORM GRAVAR-LINHA-QUITACAO.
           MOVE WS-TOTAL-VENCIDO TO WS-TOTAL-CAMPO.
           MOVE SPACES TO QUITACAO-LINE.
           STRING "PARCELAS VENCIDAS   " WS-QTD-VENCIDAS
               " VALOR " WS-TOTAL-CAMPO
               DELIMITED BY SIZE INTO QUITACAO-LINE.
           MOVE WS-TOTAL-ENCARGOS TO WS-TOTAL-CAMPO.
           STRING " ENCARGOS " WS-TOTAL-CAMPO
               DELIMITED BY SIZE INTO QUITACAO-LINE(46:25).
           PERFORM GRAVAR-LINHA-QUITACAO.
           MOVE WS-TOTAL-A-VENCER TO WS-TOTAL-CAMPO.
           MOVE SPACES TO QUITACAO-LINE.
           STRING "PARCELAS A VENCER   " WS-QTD-A-VENCER
               " VALOR " WS-TOTAL-CAMPO
               DELIMITED BY SIZE INTO QUITACAO-LINE.
           MOVE WS-TOTAL-DESCONTO TO WS-TOTAL-CAMPO.
           STRING " DESCONTO " WS-TOTAL-CAMPO
               DELIMITED BY SIZE INTO QUITACAO-LINE(46:25).
           PERFORM GRAVAR-LINHA-QUITACAO.
           MOVE WS-TOTAL-QUITACAO TO WS-TOTAL-CAMPO.
           MOVE SPACES TO QUITACAO-LINE.
           STRING "VALOR PARA QUITACAO EM " WS-DATA-QUITACAO
               " " WS-TOTAL-CAMPO
               DELIMITED BY SIZE INTO QUITACAO-LINE.
           PERFORM GRAVAR-LINHA-QUITACAO.
           CLOSE QUITACAO-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           DISPLAY "EMPRESTIMO " EMPR-NUMERO " - QUITACAO EM "
               WS-DATA-QUITACAO ": " WS-TOTAL-CAMPO.
           PERFORM ENCERRAR-RUNLOG.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       COTAR-PARCELA.
           MOVE ZEROS TO WS-VALOR-ENCARGOS.
           MOVE ZEROS TO WS-VALOR-DESCONTO.
      * Due by the quote date: paid in full, plus the late charge
      * once the quote date is past the payment date (the due date
      * slid to the next business day).
           IF PARC-VENCIMENTO <= WS-DATA-QUITACAO
               COMPUTE WS-DATA-BASE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(PARC-VENCIMENTO) - 1)
               CALL "SOMAR-DIAS-UTEIS" USING WS-DATA-BASE
                   WS-UM-DIA-UTIL WS-DATA-EFETIVA
               IF WS-DATA-QUITACAO > WS-DATA-EFETIVA
                   PERFORM CALCULAR-ENCARGOS
               END-IF
               COMPUTE WS-VALOR-QUITACAO =
                   PARC-VALOR + WS-VALOR-ENCARGOS
               ADD 1 TO WS-QTD-VENCIDAS
               ADD PARC-VALOR TO WS-TOTAL-VENCIDO
               ADD WS-VALOR-ENCARGOS TO WS-TOTAL-ENCARGOS
           ELSE
      * Not yet due: the installment discounted back to the quote
      * date at the contract rate over the days still to run.
               COMPUTE WS-DIAS-ANTECIPADOS =
                   FUNCTION INTEGER-OF-DATE(PARC-VENCIMENTO)
                   - FUNCTION INTEGER-OF-DATE(WS-DATA-QUITACAO)
               COMPUTE WS-EXPOENTE = WS-DIAS-ANTECIPADOS / 30
               COMPUTE WS-BASE-TAXA = 1 + EMPR-TAXA-MENSAL
               COMPUTE WS-FATOR = WS-BASE-TAXA ** WS-EXPOENTE
               COMPUTE WS-VALOR-QUITACAO ROUNDED =
                   PARC-VALOR / WS-FATOR
               COMPUTE WS-VALOR-DESCONTO =
                   PARC-VALOR - WS-VALOR-QUITACAO
               ADD 1 TO WS-QTD-A-VENCER
               ADD PARC-VALOR TO WS-TOTAL-A-VENCER
               ADD WS-VALOR-DESCONTO TO WS-TOTAL-DESCONTO
           END-IF.
           ADD WS-VALOR-QUITACAO TO WS-TOTAL-QUITACAO.
           MOVE PARC-VALOR TO WS-VALOR-CAMPO.
           MOVE WS-VALOR-ENCARGOS TO WS-ENCARGO-CAMPO.
           MOVE WS-VALOR-DESCONTO TO WS-DESCONTO-CAMPO.
           MOVE WS-VALOR-QUITACAO TO WS-QUITACAO-CAMPO.
           MOVE SPACES TO QUITACAO-LINE.
           STRING PARC-NUMERO "  " PARC-VENCIMENTO
               " " WS-VALOR-CAMPO " " WS-ENCARGO-CAMPO
               " " WS-DESCONTO-CAMPO " " WS-QUITACAO-CAMPO
               DELIMITED BY SIZE INTO QUITACAO-LINE.
           PERFORM GRAVAR-LINHA-QUITACAO.
           ADD 1 TO WS-RUNLOG-GRAVADOS.

       CALCULAR-ENCARGOS.
      * Same late charge PROG_EMPDEBITO.cbl debits, run up to the
      * quote date: the fine once plus mora per calendar day at the
      * monthly rate over a 30-day month, on the installment amount.
           COMPUTE WS-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-QUITACAO)
               - FUNCTION INTEGER-OF-DATE(WS-DATA-EFETIVA).
           COMPUTE WS-MORA-DIARIA = EMPR-MORA-MENSAL / 30.
           COMPUTE WS-VALOR-MULTA ROUNDED = PARC-VALOR * EMPR-MULTA.
           COMPUTE WS-VALOR-MORA ROUNDED =
               PARC-VALOR * WS-MORA-DIARIA * WS-DIAS-ATRASO.
           COMPUTE WS-VALOR-ENCARGOS =
               WS-VALOR-MULTA + WS-VALOR-MORA.

       ENCERRAR-RUNLOG.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

       GRAVAR-LINHA-QUITACAO.
           WRITE QUITACAO-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "QUITACAO-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file),
      * 23 (key not found, already handled above) or 35 (not found
      * on first run, already handled above) means a real I/O
      * problem; log which file and status code and stop instead of
      * pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_EMPQUIT.
