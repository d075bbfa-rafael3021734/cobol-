      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Loads the clearing bank's return file PAGRETOR.DAT
      *          against the register of payments to other banks
      *          (PAGEXT.DAT, written by the balance calculator for
      *          every TIPO X it posts). Each payment named on the
      *          return is marked liquidado or rejeitado; a rejected
      *          one is credited back to the customer's account at
      *          once with a TIPO G ledger line whose ESTORNO-DE=
      *          names the SEQ= of the original debit, for exactly
      *          the amount debited. A return for a payment the
      *          register does not know ends the run with RC 4; a
      *          rejected payment that cannot be credited back (the
      *          account closed or gone) stays on the register
      *          uncredited, raises an alert and ends with RC 8, and
      *          is credited on a later run once the return is
      *          presented again. A payment already settled or
      *          credited back is left alone, so the same return
      *          file loaded twice changes nothing. PAGRETOR.TXT
      *          lists every return line and the totals.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_PAGRETOR.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT RETORNO-FILE ASSIGN TO "PAGRETOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETORNO-STATUS.

           SELECT PAGEXT-FILE ASSIGN TO "PAGEXT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAGX-NUMERO
               FILE STATUS IS WS-PAGEXT-STATUS.

           SELECT CONTA-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGIX-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT LEDGSEQ-FILE ASSIGN TO "LEDGSEQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGSEQ-STATUS.

           SELECT PAGRETOR-REPORT ASSIGN TO "PAGRETOR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
      * One line per payment the clearing bank answers for: the
      * payment number it was sent under (PAGREMES.DAT), L liquidado
      * or R rejeitado, the clearing bank's return reason and the
      * date of the answer.
       FD  RETORNO-FILE.
        01 RETORNO-REC.
         05 RET-NUMERO PIC 9(06).
         05 RET-SITUACAO PIC X(01).
         05 RET-MOTIVO PIC X(03).
         05 RET-DATA PIC 9(08).

       FD  PAGEXT-FILE.
           COPY PAGEXT.

       FD  CONTA-FILE.
           COPY CONTA.

       FD  LEDGER-FILE.
        01 LEDGIX-REC.
         05 LEDGIX-CHAVE.
          10 LEDGIX-CONTA PIC 9(05).
          10 LEDGIX-SEQ PIC 9(06).
         05 LEDGER-LINE PIC X(160).

       FD  LEDGSEQ-FILE.
        01 LEDGSEQ-REC.
         05 LEDGSEQ-ULTIMO PIC 9(06).

       FD  PAGRETOR-REPORT.
        01 PAGRETOR-LINE PIC X(132).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-RETORNO-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-PAGEXT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-CONTA-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-LEDGER-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-LEDGSEQ-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "PAGRETOR.TXT".
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_PAGRETO".
        77 WS-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS    PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.
        77 WS-ALERTA-SEVERIDADE PIC X(001) VALUE "A".
        77 WS-ALERTA-MENSAGEM PIC X(060) VALUE SPACES.
        77 WS-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
        77 WS-PAGTO-ACHADO    PIC X(01) VALUE "N".
        77 WS-CONTA-ACHADA    PIC X(01) VALUE "N".
        77 WS-SITUACAO-LINHA  PIC X(040) VALUE SPACES.
        77 WS-LEDGER-SEQ      PIC 9(06) VALUE ZEROS.
        77 WS-SALDO-NOVO      PIC S9(10)V99 VALUE ZEROS.
        77 WS-QTD-LIQUIDADOS  PIC 9(05) VALUE ZEROS.
        77 WS-QTD-DEVOLVIDOS  PIC 9(05) VALUE ZEROS.
        77 WS-QTD-SEM-CREDITO PIC 9(05) VALUE ZEROS.
        77 WS-QTD-DESCONHECIDOS PIC 9(05) VALUE ZEROS.
        77 WS-QTD-JA-TRATADOS PIC 9(05) VALUE ZEROS.
        77 WS-TOTAL-LIQUIDADO PIC 9(12)V99 VALUE ZEROS.
        77 WS-TOTAL-DEVOLVIDO PIC 9(12)V99 VALUE ZEROS.
      * An overdrawn SALDO= goes out through the floating-minus view
      * of the same thirteen columns, as the calculator writes it.
        77 WS-SALDO-CAMPO     PIC Z(9)9.99.
        77 WS-SALDO-DEV-CAMPO REDEFINES WS-SALDO-CAMPO
                              PIC -(9)9.99.
        77 WS-VALOR-CAMPO     PIC Z(9)9.99.
        77 WS-RESULT-CAMPO    PIC Z(9)9.99-.
        77 WS-VLRBRL-CAMPO    PIC Z(9)9.99.
        77 WS-TOTAL-CAMPO     PIC Z(11)9.99.
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           MOVE "INI" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           DISPLAY "RETORNO DE PAGAMENTOS A OUTROS BANCOS EM "
               WS-DATA-PROCESSO.

           OPEN OUTPUT PAGRETOR-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "PAGRETOR-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO PAGRETOR-LINE.
           STRING "RETORNO DA COMPENSACAO - PAGAMENTOS A OUTROS "
               "BANCOS EM " WS-DATA-PROCESSO
               DELIMITED BY SIZE INTO PAGRETOR-LINE.
           PERFORM GRAVAR-LINHA-PAGRETOR.

           OPEN INPUT RETORNO-FILE.
           IF WS-RETORNO-STATUS = "35"
               DISPLAY "PAGRETOR.DAT NAO ENCONTRADO - NENHUM RETORNO"
               MOVE "NENHUM RETORNO RECEBIDO" TO PAGRETOR-LINE
               PERFORM GRAVAR-LINHA-PAGRETOR
               CLOSE RETORNO-FILE
               CLOSE PAGRETOR-REPORT
               CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
                   WS-RELATORIO-ARQUIVO
               PERFORM ENCERRAR-RUNLOG
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RETORNO-STATUS NOT = "00"
               MOVE "RETORNO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-RETORNO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

      * Without a register no return can match; every line is then
      * reported as unknown.
           OPEN I-O PAGEXT-FILE.
           IF WS-PAGEXT-STATUS = "35"
               OPEN OUTPUT PAGEXT-FILE
               CLOSE PAGEXT-FILE
               OPEN I-O PAGEXT-FILE
           END-IF.
           IF WS-PAGEXT-STATUS NOT = "00"
               MOVE "PAGEXT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-PAGEXT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           OPEN I-O CONTA-FILE.
           IF WS-CONTA-STATUS NOT = "00"
               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           PERFORM OBTER-SEQUENCIA-LEDGER.
           OPEN I-O LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "LEDGER-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LEDGER-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           PERFORM UNTIL WS-RETORNO-STATUS = "10"
               READ RETORNO-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-RETORNO-STATUS NOT = "00"
                       AND WS-RETORNO-STATUS NOT = "10"
                   MOVE "RETORNO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-RETORNO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-RUNLOG-LIDOS
               PERFORM TRATAR-RETORNO
           END-PERFORM.

           CLOSE RETORNO-FILE.
           CLOSE PAGEXT-FILE.
           CLOSE CONTA-FILE.
           CLOSE LEDGER-FILE.
           PERFORM GRAVAR-SEQUENCIA-LEDGER.

           MOVE SPACES TO PAGRETOR-LINE.
           PERFORM GRAVAR-LINHA-PAGRETOR.
           STRING "LIQUIDADOS " WS-QTD-LIQUIDADOS
               " DEVOLVIDOS " WS-QTD-DEVOLVIDOS
               " SEM CREDITO " WS-QTD-SEM-CREDITO
               " DESCONHECIDOS " WS-QTD-DESCONHECIDOS
               " JA TRATADOS " WS-QTD-JA-TRATADOS
               DELIMITED BY SIZE INTO PAGRETOR-LINE.
           PERFORM GRAVAR-LINHA-PAGRETOR.
           MOVE SPACES TO PAGRETOR-LINE.
           MOVE WS-TOTAL-LIQUIDADO TO WS-TOTAL-CAMPO.
           STRING "TOTAL LIQUIDADO " WS-TOTAL-CAMPO
               DELIMITED BY SIZE INTO PAGRETOR-LINE.
           MOVE WS-TOTAL-DEVOLVIDO TO WS-TOTAL-CAMPO.
           STRING " TOTAL DEVOLVIDO " WS-TOTAL-CAMPO
               DELIMITED BY SIZE INTO PAGRETOR-LINE(32:33).
           PERFORM GRAVAR-LINHA-PAGRETOR.
           CLOSE PAGRETOR-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           DISPLAY "RETORNO DE PAGAMENTOS - LIQUIDADOS: "
               WS-QTD-LIQUIDADOS " DEVOLVIDOS: " WS-QTD-DEVOLVIDOS
               " SEM CREDITO: " WS-QTD-SEM-CREDITO
               " DESCONHECIDOS: " WS-QTD-DESCONHECIDOS.
           PERFORM ENCERRAR-RUNLOG.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       TRATAR-RETORNO.
           MOVE RET-NUMERO TO PAGX-NUMERO.
           MOVE "S" TO WS-PAGTO-ACHADO.
           READ PAGEXT-FILE
               INVALID KEY
                   MOVE "N" TO WS-PAGTO-ACHADO
           END-READ.
           IF WS-PAGEXT-STATUS NOT = "00"
                   AND WS-PAGEXT-STATUS NOT = "23"
               MOVE "PAGEXT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-PAGEXT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-PAGTO-ACHADO = "N"
               ADD 1 TO WS-QTD-DESCONHECIDOS
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               MOVE SPACES TO PAGRETOR-LINE
               STRING "  PAGAMENTO " RET-NUMERO " SITUACAO "
                   RET-SITUACAO " - NAO CONSTA DO PAGEXT.DAT"
                   DELIMITED BY SIZE INTO PAGRETOR-LINE
               PERFORM GRAVAR-LINHA-PAGRETOR
               EXIT PARAGRAPH
           END-IF.
      * Settled, or returned and already credited back: a second
      * load of the same answer changes nothing. A return still
      * waiting for its credit is tried again.
           IF PAGX-SITUACAO = "L"
                   OR (PAGX-SITUACAO = "R"
                   AND PAGX-SEQ-ESTORNO NOT = ZEROS)
               ADD 1 TO WS-QTD-JA-TRATADOS
               MOVE SPACES TO WS-SITUACAO-LINHA
               STRING "JA TRATADO - SITUACAO " PAGX-SITUACAO
                   DELIMITED BY SIZE INTO WS-SITUACAO-LINHA
               PERFORM LISTAR-PAGAMENTO
               EXIT PARAGRAPH
           END-IF.
           EVALUATE RET-SITUACAO
               WHEN "L"
                   PERFORM LIQUIDAR-PAGAMENTO
               WHEN "R"
                   PERFORM DEVOLVER-PAGAMENTO
               WHEN OTHER
                   ADD 1 TO WS-QTD-DESCONHECIDOS
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
                   MOVE SPACES TO WS-SITUACAO-LINHA
                   STRING "SITUACAO DE RETORNO INVALIDA: "
                       RET-SITUACAO
                       DELIMITED BY SIZE INTO WS-SITUACAO-LINHA
                   PERFORM LISTAR-PAGAMENTO
           END-EVALUATE.

       LIQUIDAR-PAGAMENTO.
      * Settled: the money left through the clearing bank and the
      * clearing position is finance's to square with it.
           MOVE "L" TO PAGX-SITUACAO.
           MOVE RET-DATA TO PAGX-DATA-RETORNO.
           MOVE RET-MOTIVO TO PAGX-MOTIVO-RETORNO.
           PERFORM REGRAVAR-PAGAMENTO.
           ADD 1 TO WS-QTD-LIQUIDADOS.
           ADD 1 TO WS-RUNLOG-GRAVADOS.
           ADD PAGX-VALOR-BRL TO WS-TOTAL-LIQUIDADO.
           MOVE "LIQUIDADO" TO WS-SITUACAO-LINHA.
           PERFORM LISTAR-PAGAMENTO.

       DEVOLVER-PAGAMENTO.
      * Rejected: the debit comes back to the customer for exactly
      * the amount and currency it went out in. A dormant or frozen
      * account still takes it - the money is the customer's or the
      * estate's - but a closed one has nowhere to put it.
           MOVE "R" TO PAGX-SITUACAO.
           MOVE RET-DATA TO PAGX-DATA-RETORNO.
           MOVE RET-MOTIVO TO PAGX-MOTIVO-RETORNO.
           MOVE PAGX-CONTA TO CONTA-NUMERO.
           MOVE "S" TO WS-CONTA-ACHADA.
           READ CONTA-FILE
               INVALID KEY
                   MOVE "N" TO WS-CONTA-ACHADA
           END-READ.
           IF WS-CONTA-STATUS NOT = "00"
                   AND WS-CONTA-STATUS NOT = "23"
               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-CONTA-ACHADA = "N" OR CONTA-SITUACAO = "E"
               PERFORM REGRAVAR-PAGAMENTO
               ADD 1 TO WS-QTD-SEM-CREDITO
               MOVE 8 TO WS-RETURN-CODE
               MOVE "SEM CREDITO - CONTA ENCERRADA OU AUSENTE"
                   TO WS-SITUACAO-LINHA
               PERFORM LISTAR-PAGAMENTO
               MOVE "A" TO WS-ALERTA-SEVERIDADE
               MOVE SPACES TO WS-ALERTA-MENSAGEM
               STRING "PAGAMENTO " PAGX-NUMERO
                   " DEVOLVIDO SEM CONTA PARA CREDITO"
                   DELIMITED BY SIZE INTO WS-ALERTA-MENSAGEM
               CALL "GRAVAR-ALERTA" USING WS-ALERTA-SEVERIDADE
                   WS-RUNLOG-PROGRAMA WS-ALERTA-MENSAGEM
               EXIT PARAGRAPH
           END-IF.

           PERFORM LANCAR-DEVOLUCAO.
           REWRITE CONTA-REC
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR CONTA "
                       CONTA-NUMERO ": " WS-CONTA-STATUS
                   MOVE 8 TO WS-RETURN-CODE
           END-REWRITE.
           IF WS-CONTA-STATUS NOT = "00"
                   AND WS-CONTA-STATUS NOT = "23"
               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-LEDGER-SEQ TO PAGX-SEQ-ESTORNO.
           PERFORM REGRAVAR-PAGAMENTO.
           ADD 1 TO WS-QTD-DEVOLVIDOS.
           ADD 1 TO WS-RUNLOG-GRAVADOS.
           ADD PAGX-VALOR-BRL TO WS-TOTAL-DEVOLVIDO.
           MOVE SPACES TO WS-SITUACAO-LINHA.
           STRING "DEVOLVIDO " RET-MOTIVO " - CREDITADO SEQ="
               WS-LEDGER-SEQ
               DELIMITED BY SIZE INTO WS-SITUACAO-LINHA.
           PERFORM LISTAR-PAGAMENTO.

       LANCAR-DEVOLUCAO.
      * TIPO G credits the account out of the clearing position;
      * ESTORNO-DE= sits where the calculator's estorno puts it, so
      * the two lines link the same way a reversal's do.
           COMPUTE WS-SALDO-NOVO = CONTA-SALDO + PAGX-VALOR-BRL.
           ADD 1 TO WS-LEDGER-SEQ.
           IF CONTA-SALDO < ZERO
               MOVE CONTA-SALDO TO WS-SALDO-DEV-CAMPO
           ELSE
               MOVE CONTA-SALDO TO WS-SALDO-CAMPO
           END-IF.
           MOVE PAGX-VALOR TO WS-VALOR-CAMPO.
           MOVE WS-SALDO-NOVO TO WS-RESULT-CAMPO.
           MOVE PAGX-VALOR-BRL TO WS-VLRBRL-CAMPO.
           MOVE SPACES TO LEDGER-LINE.
           STRING WS-DATA-PROCESSO "-000000"
               " CONTA=" CONTA-NUMERO
               " MOEDA=" PAGX-MOEDA
               " SALDO=" WS-SALDO-CAMPO
               " TIPO=G"
               " VALOR=" WS-VALOR-CAMPO
               " RESULTADO=" WS-RESULT-CAMPO
               " VLRBRL=" WS-VLRBRL-CAMPO
               " SEQ=" WS-LEDGER-SEQ
               " ESTORNO-DE=" PAGX-NUMERO
               DELIMITED BY SIZE INTO LEDGER-LINE.
           MOVE CONTA-NUMERO TO LEDGIX-CONTA.
           MOVE WS-LEDGER-SEQ TO LEDGIX-SEQ.
           WRITE LEDGIX-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR LEDGER SEQ="
                       WS-LEDGER-SEQ ": " WS-LEDGER-STATUS
                   MOVE 8 TO WS-RETURN-CODE
           END-WRITE.
           IF WS-LEDGER-STATUS NOT = "00"
                   AND WS-LEDGER-STATUS NOT = "22"
               MOVE "LEDGER-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LEDGER-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-SALDO-NOVO TO CONTA-SALDO.

       REGRAVAR-PAGAMENTO.
           REWRITE PAGEXT-REC
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR PAGAMENTO "
                       PAGX-NUMERO ": " WS-PAGEXT-STATUS
                   MOVE 8 TO WS-RETURN-CODE
           END-REWRITE.
           IF WS-PAGEXT-STATUS NOT = "00"
                   AND WS-PAGEXT-STATUS NOT = "23"
               MOVE "PAGEXT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-PAGEXT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       LISTAR-PAGAMENTO.
           MOVE PAGX-VALOR-BRL TO WS-VALOR-CAMPO.
           MOVE SPACES TO PAGRETOR-LINE.
           STRING "  PAGAMENTO " PAGX-NUMERO
               " CONTA " PAGX-CONTA
               " BANCO " PAGX-BANCO
               " AG " PAGX-AGENCIA
               " VALOR " WS-VALOR-CAMPO
               " " WS-SITUACAO-LINHA
               DELIMITED BY SIZE INTO PAGRETOR-LINE.
           PERFORM GRAVAR-LINHA-PAGRETOR.

       ENCERRAR-RUNLOG.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

       GRAVAR-LINHA-PAGRETOR.
           WRITE PAGRETOR-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "PAGRETOR-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       OBTER-SEQUENCIA-LEDGER.
           OPEN INPUT LEDGSEQ-FILE.
           IF WS-LEDGSEQ-STATUS = "35"
               MOVE ZEROS TO WS-LEDGER-SEQ
               CLOSE LEDGSEQ-FILE
           ELSE
               IF WS-LEDGSEQ-STATUS NOT = "00"
                   MOVE "LEDGSEQ-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-LEDGSEQ-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               READ LEDGSEQ-FILE
                   AT END
                       MOVE ZEROS TO WS-LEDGER-SEQ
                   NOT AT END
                       MOVE LEDGSEQ-ULTIMO TO WS-LEDGER-SEQ
               END-READ
               CLOSE LEDGSEQ-FILE
           END-IF.

       GRAVAR-SEQUENCIA-LEDGER.
           OPEN OUTPUT LEDGSEQ-FILE.
           IF WS-LEDGSEQ-STATUS NOT = "00"
               MOVE "LEDGSEQ-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LEDGSEQ-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-LEDGER-SEQ TO LEDGSEQ-ULTIMO.
           WRITE LEDGSEQ-REC.
           IF WS-LEDGSEQ-STATUS NOT = "00"
               MOVE "LEDGSEQ-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LEDGSEQ-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE LEDGSEQ-FILE.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file),
      * 22/23 (key errors, already handled above) or 35 (not found
      * on first run, already handled above) means a real I/O
      * problem; log which file and status code and stop instead of
      * pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_PAGRETOR.
