      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Direct debit of utility and biller invoices, run
      *          in the nightly stream ahead of the balance
      *          calculator. First loads FATURAS.DAT, the invoice
      *          file a biller sends (one line per bill: biller,
      *          the customer's number at the biller, invoice
      *          number, amount, due date), into the DEBFAT.DAT
      *          register, matching each bill to the MANDATOS.DAT
      *          mandate in force on its due date; a bill with no
      *          mandate, or above the mandate's ceiling, is refused
      *          there and then and never paid. Then every bill
      *          falling due on the OBTER-DATA-PROCESSO processing
      *          date (or overdue from a night the stream did not
      *          run) is written into SALDOS.DAT as a debit (TIPO D)
      *          on the mandate's account, inside the feed's
      *          envelope through the shared ACRESCENTAR-LOTE-SALDOS,
      *          and marked generated. PROG_DEBRET.cbl settles the
      *          generated debits off the calculator's
      *          acknowledgment and reports back to each biller. A
      *          bill loaded twice is only registered once.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_DEBAUTO.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
      * Each biller's file is dropped here in turn; several billers'
      * files may also arrive concatenated, since every line names
      * its biller.
           SELECT FATURA-FILE ASSIGN TO "FATURAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATURA-STATUS.

           SELECT MANDATO-FILE ASSIGN TO "MANDATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAND-CODIGO
               ALTERNATE RECORD KEY IS MAND-CHAVE-EMPRESA
                   WITH DUPLICATES
               FILE STATUS IS WS-MANDATO-STATUS.

           SELECT DEBFAT-FILE ASSIGN TO "DEBFAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEBF-CHAVE
               FILE STATUS IS WS-DEBFAT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  FATURA-FILE.
        01 FATURA-REC.
         05 FAT-EMPRESA PIC X(008).
         05 FAT-ID-CLIENTE PIC X(020).
         05 FAT-NUMERO PIC X(015).
         05 FAT-VALOR PIC 9(10)V99.
         05 FAT-VENCIMENTO PIC 9(008).

       FD  MANDATO-FILE.
           COPY MANDATO.

       FD  DEBFAT-FILE.
           COPY DEBFAT.

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-FATURA-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-MANDATO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-DEBFAT-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-DATA-PROCESSO  PIC 9(08) VALUE ZEROS.
        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_DEBAUTO".
        77 WS-RUNLOG-EVENTO  PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS   PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.
        77 WS-QTD-CARREGADAS PIC 9(06) VALUE ZEROS.
        77 WS-QTD-REPETIDAS  PIC 9(06) VALUE ZEROS.
        77 WS-QTD-RECUSADAS  PIC 9(06) VALUE ZEROS.
        77 WS-QTD-CANCELADAS PIC 9(06) VALUE ZEROS.
        77 WS-MANDATOS-EXISTEM PIC X(01) VALUE "S".
        77 WS-MANDATO-ACHADO PIC X(01) VALUE "N".
        77 WS-EMPRESA-BUSCA  PIC X(008) VALUE SPACES.
        77 WS-ID-CLIENTE-BUSCA PIC X(020) VALUE SPACES.
        77 WS-VENCIMENTO-BUSCA PIC 9(08) VALUE ZEROS.
        77 WS-LOTE-OPERACAO  PIC X(01) VALUE SPACES.
        77 WS-LOTE-REMETENTE PIC X(08) VALUE "DEBAUTO".
        77 WS-LOTE-RESULTADO PIC X(060) VALUE SPACES.
        77 WS-ALERTA-SEVERIDADE PIC X(01) VALUE SPACES.
        77 WS-ALERTA-MENSAGEM PIC X(060) VALUE SPACES.
        77 WS-VALOR-CAMPO    PIC Z(9)9.99.
        77 WS-QTD-GERADAS    PIC 9(04) VALUE ZEROS.
        77 WS-IDX-GERADA     PIC 9(04) VALUE ZEROS.
      * Invoices written into tonight's SALDOS.DAT; they are marked
      * generated only once the feed is closed, so a run that stops
      * before that leaves every invoice still waiting and nothing
      * added to the feed. Whatever does not fit waits for the next
      * night.
        01 WS-TAB-GERADAS.
          05 WS-GERADA-CHAVE PIC X(023) OCCURS 2000 TIMES.
      * The same record shape the calculator's BATCH-FILE reads.
        01 BATCH-REC.
         05 BATCH-CONTA  PIC 9(05).
         05 BATCH-SALDO  PIC 9(10)V99.
         05 BATCH-TIPO   PIC X(01).
         05 BATCH-VALOR  PIC 9(10)V99.
         05 BATCH-MOEDA  PIC X(03).
         05 BATCH-CONTA-DEST PIC 9(05).
         05 BATCH-SEQ-ESTORNO PIC 9(06).
         05 BATCH-DATA-VALOR PIC 9(08).
         05 BATCH-BANCO-DEST PIC 9(03).
         05 BATCH-AGENCIA-DEST PIC 9(04).
         05 BATCH-CONTA-EXTERNA PIC X(12).
         05 BATCH-FAVORECIDO PIC X(30).
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           MOVE "INI" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.
           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.

           OPEN INPUT MANDATO-FILE.
           IF WS-MANDATO-STATUS = "35"
               MOVE "N" TO WS-MANDATOS-EXISTEM
               CLOSE MANDATO-FILE
           ELSE
               IF WS-MANDATO-STATUS NOT = "00"
                   MOVE "MANDATO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-MANDATO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
           END-IF.
           OPEN I-O DEBFAT-FILE.
           IF WS-DEBFAT-STATUS = "35"
               OPEN OUTPUT DEBFAT-FILE
               CLOSE DEBFAT-FILE
               OPEN I-O DEBFAT-FILE
           END-IF.
           IF WS-DEBFAT-STATUS NOT = "00"
               MOVE "DEBFAT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-DEBFAT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           PERFORM CARREGAR-FATURAS.
           PERFORM GERAR-DEBITOS-VENCIDOS.

           CLOSE DEBFAT-FILE.
           IF WS-MANDATOS-EXISTEM = "S"
               CLOSE MANDATO-FILE
           END-IF.
           DISPLAY "DEBITO AUTOMATICO - FATURAS LIDAS: "
               WS-RUNLOG-LIDOS " CARREGADAS: " WS-QTD-CARREGADAS
               " REPETIDAS: " WS-QTD-REPETIDAS
               " RECUSADAS: " WS-QTD-RECUSADAS.
           DISPLAY "DEBITOS GERADOS NO SALDOS.DAT: " WS-RUNLOG-GRAVADOS
               " CANCELADOS NO VENCIMENTO: " WS-QTD-CANCELADAS.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       CARREGAR-FATURAS.
      * No file tonight just means no biller sent one; the bills
      * already registered still fall due.
           OPEN INPUT FATURA-FILE.
           IF WS-FATURA-STATUS = "35"
               DISPLAY "FATURAS.DAT NAO RECEBIDO - NENHUMA FATURA "
                   "CARREGADA"
               CLOSE FATURA-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-FATURA-STATUS NOT = "00"
               MOVE "FATURA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-FATURA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-FATURA-STATUS = "10"
               READ FATURA-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-FATURA-STATUS NOT = "00"
                       AND WS-FATURA-STATUS NOT = "10"
                   MOVE "FATURA-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-FATURA-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-RUNLOG-LIDOS
               PERFORM CARREGAR-UMA-FATURA
           END-PERFORM.
           CLOSE FATURA-FILE.

       CARREGAR-UMA-FATURA.
           MOVE FAT-EMPRESA TO DEBF-EMPRESA.
           MOVE FAT-NUMERO TO DEBF-NUMERO.
           READ DEBFAT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-DEBFAT-STATUS NOT = "00"
                   AND WS-DEBFAT-STATUS NOT = "23"
               MOVE "DEBFAT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-DEBFAT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-DEBFAT-STATUS = "00"
               ADD 1 TO WS-QTD-REPETIDAS
               EXIT PARAGRAPH
           END-IF.

           MOVE FAT-EMPRESA TO DEBF-EMPRESA.
           MOVE FAT-NUMERO TO DEBF-NUMERO.
           MOVE FAT-ID-CLIENTE TO DEBF-ID-CLIENTE.
           MOVE ZEROS TO DEBF-MANDATO.
           MOVE ZEROS TO DEBF-CONTA.
           MOVE FAT-VALOR TO DEBF-VALOR.
           MOVE FAT-VENCIMENTO TO DEBF-VENCIMENTO.
           MOVE WS-DATA-PROCESSO TO DEBF-DATA-CARGA.
           MOVE "A" TO DEBF-SITUACAO.
           MOVE ZEROS TO DEBF-DATA-GERACAO.
           MOVE SPACES TO DEBF-MOTIVO.
           MOVE ZEROS TO DEBF-DATA-RETORNO.
           IF FAT-VALOR IS NOT NUMERIC OR FAT-VALOR = ZEROS
                   OR FAT-VENCIMENTO IS NOT NUMERIC
               MOVE ZEROS TO DEBF-VALOR
               MOVE ZEROS TO DEBF-VENCIMENTO
               MOVE "R" TO DEBF-SITUACAO
               MOVE "FATURA COM VALOR OU VENCIMENTO INVALIDO"
                   TO DEBF-MOTIVO
           ELSE
               MOVE FAT-EMPRESA TO WS-EMPRESA-BUSCA
               MOVE FAT-ID-CLIENTE TO WS-ID-CLIENTE-BUSCA
               MOVE FAT-VENCIMENTO TO WS-VENCIMENTO-BUSCA
               PERFORM LOCALIZAR-MANDATO
               IF WS-MANDATO-ACHADO = "N"
                   MOVE "R" TO DEBF-SITUACAO
                   MOVE "SEM AUTORIZACAO DE DEBITO NO VENCIMENTO"
                       TO DEBF-MOTIVO
               ELSE
                   MOVE MAND-CODIGO TO DEBF-MANDATO
                   MOVE MAND-CONTA TO DEBF-CONTA
      * Above the ceiling the customer agreed to, the bill is not
      * paid at all - not even up to the ceiling.
                   IF FAT-VALOR > MAND-VALOR-MAXIMO
                       MOVE "R" TO DEBF-SITUACAO
                       MOVE "VALOR ACIMA DO LIMITE AUTORIZADO"
                           TO DEBF-MOTIVO
                   END-IF
               END-IF
           END-IF.
           WRITE DEBFAT-REC
               INVALID KEY
                   ADD 1 TO WS-QTD-REPETIDAS
           END-WRITE.
           IF WS-DEBFAT-STATUS NOT = "00"
                   AND WS-DEBFAT-STATUS NOT = "22"
               MOVE "DEBFAT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-DEBFAT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-DEBFAT-STATUS = "00"
               ADD 1 TO WS-QTD-CARREGADAS
               IF DEBF-SITUACAO = "R"
                   ADD 1 TO WS-QTD-RECUSADAS
                   MOVE DEBF-VALOR TO WS-VALOR-CAMPO
                   DISPLAY "FATURA " DEBF-EMPRESA " " DEBF-NUMERO
                       " " WS-VALOR-CAMPO " RECUSADA - " DEBF-MOTIVO
               END-IF
           END-IF.

       LOCALIZAR-MANDATO.
      * The mandate of WS-EMPRESA-BUSCA/WS-ID-CLIENTE-BUSCA in force
      * on WS-VENCIMENTO-BUSCA, left in MANDATO-REC: not cancelled,
      * and the due date between its start and its end date.
           MOVE "N" TO WS-MANDATO-ACHADO.
           IF WS-MANDATOS-EXISTEM = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EMPRESA-BUSCA TO MAND-EMPRESA.
           MOVE WS-ID-CLIENTE-BUSCA TO MAND-ID-CLIENTE.
           START MANDATO-FILE KEY IS EQUAL TO MAND-CHAVE-EMPRESA
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-MANDATO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-MANDATO-STATUS = "10"
               READ MANDATO-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-MANDATO-STATUS NOT = "00"
                       AND WS-MANDATO-STATUS NOT = "02"
                       AND WS-MANDATO-STATUS NOT = "10"
                   MOVE "MANDATO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-MANDATO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF MAND-EMPRESA NOT = WS-EMPRESA-BUSCA
                       OR MAND-ID-CLIENTE NOT = WS-ID-CLIENTE-BUSCA
                   EXIT PERFORM
               END-IF
               IF MAND-SITUACAO = "A"
                       AND MAND-INICIO <= WS-VENCIMENTO-BUSCA
                       AND (MAND-FIM = ZEROS
                           OR MAND-FIM >= WS-VENCIMENTO-BUSCA)
                   MOVE "S" TO WS-MANDATO-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       GERAR-DEBITOS-VENCIDOS.
      * A SALDOS.DAT delivered tonight is added to, not overwritten;
      * one that does not close leaves every bill waiting, and the
      * operators hear of it before the bills go overdue.
           MOVE "A" TO WS-LOTE-OPERACAO.
           CALL "ACRESCENTAR-LOTE-SALDOS" USING WS-LOTE-OPERACAO
               WS-LOTE-REMETENTE BATCH-REC WS-LOTE-RESULTADO.
           IF WS-LOTE-RESULTADO NOT = SPACES
               DISPLAY "SALDOS.DAT NAO FECHA - NENHUM DEBITO GERADO: "
                   WS-LOTE-RESULTADO
               MOVE 8 TO WS-RETURN-CODE
               MOVE "A" TO WS-ALERTA-SEVERIDADE
               MOVE SPACES TO WS-ALERTA-MENSAGEM
               STRING "DEBITO AUTOMATICO NAO GERADO: "
                   WS-LOTE-RESULTADO
                   DELIMITED BY SIZE INTO WS-ALERTA-MENSAGEM
               CALL "GRAVAR-ALERTA" USING WS-ALERTA-SEVERIDADE
                   WS-RUNLOG-PROGRAMA WS-ALERTA-MENSAGEM
               EXIT PARAGRAPH
           END-IF.

           MOVE ZEROS TO WS-QTD-GERADAS.
           MOVE LOW-VALUES TO DEBF-CHAVE.
           START DEBFAT-FILE KEY NOT LESS THAN DEBF-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-DEBFAT-STATUS = "00"
               PERFORM UNTIL WS-DEBFAT-STATUS = "10"
                   READ DEBFAT-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-DEBFAT-STATUS NOT = "00"
                           AND WS-DEBFAT-STATUS NOT = "10"
                       MOVE "DEBFAT-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-DEBFAT-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF DEBF-SITUACAO = "A"
                           AND DEBF-VENCIMENTO <= WS-DATA-PROCESSO
                       IF WS-QTD-GERADAS >= 2000
                           DISPLAY "LIMITE DE 2000 DEBITOS POR NOITE "
                               "- RESTANTES FICAM PARA A PROXIMA"
                           MOVE 4 TO WS-RETURN-CODE
                           EXIT PERFORM
                       END-IF
                       PERFORM GERAR-UM-DEBITO
                   END-IF
               END-PERFORM
           END-IF.

           MOVE "F" TO WS-LOTE-OPERACAO.
           CALL "ACRESCENTAR-LOTE-SALDOS" USING WS-LOTE-OPERACAO
               WS-LOTE-REMETENTE BATCH-REC WS-LOTE-RESULTADO.
           PERFORM MARCAR-DEBITOS-GERADOS.

       GERAR-UM-DEBITO.
      * The mandate is looked at again on the due date: cancelled,
      * ended or with its ceiling lowered since the bill was loaded,
      * the bill is refused instead of paid.
           MOVE DEBF-EMPRESA TO WS-EMPRESA-BUSCA.
           MOVE DEBF-ID-CLIENTE TO WS-ID-CLIENTE-BUSCA.
           MOVE DEBF-VENCIMENTO TO WS-VENCIMENTO-BUSCA.
           PERFORM LOCALIZAR-MANDATO.
           IF WS-MANDATO-ACHADO = "N"
               MOVE "SEM AUTORIZACAO DE DEBITO NO VENCIMENTO"
                   TO DEBF-MOTIVO
               PERFORM RECUSAR-NO-VENCIMENTO
               EXIT PARAGRAPH
           END-IF.
      * A mandate signed again since the load pays from the new
      * mandate's account.
           IF MAND-CODIGO NOT = DEBF-MANDATO
               MOVE MAND-CODIGO TO DEBF-MANDATO
               MOVE MAND-CONTA TO DEBF-CONTA
               REWRITE DEBFAT-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-DEBFAT-STATUS NOT = "00"
                   MOVE "DEBFAT-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-DEBFAT-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
           END-IF.
           IF DEBF-VALOR > MAND-VALOR-MAXIMO
               MOVE "VALOR ACIMA DO LIMITE AUTORIZADO" TO DEBF-MOTIVO
               PERFORM RECUSAR-NO-VENCIMENTO
               EXIT PARAGRAPH
           END-IF.

           MOVE DEBF-CONTA TO BATCH-CONTA.
           MOVE ZEROS TO BATCH-SALDO.
           MOVE "D" TO BATCH-TIPO.
           MOVE DEBF-VALOR TO BATCH-VALOR.
           MOVE "BRL" TO BATCH-MOEDA.
           MOVE ZEROS TO BATCH-CONTA-DEST.
           MOVE ZEROS TO BATCH-SEQ-ESTORNO.
           MOVE WS-DATA-PROCESSO TO BATCH-DATA-VALOR.
           MOVE ZEROS TO BATCH-BANCO-DEST.
           MOVE ZEROS TO BATCH-AGENCIA-DEST.
           MOVE SPACES TO BATCH-CONTA-EXTERNA.
           MOVE SPACES TO BATCH-FAVORECIDO.
           MOVE "G" TO WS-LOTE-OPERACAO.
           CALL "ACRESCENTAR-LOTE-SALDOS" USING WS-LOTE-OPERACAO
               WS-LOTE-REMETENTE BATCH-REC WS-LOTE-RESULTADO.
           IF WS-LOTE-RESULTADO = SPACES
               ADD 1 TO WS-QTD-GERADAS
               MOVE DEBF-CHAVE TO WS-GERADA-CHAVE(WS-QTD-GERADAS)
           ELSE
               DISPLAY "FATURA " DEBF-EMPRESA " " DEBF-NUMERO
                   " NAO GERADA - " WS-LOTE-RESULTADO
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       RECUSAR-NO-VENCIMENTO.
           MOVE "R" TO DEBF-SITUACAO.
           REWRITE DEBFAT-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-DEBFAT-STATUS NOT = "00"
               MOVE "DEBFAT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-DEBFAT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WS-QTD-CANCELADAS.
           MOVE DEBF-VALOR TO WS-VALOR-CAMPO.
           DISPLAY "FATURA " DEBF-EMPRESA " " DEBF-NUMERO
               " " WS-VALOR-CAMPO " RECUSADA - " DEBF-MOTIVO.

       MARCAR-DEBITOS-GERADOS.
           PERFORM VARYING WS-IDX-GERADA FROM 1 BY 1
                   UNTIL WS-IDX-GERADA > WS-QTD-GERADAS
               MOVE WS-GERADA-CHAVE(WS-IDX-GERADA) TO DEBF-CHAVE
               READ DEBFAT-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-DEBFAT-STATUS NOT = "00"
                   MOVE "DEBFAT-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-DEBFAT-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE "G" TO DEBF-SITUACAO
               MOVE WS-DATA-PROCESSO TO DEBF-DATA-GERACAO
               REWRITE DEBFAT-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-DEBFAT-STATUS NOT = "00"
                   MOVE "DEBFAT-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-DEBFAT-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-RUNLOG-GRAVADOS
           END-PERFORM.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 02 (duplicate
      * alternate key, expected on MANDATOS.DAT), 10 (end of file),
      * 22/23 (key errors, already handled above) or 35 (not found
      * on first run, already handled above) means a real I/O
      * problem; log which file and status code and stop instead of
      * pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_DEBAUTO.
