      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Direct-debit return to the billers, run in the
      *          nightly stream after the balance calculator has
      *          taken SALDOS.DAT. The calculator's acknowledgment
      *          (SALDOACK.DAT) says which transactions of the night
      *          it recused, with the reason; every bill
      *          PROG_DEBAUTO.cbl wrote into that night's feed is
      *          settled on DEBFAT.DAT as paid, or unpaid with the
      *          acknowledgment's reason (a feed refused whole
      *          leaves all of them unpaid). Then each settled bill,
      *          and each bill refused at the invoice load, goes
      *          back to its biller on DEBRET-<biller>.DAT, one file
      *          per biller appended until the biller collects it,
      *          and is stamped as reported so it is never sent
      *          twice. Bills generated on a night whose
      *          acknowledgment was never read are listed for the
      *          operators instead of being guessed at.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_DEBRET.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO "SALDOACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT DEBFAT-FILE ASSIGN TO "DEBFAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEBF-CHAVE
               FILE STATUS IS WS-DEBFAT-STATUS.

      * One return file per biller; the name is built at run time
      * from the biller's code.
           SELECT RETORNO-FILE ASSIGN TO WS-NOME-RETORNO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETORNO-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  ACK-FILE.
        01 ACK-LINE PIC X(120).

       FD  DEBFAT-FILE.
           COPY DEBFAT.

      * P pago, N nao pago (recused by the nightly run or refused at
      * the invoice load), with the reason.
       FD  RETORNO-FILE.
        01 RETORNO-REC.
         05 RETD-NUMERO PIC X(015).
         05 RETD-ID-CLIENTE PIC X(020).
         05 RETD-VALOR PIC 9(10)V99.
         05 RETD-VENCIMENTO PIC 9(008).
         05 RETD-SITUACAO PIC X(001).
         05 RETD-DATA PIC 9(008).
         05 RETD-MOTIVO PIC X(040).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-ACK-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-DEBFAT-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-RETORNO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-DATA-PROCESSO  PIC 9(08) VALUE ZEROS.
        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_DEBRET".
        77 WS-RUNLOG-EVENTO  PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS   PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.
        77 WS-NOME-RETORNO   PIC X(030) VALUE SPACES.
        77 WS-EMPRESA-ABERTA PIC X(008) VALUE SPACES.
        77 WS-RETORNO-ABERTO PIC X(01) VALUE "N".
        77 WS-ALTERADO       PIC X(01) VALUE "N".
        77 WS-QTD-PAGAS      PIC 9(06) VALUE ZEROS.
        77 WS-QTD-NAO-PAGAS  PIC 9(06) VALUE ZEROS.
        77 WS-QTD-AGUARDANDO PIC 9(06) VALUE ZEROS.
        77 WS-QTD-SEM-ACK    PIC 9(06) VALUE ZEROS.
        77 WS-VALOR-CAMPO    PIC Z(9)9.99.
      * What SALDOACK.DAT says: written by a batch run (MODO=2), for
      * which night, complete down to its TOTAL-LIDAS line, and
      * whether the feed was refused whole or never read.
        77 WS-ACK-VALIDO     PIC X(01) VALUE "N".
        77 WS-ACK-DATA       PIC 9(08) VALUE ZEROS.
        77 WS-ACK-MODO       PIC X(01) VALUE SPACES.
        77 WS-ACK-COMPLETO   PIC X(01) VALUE "N".
        77 WS-ACK-LOTE-RECUSADO PIC X(01) VALUE "N".
        77 WS-ACK-TOTAL-LIDAS PIC 9(06) VALUE ZEROS.
        77 WS-MOTIVO-RECUSA  PIC 9(02) VALUE ZEROS.
        77 WS-QTD-REJEITOS   PIC 9(04) VALUE ZEROS.
        77 WS-IDX-REJEITO    PIC 9(04) VALUE ZEROS.
        77 WS-SLOT-REJEITO   PIC 9(04) VALUE ZEROS.
      * The acknowledgment's REJEITO lines. A line names account,
      * amount, currency and reason, not the bill; a bill is taken
      * as recused when an unused line carries its account and
      * amount in BRL. Of two bills of one account for one amount
      * on one night, one recused, the first in DEBFAT.DAT order is
      * the one reported unpaid.
        01 WS-TAB-REJEITOS.
          05 WS-REJEITO OCCURS 2000 TIMES.
            10 WS-RJ-CONTA PIC 9(05).
            10 WS-RJ-MOTIVO PIC 9(02).
            10 WS-RJ-VALOR PIC 9(10)V99.
            10 WS-RJ-MOEDA PIC X(03).
            10 WS-RJ-USADO PIC X(01).
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           MOVE "INI" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.
           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.

           PERFORM LER-ACKNOWLEDGMENT.

           OPEN I-O DEBFAT-FILE.
           IF WS-DEBFAT-STATUS = "35"
               DISPLAY "DEBFAT.DAT AINDA NAO EXISTE - NADA A RETORNAR"
               CLOSE DEBFAT-FILE
               PERFORM ENCERRAR-RUNLOG
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-DEBFAT-STATUS NOT = "00"
               MOVE "DEBFAT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-DEBFAT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

      * DEBFAT.DAT is in biller order, so each biller's return file
      * is opened once.
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
                   ADD 1 TO WS-RUNLOG-LIDOS
                   PERFORM TRATAR-FATURA
               END-PERFORM
           END-IF.
           IF WS-RETORNO-ABERTO = "S"
               CLOSE RETORNO-FILE
           END-IF.
           CLOSE DEBFAT-FILE.

           DISPLAY "RETORNO DE DEBITO AUTOMATICO - PAGAS: "
               WS-QTD-PAGAS " NAO PAGAS: " WS-QTD-NAO-PAGAS
               " RETORNADAS AS EMPRESAS: " WS-RUNLOG-GRAVADOS.
           DISPLAY "AGUARDANDO PROCESSAMENTO: " WS-QTD-AGUARDANDO
               " SEM ACKNOWLEDGMENT: " WS-QTD-SEM-ACK.
           PERFORM ENCERRAR-RUNLOG.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LER-ACKNOWLEDGMENT.
      * Only a complete acknowledgment of a batch run settles
      * anything; a missing, half-written or suspense-reprocessing
      * one leaves the generated bills waiting.
           MOVE "N" TO WS-ACK-VALIDO.
           MOVE ZEROS TO WS-QTD-REJEITOS.
           OPEN INPUT ACK-FILE.
           IF WS-ACK-STATUS = "35"
               DISPLAY "SALDOACK.DAT NAO ENCONTRADO - DEBITOS GERADOS "
                   "AGUARDAM O PROCESSAMENTO"
               CLOSE ACK-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACK-STATUS NOT = "00"
               MOVE "ACK-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-ACK-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-ACK-STATUS = "10"
               READ ACK-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-ACK-STATUS NOT = "00"
                       AND WS-ACK-STATUS NOT = "10"
                   MOVE "ACK-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-ACK-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               PERFORM LER-LINHA-ACK
           END-PERFORM.
           CLOSE ACK-FILE.
           IF WS-ACK-MODO = "2" AND WS-ACK-COMPLETO = "S"
               MOVE "S" TO WS-ACK-VALIDO
           ELSE
               DISPLAY "SALDOACK.DAT INCOMPLETO OU DE OUTRO MODO - "
                   "DEBITOS GERADOS AGUARDAM O PROCESSAMENTO"
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       LER-LINHA-ACK.
      * The lines at the fixed offsets ABRIR-ACKNOWLEDGMENT,
      * GRAVAR-ACK-DETALHE and FECHAR-ACKNOWLEDGMENT string them.
           EVALUATE TRUE
               WHEN ACK-LINE(1:16) = "ACK-SALDOS DATA="
                   MOVE ACK-LINE(17:8) TO WS-ACK-DATA
                   MOVE ACK-LINE(31:1) TO WS-ACK-MODO
               WHEN ACK-LINE(1:13) = "LOTE RECUSADO"
                   MOVE "S" TO WS-ACK-LOTE-RECUSADO
               WHEN ACK-LINE(1:12) = "REJEITO REF="
                   IF WS-QTD-REJEITOS < 2000
                       ADD 1 TO WS-QTD-REJEITOS
                       MOVE ACK-LINE(26:5)
                           TO WS-RJ-CONTA(WS-QTD-REJEITOS)
                       MOVE ACK-LINE(39:2)
                           TO WS-RJ-MOTIVO(WS-QTD-REJEITOS)
                       MOVE ACK-LINE(48:12)
                           TO WS-RJ-VALOR(WS-QTD-REJEITOS)
                       MOVE ACK-LINE(67:3)
                           TO WS-RJ-MOEDA(WS-QTD-REJEITOS)
                       MOVE "N" TO WS-RJ-USADO(WS-QTD-REJEITOS)
                   END-IF
               WHEN ACK-LINE(1:12) = "TOTAL-LIDAS="
                   MOVE ACK-LINE(13:6) TO WS-ACK-TOTAL-LIDAS
                   MOVE "S" TO WS-ACK-COMPLETO
           END-EVALUATE.

       TRATAR-FATURA.
           MOVE "N" TO WS-ALTERADO.
           IF DEBF-SITUACAO = "G"
               IF WS-ACK-VALIDO = "S"
                       AND DEBF-DATA-GERACAO = WS-ACK-DATA
                   PERFORM LIQUIDAR-DEBITO
               ELSE
                   IF WS-ACK-VALIDO = "S"
                           AND DEBF-DATA-GERACAO < WS-ACK-DATA
      * The acknowledgment of that night was overwritten before this
      * ran; the ledger and SUSPENSO.DAT tell what happened to it.
                       ADD 1 TO WS-QTD-SEM-ACK
                       MOVE DEBF-VALOR TO WS-VALOR-CAMPO
                       DISPLAY "FATURA " DEBF-EMPRESA " " DEBF-NUMERO
                           " " WS-VALOR-CAMPO " GERADA EM "
                           DEBF-DATA-GERACAO
                           " SEM ACKNOWLEDGMENT - CONFERIR NO LEDGER"
                       MOVE 4 TO WS-RETURN-CODE
                   ELSE
                       ADD 1 TO WS-QTD-AGUARDANDO
                   END-IF
               END-IF
           END-IF.
           IF (DEBF-SITUACAO = "P" OR DEBF-SITUACAO = "N"
                   OR DEBF-SITUACAO = "R")
                   AND DEBF-DATA-RETORNO = ZEROS
               PERFORM INFORMAR-EMPRESA
           END-IF.
           IF WS-ALTERADO = "S"
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

       LIQUIDAR-DEBITO.
      * A feed refused whole, or never read because another night
      * was still half posted, paid none of its bills.
           MOVE "S" TO WS-ALTERADO.
           IF WS-ACK-LOTE-RECUSADO = "S" OR WS-ACK-TOTAL-LIDAS = ZEROS
               MOVE "N" TO DEBF-SITUACAO
               MOVE "LOTE NAO PROCESSADO PELO BANCO" TO DEBF-MOTIVO
               ADD 1 TO WS-QTD-NAO-PAGAS
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO WS-SLOT-REJEITO.
           PERFORM VARYING WS-IDX-REJEITO FROM 1 BY 1
                   UNTIL WS-IDX-REJEITO > WS-QTD-REJEITOS
                   OR WS-SLOT-REJEITO NOT = ZEROS
               IF WS-RJ-USADO(WS-IDX-REJEITO) = "N"
                       AND WS-RJ-CONTA(WS-IDX-REJEITO) = DEBF-CONTA
                       AND WS-RJ-VALOR(WS-IDX-REJEITO) = DEBF-VALOR
                       AND (WS-RJ-MOEDA(WS-IDX-REJEITO) = "BRL"
                           OR WS-RJ-MOEDA(WS-IDX-REJEITO) = SPACES)
                   MOVE WS-IDX-REJEITO TO WS-SLOT-REJEITO
               END-IF
           END-PERFORM.
           IF WS-SLOT-REJEITO = ZEROS
               MOVE "P" TO DEBF-SITUACAO
               MOVE SPACES TO DEBF-MOTIVO
               ADD 1 TO WS-QTD-PAGAS
           ELSE
               MOVE "S" TO WS-RJ-USADO(WS-SLOT-REJEITO)
               MOVE WS-RJ-MOTIVO(WS-SLOT-REJEITO) TO WS-MOTIVO-RECUSA
               PERFORM DESCREVER-MOTIVO
               MOVE "N" TO DEBF-SITUACAO
               ADD 1 TO WS-QTD-NAO-PAGAS
           END-IF.

       DESCREVER-MOTIVO.
      * The calculator's suspense reason codes, worded for the
      * biller; whatever is internal to the bank stays generic.
           EVALUATE WS-MOTIVO-RECUSA
               WHEN 2
                   MOVE "SALDO INSUFICIENTE" TO DEBF-MOTIVO
               WHEN 4
                   MOVE "CONTA INEXISTENTE" TO DEBF-MOTIVO
               WHEN 6
                   MOVE "CONTA INVALIDA" TO DEBF-MOTIVO
               WHEN 7
                   MOVE "CONTA SEM MOVIMENTACAO" TO DEBF-MOTIVO
               WHEN 8
                   MOVE "DEBITO EM DUPLICIDADE" TO DEBF-MOTIVO
               WHEN 9
                   MOVE "CONTA BLOQUEADA" TO DEBF-MOTIVO
               WHEN 10
                   MOVE "CONTA ENCERRADA" TO DEBF-MOTIVO
               WHEN 11
                   MOVE "SALDO BLOQUEADO" TO DEBF-MOTIVO
               WHEN OTHER
                   MOVE "DEBITO NAO EFETUADO PELO BANCO"
                       TO DEBF-MOTIVO
           END-EVALUATE.

       INFORMAR-EMPRESA.
           IF WS-RETORNO-ABERTO = "N"
                   OR DEBF-EMPRESA NOT = WS-EMPRESA-ABERTA
               PERFORM ABRIR-RETORNO-EMPRESA
           END-IF.
           MOVE DEBF-NUMERO TO RETD-NUMERO.
           MOVE DEBF-ID-CLIENTE TO RETD-ID-CLIENTE.
           MOVE DEBF-VALOR TO RETD-VALOR.
           MOVE DEBF-VENCIMENTO TO RETD-VENCIMENTO.
           IF DEBF-SITUACAO = "P"
               MOVE "P" TO RETD-SITUACAO
           ELSE
               MOVE "N" TO RETD-SITUACAO
           END-IF.
           MOVE WS-DATA-PROCESSO TO RETD-DATA.
           MOVE DEBF-MOTIVO TO RETD-MOTIVO.
           WRITE RETORNO-REC.
           IF WS-RETORNO-STATUS NOT = "00"
               MOVE "RETORNO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-RETORNO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-DATA-PROCESSO TO DEBF-DATA-RETORNO.
           MOVE "S" TO WS-ALTERADO.
           ADD 1 TO WS-RUNLOG-GRAVADOS.

       ABRIR-RETORNO-EMPRESA.
      * Appended to, so a biller that has not collected yesterday's
      * return finds both nights in it.
           IF WS-RETORNO-ABERTO = "S"
               CLOSE RETORNO-FILE
           END-IF.
           MOVE DEBF-EMPRESA TO WS-EMPRESA-ABERTA.
           MOVE SPACES TO WS-NOME-RETORNO.
           STRING "DEBRET-" DELIMITED BY SIZE
               DEBF-EMPRESA DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-RETORNO.
           OPEN EXTEND RETORNO-FILE.
           IF WS-RETORNO-STATUS = "05" OR WS-RETORNO-STATUS = "35"
               OPEN OUTPUT RETORNO-FILE
           END-IF.
           IF WS-RETORNO-STATUS NOT = "00"
               MOVE "RETORNO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-RETORNO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE "S" TO WS-RETORNO-ABERTO.

       ENCERRAR-RUNLOG.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

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

                            END PROGRAM PROG_DEBRET.
