      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: One-time conversion of the account master for
      *          overdrafts: CONTA-SALDO became signed (same twelve
      *          bytes, so no existing balance changes) and the
      *          record grew by CONTA-LIMITE, the overdraft limit
      *          kept through PROG_CONTMANUT.cbl. Rename the old
      *          CONTAS.DAT to CONTAS.OLD before the run; this
      *          program reads it in the 36-byte layout, writes
      *          every account into a fresh CONTAS.DAT with the
      *          limit at zero (no overdraft until one is agreed),
      *          stamps the master control file, and prints the
      *          CONVREC.TXT reconciliation proving old and new
      *          files carry the same population (count and key
      *          sum) and the same money (balance sum) - the
      *          pattern PROG_CLICONV2.cbl set.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_CONTCONV.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CONTA-OLD-FILE ASSIGN TO "CONTAS.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLDC-NUMERO
               FILE STATUS IS WS-CONTA-OLD-STATUS.

           SELECT CONTA-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT RECON-REPORT ASSIGN TO "CONVREC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
      * The account master as it stood before the overdraft limit:
      * 36 bytes with an unsigned balance, kept inline on purpose -
      * it exists only to read the file one last time.
       FD  CONTA-OLD-FILE.
        01 OLDC-REC.
         05 OLDC-NUMERO PIC 9(005).
         05 OLDC-SALDO PIC 9(010)V99.
         05 OLDC-MOEDA PIC X(003).
         05 OLDC-CLIENTE PIC 9(006).
         05 OLDC-TIPO PIC X(001).
         05 OLDC-ABERTURA PIC 9(008).
         05 OLDC-SITUACAO PIC X(001).

       FD  CONTA-FILE.
           COPY CONTA.

       FD  RECON-REPORT.
        01 RECON-LINE PIC X(100).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-CONTA-OLD-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-CONTA-STATUS       PIC X(02) VALUE ZEROS.
        77 WS-RECON-STATUS       PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "CONVREC.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_CONTCON".
        77 WS-ERRO-ARQUIVO       PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS        PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE        PIC 9(02) VALUE ZEROS.
        77 WS-CTL-ARQUIVO        PIC X(030) VALUE SPACES.
        77 WS-CTL-QTD            PIC 9(009) VALUE ZEROS.
        77 WS-CTL-HASH           PIC 9(015) VALUE ZEROS.

      * Old-side and new-side count, key sum and balance sum; the
      * reconciliation only signs off when all three pairs agree.
        77 WS-CTA-QTD-VELHA      PIC 9(09) VALUE ZEROS.
        77 WS-CTA-QTD-NOVA       PIC 9(09) VALUE ZEROS.
        77 WS-CTA-SOMA-VELHA     PIC 9(15) VALUE ZEROS.
        77 WS-CTA-SOMA-NOVA      PIC 9(15) VALUE ZEROS.
        77 WS-SAL-SOMA-VELHA     PIC S9(15)V99 VALUE ZEROS.
        77 WS-SAL-SOMA-NOVA      PIC S9(15)V99 VALUE ZEROS.
        77 WS-SAL-CAMPO1         PIC Z(14)9.99-.
        77 WS-SAL-CAMPO2         PIC Z(14)9.99-.
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           OPEN OUTPUT RECON-REPORT.
           IF WS-RECON-STATUS NOT = "00"
               MOVE "RECON-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-RECON-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE "RECONCILIACAO DA CONVERSAO DE CONTAS.DAT PARA O "
               TO RECON-LINE.
           MOVE "LIMITE DE CHEQUE ESPECIAL" TO RECON-LINE(49:25).
           PERFORM GRAVAR-LINHA-RECON.

           PERFORM CONVERTER-CONTAS.
           PERFORM CONCLUIR-RECONCILIACAO.

           CLOSE RECON-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.
           DISPLAY "CONVERSAO CONCLUIDA - CONTAS: " WS-CTA-QTD-NOVA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       CONVERTER-CONTAS.
           OPEN INPUT CONTA-OLD-FILE.
           IF WS-CONTA-OLD-STATUS = "35"
               DISPLAY "CONTAS.OLD NAO ENCONTRADO - RENOMEIE O "
                   "CONTAS.DAT ANTIGO ANTES DA CONVERSAO"
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CONTA-OLD-STATUS NOT = "00"
               MOVE "CONTA-OLD-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-OLD-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT CONTA-FILE.
           IF WS-CONTA-STATUS NOT = "00"
               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           MOVE ZEROS TO WS-CTL-QTD.
           MOVE ZEROS TO WS-CTL-HASH.
           PERFORM UNTIL WS-CONTA-OLD-STATUS = "10"
               READ CONTA-OLD-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CONTA-OLD-STATUS NOT = "00"
                       AND WS-CONTA-OLD-STATUS NOT = "10"
                   MOVE "CONTA-OLD-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CONTA-OLD-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               PERFORM CONVERTER-UMA-CONTA
           END-PERFORM.

           CLOSE CONTA-OLD-FILE.
           CLOSE CONTA-FILE.

      * The converted master gets its control totals stamped right
      * away, so the openers' damage check agrees with the file
      * from the first run after the conversion.
           MOVE "CONCTRL.DAT" TO WS-CTL-ARQUIVO.
           CALL "GRAVAR-CONTROLE-MASTER" USING WS-CTL-ARQUIVO
               WS-CTL-QTD WS-CTL-HASH.

       CONVERTER-UMA-CONTA.
      * Every field carries over as it was; no account starts with
      * an overdraft until one is agreed and keyed.
           ADD 1 TO WS-CTA-QTD-VELHA.
           ADD OLDC-NUMERO TO WS-CTA-SOMA-VELHA.
           ADD OLDC-SALDO TO WS-SAL-SOMA-VELHA.
           MOVE OLDC-NUMERO TO CONTA-NUMERO.
           MOVE OLDC-SALDO TO CONTA-SALDO.
           MOVE OLDC-MOEDA TO CONTA-MOEDA.
           MOVE OLDC-CLIENTE TO CONTA-CLIENTE.
           MOVE OLDC-TIPO TO CONTA-TIPO.
           MOVE OLDC-ABERTURA TO CONTA-ABERTURA.
           MOVE OLDC-SITUACAO TO CONTA-SITUACAO.
           MOVE ZEROS TO CONTA-LIMITE.
           WRITE CONTA-REC.
           IF WS-CONTA-STATUS NOT = "00"
               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WS-CTA-QTD-NOVA.
           ADD CONTA-NUMERO TO WS-CTA-SOMA-NOVA.
           ADD CONTA-SALDO TO WS-SAL-SOMA-NOVA.
           ADD 1 TO WS-CTL-QTD.
           ADD CONTA-NUMERO TO WS-CTL-HASH.

       CONCLUIR-RECONCILIACAO.
           MOVE SPACES TO RECON-LINE.
           STRING "CONTAS   VELHAS " WS-CTA-QTD-VELHA
               " NOVAS " WS-CTA-QTD-NOVA
               " SOMA " WS-CTA-SOMA-VELHA "/" WS-CTA-SOMA-NOVA
               DELIMITED BY SIZE INTO RECON-LINE.
           PERFORM GRAVAR-LINHA-RECON.
           MOVE WS-SAL-SOMA-VELHA TO WS-SAL-CAMPO1.
           MOVE WS-SAL-SOMA-NOVA TO WS-SAL-CAMPO2.
           MOVE SPACES TO RECON-LINE.
           STRING "SALDOS   ANTES " WS-SAL-CAMPO1
               " DEPOIS " WS-SAL-CAMPO2
               DELIMITED BY SIZE INTO RECON-LINE.
           PERFORM GRAVAR-LINHA-RECON.
           IF WS-CTA-QTD-VELHA NOT = WS-CTA-QTD-NOVA
                   OR WS-CTA-SOMA-VELHA NOT = WS-CTA-SOMA-NOVA
                   OR WS-SAL-SOMA-VELHA NOT = WS-SAL-SOMA-NOVA
               MOVE "POPULACOES DIVERGEM - NAO LIBERAR O ARQUIVO"
                   TO RECON-LINE
               PERFORM GRAVAR-LINHA-RECON
               DISPLAY "CONVERSAO COM DIVERGENCIA - VERIFICAR "
                   "CONVREC.TXT"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               MOVE "POPULACOES CONFEREM" TO RECON-LINE
               PERFORM GRAVAR-LINHA-RECON
           END-IF.

       GRAVAR-LINHA-RECON.
           WRITE RECON-LINE.
           IF WS-RECON-STATUS NOT = "00"
               MOVE "RECON-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-RECON-STATUS TO WS-ERRO-STATUS
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

                            END PROGRAM PROG_CONTCONV.
