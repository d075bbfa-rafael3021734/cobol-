      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: One-time conversion of the suspense file for the
      *          payments to other banks: the transaction image on
      *          SUSPENSO.DAT grew by the destination bank, branch,
      *          external account and payee, taking the record from
      *          68 to 117 bytes with the reference and entry date
      *          moved behind them. Rename the old SUSPENSO.DAT to
      *          SUSPENSO.OLD before the run; this program reads it
      *          in the 68-byte layout, writes every item into a
      *          fresh SUSPENSO.DAT with the new fields empty (none
      *          of the old items is a payment to another bank), and
      *          prints the CONVREC.TXT reconciliation proving old
      *          and new files carry the same population (count and
      *          reference sum) and the same money (amount sum) -
      *          the pattern PROG_CLICONV2.cbl set. References and
      *          entry dates carry over unchanged, so SUSPSEQ.DAT,
      *          the acknowledgment file and the aging stay valid.
      *          Run it after PROG_CLICONV2.cbl where that one is
      *          still due (it writes the 68-byte layout), and before
      *          the calculator, PROG_SUSPAGE.cbl or PROG_MIPACK.cbl
      *          next read the file. SUSPENSO.OLD is left in place.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_SUSPCONV.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT SUSP-OLD-FILE ASSIGN TO "SUSPENSO.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-OLD-STATUS.

           SELECT SUSP-FILE ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT RECON-REPORT ASSIGN TO "CONVREC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
      * The suspense record as it stood before the payments to other
      * banks: 68 bytes, kept inline on purpose - it exists only to
      * read the file one last time.
       FD  SUSP-OLD-FILE.
        01 OLDS-REC.
         05 OLDS-MOTIVO PIC 9(02).
         05 OLDS-DADOS.
          10 OLDS-CONTA PIC 9(05).
          10 OLDS-SALDO PIC 9(10)V99.
          10 OLDS-TIPO PIC X(01).
          10 OLDS-VALOR PIC 9(10)V99.
          10 OLDS-MOEDA PIC X(03).
          10 OLDS-CONTA-DEST PIC 9(05).
          10 OLDS-SEQ-ESTORNO PIC 9(06).
          10 OLDS-DATA-VALOR PIC 9(08).
         05 OLDS-REFERENCIA PIC 9(06).
         05 OLDS-DATA-ENTRADA PIC 9(08).

      * Same record the calculator's suspense writer gives the file.
       FD  SUSP-FILE.
        01 SUSP-REC.
         05 SUSP-MOTIVO PIC 9(02).
         05 SUSP-DADOS.
          10 SUSP-CONTA PIC 9(05).
          10 SUSP-SALDO PIC 9(10)V99.
          10 SUSP-TIPO PIC X(01).
          10 SUSP-VALOR PIC 9(10)V99.
          10 SUSP-MOEDA PIC X(03).
          10 SUSP-CONTA-DEST PIC 9(05).
          10 SUSP-SEQ-ESTORNO PIC 9(06).
          10 SUSP-DATA-VALOR PIC 9(08).
          10 SUSP-BANCO-DEST PIC 9(03).
          10 SUSP-AGENCIA-DEST PIC 9(04).
          10 SUSP-CONTA-EXTERNA PIC X(12).
          10 SUSP-FAVORECIDO PIC X(30).
         05 SUSP-REFERENCIA PIC 9(06).
         05 SUSP-DATA-ENTRADA PIC 9(08).

       FD  RECON-REPORT.
        01 RECON-LINE PIC X(100).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-SUSP-OLD-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-SUSP-STATUS        PIC X(02) VALUE ZEROS.
        77 WS-RECON-STATUS       PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "CONVREC.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_SUSPCON".
        77 WS-ERRO-ARQUIVO       PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS        PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE        PIC 9(02) VALUE ZEROS.

      * Old-side and new-side count, reference sum and amount sum;
      * the reconciliation only signs off when all three pairs agree.
        77 WS-SUS-QTD-VELHA      PIC 9(09) VALUE ZEROS.
        77 WS-SUS-QTD-NOVA       PIC 9(09) VALUE ZEROS.
        77 WS-SUS-SOMA-VELHA     PIC 9(15) VALUE ZEROS.
        77 WS-SUS-SOMA-NOVA      PIC 9(15) VALUE ZEROS.
        77 WS-VAL-SOMA-VELHA     PIC 9(15)V99 VALUE ZEROS.
        77 WS-VAL-SOMA-NOVA      PIC 9(15)V99 VALUE ZEROS.
        77 WS-VAL-CAMPO1         PIC Z(14)9.99.
        77 WS-VAL-CAMPO2         PIC Z(14)9.99.
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
           MOVE "RECONCILIACAO DA CONVERSAO DE SUSPENSO.DAT PARA O "
               TO RECON-LINE.
           MOVE "PAGAMENTO A OUTROS BANCOS" TO RECON-LINE(51:25).
           PERFORM GRAVAR-LINHA-RECON.

           PERFORM CONVERTER-SUSPENSOS.
           PERFORM CONCLUIR-RECONCILIACAO.

           CLOSE RECON-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.
           DISPLAY "CONVERSAO CONCLUIDA - SUSPENSOS: " WS-SUS-QTD-NOVA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       CONVERTER-SUSPENSOS.
           OPEN INPUT SUSP-OLD-FILE.
           IF WS-SUSP-OLD-STATUS = "35"
               DISPLAY "SUSPENSO.OLD NAO ENCONTRADO - RENOMEIE O "
                   "SUSPENSO.DAT ANTIGO ANTES DA CONVERSAO"
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SUSP-OLD-STATUS NOT = "00"
               MOVE "SUSP-OLD-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-SUSP-OLD-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT SUSP-FILE.
           IF WS-SUSP-STATUS NOT = "00"
               MOVE "SUSP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-SUSP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           PERFORM UNTIL WS-SUSP-OLD-STATUS = "10"
               READ SUSP-OLD-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-SUSP-OLD-STATUS NOT = "00"
                       AND WS-SUSP-OLD-STATUS NOT = "10"
                   MOVE "SUSP-OLD-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-SUSP-OLD-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               PERFORM CONVERTER-UM-SUSPENSO
           END-PERFORM.

           CLOSE SUSP-OLD-FILE.
           CLOSE SUSP-FILE.

       CONVERTER-UM-SUSPENSO.
      * Every old field carries over as it was; the other-bank
      * destination comes in empty, the same as any transaction
      * that is not a payment to another bank.
           ADD 1 TO WS-SUS-QTD-VELHA.
           ADD OLDS-REFERENCIA TO WS-SUS-SOMA-VELHA.
           ADD OLDS-VALOR TO WS-VAL-SOMA-VELHA.
           MOVE OLDS-MOTIVO TO SUSP-MOTIVO.
           MOVE OLDS-CONTA TO SUSP-CONTA.
           MOVE OLDS-SALDO TO SUSP-SALDO.
           MOVE OLDS-TIPO TO SUSP-TIPO.
           MOVE OLDS-VALOR TO SUSP-VALOR.
           MOVE OLDS-MOEDA TO SUSP-MOEDA.
           MOVE OLDS-CONTA-DEST TO SUSP-CONTA-DEST.
           MOVE OLDS-SEQ-ESTORNO TO SUSP-SEQ-ESTORNO.
           MOVE OLDS-DATA-VALOR TO SUSP-DATA-VALOR.
           MOVE ZEROS TO SUSP-BANCO-DEST.
           MOVE ZEROS TO SUSP-AGENCIA-DEST.
           MOVE SPACES TO SUSP-CONTA-EXTERNA.
           MOVE SPACES TO SUSP-FAVORECIDO.
           MOVE OLDS-REFERENCIA TO SUSP-REFERENCIA.
           MOVE OLDS-DATA-ENTRADA TO SUSP-DATA-ENTRADA.
           WRITE SUSP-REC.
           IF WS-SUSP-STATUS NOT = "00"
               MOVE "SUSP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-SUSP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WS-SUS-QTD-NOVA.
           ADD SUSP-REFERENCIA TO WS-SUS-SOMA-NOVA.
           ADD SUSP-VALOR TO WS-VAL-SOMA-NOVA.

       CONCLUIR-RECONCILIACAO.
           MOVE SPACES TO RECON-LINE.
           STRING "SUSPENSO VELHOS " WS-SUS-QTD-VELHA
               " NOVOS " WS-SUS-QTD-NOVA
               " SOMA " WS-SUS-SOMA-VELHA "/" WS-SUS-SOMA-NOVA
               DELIMITED BY SIZE INTO RECON-LINE.
           PERFORM GRAVAR-LINHA-RECON.
           MOVE WS-VAL-SOMA-VELHA TO WS-VAL-CAMPO1.
           MOVE WS-VAL-SOMA-NOVA TO WS-VAL-CAMPO2.
           MOVE SPACES TO RECON-LINE.
           STRING "VALORES  ANTES " WS-VAL-CAMPO1
               " DEPOIS " WS-VAL-CAMPO2
               DELIMITED BY SIZE INTO RECON-LINE.
           PERFORM GRAVAR-LINHA-RECON.
           IF WS-SUS-QTD-VELHA NOT = WS-SUS-QTD-NOVA
                   OR WS-SUS-SOMA-VELHA NOT = WS-SUS-SOMA-NOVA
                   OR WS-VAL-SOMA-VELHA NOT = WS-VAL-SOMA-NOVA
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

                            END PROGRAM PROG_SUSPCONV.
