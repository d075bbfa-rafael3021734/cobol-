      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: One-time rebuild of the customer master for its
      *          alternate keys: CLIENTE.DAT gained alternate
      *          indexes on NOME, END-CEP and EMAIL (duplicates
      *          allowed), and a file built before them cannot be
      *          opened under the new key definition. Rename the
      *          old CLIENTE.DAT to CLIENTE.OLD before the run; this
      *          program reads it on the CODIGO key alone, writes
      *          every record unchanged into a fresh CLIENTE.DAT
      *          that carries all four indexes, stamps the master
      *          control file, and prints the CONVREC.TXT
      *          reconciliation proving old and new files carry the
      *          same population (count and key sum) - the pattern
      *          PROG_CLICONV2.cbl set. PROG_MSTVERIF.cbl checks the
      *          new indexes from then on.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_CLICONV4.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-OLD-FILE ASSIGN TO "CLIENTE.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-CODIGO
               FILE STATUS IS WS-CLIENTE-OLD-STATUS.

           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS END-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT RECON-REPORT ASSIGN TO "CONVREC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
      * The master as it stood before the alternate keys: the same
      * 196 bytes, indexed on CODIGO only, kept inline on purpose -
      * it exists only to read the file one last time.
       FD  CLIENTE-OLD-FILE.
        01 OLD-CLIENTE.
         05 OLD-CODIGO PIC 9(006).
         05 OLD-DADOS PIC X(190).

       FD  CLIENTE-FILE.
           COPY CLIENTE.

       FD  RECON-REPORT.
        01 RECON-LINE PIC X(100).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-CLIENTE-OLD-STATUS PIC X(02) VALUE ZEROS.
        77 WS-CLIENTE-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RECON-STATUS       PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "CONVREC.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_CLICONV".
        77 WS-ERRO-ARQUIVO       PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS        PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE        PIC 9(02) VALUE ZEROS.
        77 WS-CTL-ARQUIVO        PIC X(030) VALUE SPACES.
        77 WS-CTL-QTD            PIC 9(009) VALUE ZEROS.
        77 WS-CTL-HASH           PIC 9(015) VALUE ZEROS.

      * Old-side and new-side count and key sum; the reconciliation
      * only signs off when both pairs agree.
        77 WS-CLI-QTD-VELHA      PIC 9(09) VALUE ZEROS.
        77 WS-CLI-QTD-NOVA       PIC 9(09) VALUE ZEROS.
        77 WS-CLI-SOMA-VELHA     PIC 9(15) VALUE ZEROS.
        77 WS-CLI-SOMA-NOVA      PIC 9(15) VALUE ZEROS.
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
           MOVE "RECONCILIACAO DA RECONSTRUCAO DE CLIENTE.DAT COM "
               TO RECON-LINE.
           MOVE "CHAVES ALTERNATIVAS" TO RECON-LINE(50:19).
           PERFORM GRAVAR-LINHA-RECON.

           PERFORM CONVERTER-CLIENTES.
           PERFORM CONCLUIR-RECONCILIACAO.

           CLOSE RECON-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.
           DISPLAY "RECONSTRUCAO CONCLUIDA - CLIENTES: "
               WS-CLI-QTD-NOVA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       CONVERTER-CLIENTES.
           OPEN INPUT CLIENTE-OLD-FILE.
           IF WS-CLIENTE-OLD-STATUS = "35"
               DISPLAY "CLIENTE.OLD NAO ENCONTRADO - RENOMEIE O "
                   "CLIENTE.DAT ANTIGO ANTES DA RECONSTRUCAO"
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CLIENTE-OLD-STATUS NOT = "00"
               MOVE "CLIENTE-OLD-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CLIENTE-OLD-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT CLIENTE-FILE.
           IF WS-CLIENTE-STATUS NOT = "00"
               MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           MOVE ZEROS TO WS-CTL-QTD.
           MOVE ZEROS TO WS-CTL-HASH.
           PERFORM UNTIL WS-CLIENTE-OLD-STATUS = "10"
               READ CLIENTE-OLD-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CLIENTE-OLD-STATUS NOT = "00"
                       AND WS-CLIENTE-OLD-STATUS NOT = "10"
                   MOVE "CLIENTE-OLD-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CLIENTE-OLD-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               PERFORM CONVERTER-UM-CLIENTE
           END-PERFORM.

           CLOSE CLIENTE-OLD-FILE.
           CLOSE CLIENTE-FILE.

      * The rebuilt master gets its control totals stamped right
      * away, so the openers' damage check agrees with the file
      * from the first run after the rebuild.
           MOVE "CLICTRL.DAT" TO WS-CTL-ARQUIVO.
           CALL "GRAVAR-CONTROLE-MASTER" USING WS-CTL-ARQUIVO
               WS-CTL-QTD WS-CTL-HASH.

       CONVERTER-UM-CLIENTE.
      * The record is carried byte for byte; only the indexes built
      * over it are new.
           ADD 1 TO WS-CLI-QTD-VELHA.
           ADD OLD-CODIGO TO WS-CLI-SOMA-VELHA.
           MOVE OLD-CLIENTE TO CLIENTE.
           WRITE CLIENTE.
           IF WS-CLIENTE-STATUS = "02"
               MOVE "00" TO WS-CLIENTE-STATUS
           END-IF.
           IF WS-CLIENTE-STATUS NOT = "00"
               MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WS-CLI-QTD-NOVA.
           ADD CODIGO TO WS-CLI-SOMA-NOVA.
           ADD 1 TO WS-CTL-QTD.
           ADD CODIGO TO WS-CTL-HASH.

       CONCLUIR-RECONCILIACAO.
           MOVE SPACES TO RECON-LINE.
           STRING "CLIENTE  VELHOS " WS-CLI-QTD-VELHA
               " NOVOS " WS-CLI-QTD-NOVA
               " SOMA " WS-CLI-SOMA-VELHA "/" WS-CLI-SOMA-NOVA
               DELIMITED BY SIZE INTO RECON-LINE.
           PERFORM GRAVAR-LINHA-RECON.
           IF WS-CLI-QTD-VELHA NOT = WS-CLI-QTD-NOVA
                   OR WS-CLI-SOMA-VELHA NOT = WS-CLI-SOMA-NOVA
               MOVE "POPULACOES DIVERGEM - NAO LIBERAR O ARQUIVO"
                   TO RECON-LINE
               PERFORM GRAVAR-LINHA-RECON
               DISPLAY "RECONSTRUCAO COM DIVERGENCIA - VERIFICAR "
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
      * Any FILE STATUS other than 00 (success), 02 (duplicate
      * alternate key, allowed), 10 (end of file) or 35 (not found,
      * already handled above) means a real I/O problem; log which
      * file and status code and stop instead of pressing on with
      * bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_CLICONV4.
