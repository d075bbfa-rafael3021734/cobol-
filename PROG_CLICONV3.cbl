      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: One-time conversion for the CPF on the customer
      *          master: the taxpayer number took the CLIENTE record
      *          from 185 to 196 bytes, appended at the end so every
      *          existing field keeps its offset. CLIENTE.DAT and
      *          the CLIHIST.DAT archive are rewritten with the CPF
      *          blank ("not yet captured" - TELACLIENTE asks for it
      *          on the next change, the bulk load on the next
      *          feed). Rename the old files to .OLD before the run;
      *          this program rewrites each record under the new
      *          layout, stamps the master control file, and prints
      *          the CONVREC.TXT reconciliation proving old and new
      *          files carry the same population (counts and key
      *          sums per file) - the pattern PROG_CLICONV2.cbl set.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_CLICONV3.

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

           SELECT HIST-OLD-FILE ASSIGN TO "CLIHIST.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLDH-CODIGO
               FILE STATUS IS WS-HIST-OLD-STATUS.

           SELECT HIST-FILE ASSIGN TO "CLIHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CODIGO
               FILE STATUS IS WS-HIST-STATUS.

           SELECT RECON-REPORT ASSIGN TO "CONVREC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
      * The pre-conversion layouts, kept inline on purpose: they
      * exist only to read the files one last time.
       FD  CLIENTE-OLD-FILE.
        01 OLD-CLIENTE.
         05 OLD-CODIGO PIC 9(006).
         05 OLD-DADOS PIC X(179).

       FD  CLIENTE-FILE.
           COPY CLIENTE.

       FD  HIST-OLD-FILE.
        01 OLDH-REC.
         05 OLDH-CODIGO PIC 9(006).
         05 OLDH-DADOS PIC X(179).

       FD  HIST-FILE.
        01 HIST-REC.
         05 HIST-CODIGO PIC 9(006).
         05 HIST-DADOS PIC X(190).

       FD  RECON-REPORT.
        01 RECON-LINE PIC X(100).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-CLIENTE-OLD-STATUS PIC X(02) VALUE ZEROS.
        77 WS-CLIENTE-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-HIST-OLD-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-HIST-STATUS        PIC X(02) VALUE ZEROS.
        77 WS-RECON-STATUS       PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "CONVREC.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_CLICONV".
        77 WS-ERRO-ARQUIVO       PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS        PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE        PIC 9(02) VALUE ZEROS.
        77 WS-CTL-ARQUIVO        PIC X(030) VALUE SPACES.
        77 WS-CTL-QTD            PIC 9(009) VALUE ZEROS.
        77 WS-CTL-HASH           PIC 9(015) VALUE ZEROS.

      * Old-side and new-side counts and key sums per file; the
      * reconciliation only signs off when each pair agrees.
        77 WS-CLI-QTD-VELHA      PIC 9(09) VALUE ZEROS.
        77 WS-CLI-QTD-NOVA       PIC 9(09) VALUE ZEROS.
        77 WS-CLI-SOMA-VELHA     PIC 9(15) VALUE ZEROS.
        77 WS-CLI-SOMA-NOVA      PIC 9(15) VALUE ZEROS.
        77 WS-HIS-QTD-VELHA      PIC 9(09) VALUE ZEROS.
        77 WS-HIS-QTD-NOVA       PIC 9(09) VALUE ZEROS.
        77 WS-HIS-SOMA-VELHA     PIC 9(15) VALUE ZEROS.
        77 WS-HIS-SOMA-NOVA      PIC 9(15) VALUE ZEROS.
        77 WS-DIVERGENTE         PIC X(01) VALUE "N".
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
           MOVE "RECONCILIACAO DA CONVERSAO DO CPF DO CLIENTE"
               TO RECON-LINE.
           PERFORM GRAVAR-LINHA-RECON.

           PERFORM CONVERTER-CLIENTES.
           PERFORM CONVERTER-HISTORICO.
           PERFORM CONCLUIR-RECONCILIACAO.

           CLOSE RECON-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.
           DISPLAY "CONVERSAO CONCLUIDA - CLIENTES: "
               WS-CLI-QTD-NOVA " HISTORICOS: " WS-HIS-QTD-NOVA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       CONVERTER-CLIENTES.
           OPEN INPUT CLIENTE-OLD-FILE.
           IF WS-CLIENTE-OLD-STATUS = "35"
               DISPLAY "CLIENTE.OLD NAO ENCONTRADO - RENOMEIE O "
                   "CLIENTE.DAT ANTIGO ANTES DA CONVERSAO"
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

      * The converted master gets its control totals stamped right
      * away, so the openers' damage check agrees with the file
      * from the first run after the conversion.
           MOVE "CLICTRL.DAT" TO WS-CTL-ARQUIVO.
           CALL "GRAVAR-CONTROLE-MASTER" USING WS-CTL-ARQUIVO
               WS-CTL-QTD WS-CTL-HASH.

       CONVERTER-UM-CLIENTE.
      * Everything up to the end of the old record is carried byte
      * for byte; only the CPF is new, and it comes in blank.
           ADD 1 TO WS-CLI-QTD-VELHA.
           ADD OLD-CODIGO TO WS-CLI-SOMA-VELHA.
           MOVE SPACES TO CLIENTE.
           MOVE OLD-CODIGO TO CODIGO.
           MOVE OLD-DADOS TO CLIENTE(7:179).
           MOVE SPACES TO CPF.
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

       CONVERTER-HISTORICO.
      * A shop that never archived has no CLIHIST.OLD; that is not
      * an error, the archive simply starts under the new layout.
           OPEN INPUT HIST-OLD-FILE.
           IF WS-HIST-OLD-STATUS = "35"
               CLOSE HIST-OLD-FILE
           ELSE
               IF WS-HIST-OLD-STATUS NOT = "00"
                   MOVE "HIST-OLD-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-HIST-OLD-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               OPEN OUTPUT HIST-FILE
               IF WS-HIST-STATUS NOT = "00"
                   MOVE "HIST-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-HIST-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               PERFORM UNTIL WS-HIST-OLD-STATUS = "10"
                   READ HIST-OLD-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-HIST-OLD-STATUS NOT = "00"
                           AND WS-HIST-OLD-STATUS NOT = "10"
                       MOVE "HIST-OLD-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-HIST-OLD-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   ADD 1 TO WS-HIS-QTD-VELHA
                   ADD OLDH-CODIGO TO WS-HIS-SOMA-VELHA
                   MOVE SPACES TO HIST-DADOS
                   MOVE OLDH-CODIGO TO HIST-CODIGO
                   MOVE OLDH-DADOS TO HIST-DADOS(1:179)
                   WRITE HIST-REC
                   IF WS-HIST-STATUS NOT = "00"
                       MOVE "HIST-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-HIST-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   ADD 1 TO WS-HIS-QTD-NOVA
                   ADD HIST-CODIGO TO WS-HIS-SOMA-NOVA
               END-PERFORM
               CLOSE HIST-OLD-FILE
               CLOSE HIST-FILE
           END-IF.

       CONCLUIR-RECONCILIACAO.
      * Counts and key sums must match pairwise; appending a blank
      * field cannot change either, so a difference means a record
      * was lost or invented.
           MOVE "N" TO WS-DIVERGENTE.
           MOVE SPACES TO RECON-LINE.
           STRING "CLIENTE  VELHOS " WS-CLI-QTD-VELHA
               " NOVOS " WS-CLI-QTD-NOVA
               " SOMA " WS-CLI-SOMA-VELHA "/" WS-CLI-SOMA-NOVA
               DELIMITED BY SIZE INTO RECON-LINE.
           PERFORM GRAVAR-LINHA-RECON.
           IF WS-CLI-QTD-VELHA NOT = WS-CLI-QTD-NOVA
                   OR WS-CLI-SOMA-VELHA NOT = WS-CLI-SOMA-NOVA
               MOVE "S" TO WS-DIVERGENTE
           END-IF.
           MOVE SPACES TO RECON-LINE.
           STRING "HISTORICO VELHOS " WS-HIS-QTD-VELHA
               " NOVOS " WS-HIS-QTD-NOVA
               " SOMA " WS-HIS-SOMA-VELHA "/" WS-HIS-SOMA-NOVA
               DELIMITED BY SIZE INTO RECON-LINE.
           PERFORM GRAVAR-LINHA-RECON.
           IF WS-HIS-QTD-VELHA NOT = WS-HIS-QTD-NOVA
                   OR WS-HIS-SOMA-VELHA NOT = WS-HIS-SOMA-NOVA
               MOVE "S" TO WS-DIVERGENTE
           END-IF.

           IF WS-DIVERGENTE = "S"
               MOVE "POPULACOES DIVERGEM - NAO LIBERAR OS ARQUIVOS"
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

                            END PROGRAM PROG_CLICONV3.
