      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Nightly seal verification of the audit logs
      *          SELAR-LINHA-LOG seals - CLIAUDIT.LOG,
      *          CENTROAUDIT.LOG, HORAPROV.LOG and TABIMP.LOG. Each
      *          log is walked from the top recomputing every line's
      *          seal from the one before it (CALCULAR-SELO-LOG),
      *          and the first line whose seal does not agree - or
      *          which carries none once the chain has started - is
      *          reported by number. The log's companion .CTL
      *          control file holds the line count and last seal
      *          stamped by the previous run, so a log cut short
      *          below that line, or whose line there no longer
      *          carries that seal, is caught as well. An intact log
      *          has its control restamped with today's count and
      *          last seal; a broken one keeps the last good stamp,
      *          raises an alert and ends the run with RC 8. The
      *          findings go to LOGVERIF.TXT.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_LOGVERIF.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO WS-NOME-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT CONTROLE-FILE ASSIGN TO WS-NOME-CONTROLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.

           SELECT VERIF-REPORT ASSIGN TO "LOGVERIF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
      * Same record length the writers give CLIAUDIT.LOG, the widest
      * of the sealed logs.
       FD  LOG-FILE.
        01 LOG-REC PIC X(500).

      * Same layout GRAVAR-CONTROLE-MASTER stamps.
       FD  CONTROLE-FILE.
        01 CONTROLE-REC.
         05 CTL-QTD-REGISTROS PIC 9(009).
         05 CTL-HASH-CHAVES PIC 9(015).

       FD  VERIF-REPORT.
        01 VERIF-LINE PIC X(132).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-LOG-STATUS      PIC X(02) VALUE ZEROS.
        77 WS-CONTROLE-STATUS PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "LOGVERIF.TXT".
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
        77 WS-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_LOGVERI".
        77 WS-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS    PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.
        77 WS-ALERTA-SEVERIDADE PIC X(001) VALUE "A".
        77 WS-ALERTA-MENSAGEM PIC X(060) VALUE SPACES.

        77 WS-NOME-LOG        PIC X(030) VALUE SPACES.
        77 WS-NOME-CONTROLE   PIC X(030) VALUE SPACES.
        77 WS-POS-PONTO       PIC 9(02) VALUE ZEROS.
        77 WS-TAMANHO         PIC 9(03) VALUE ZEROS.
        77 WS-IDX-LOG         PIC 9(02) VALUE ZEROS.

      * The walk: the chain starts at the first sealed line; lines
      * before it are from before the logs were sealed.
        77 WS-QTD-LINHAS      PIC 9(09) VALUE ZEROS.
        77 WS-QTD-SEM-SELO    PIC 9(09) VALUE ZEROS.
        77 WS-CADEIA-INICIADA PIC X(01) VALUE "N".
        77 WS-LOG-EXISTE      PIC X(01) VALUE "S".
        77 WS-SELO-ANTERIOR   PIC 9(12) VALUE ZEROS.
        77 WS-SELO-CALCULADO  PIC 9(12) VALUE ZEROS.
        77 WS-SELO-GRAVADO    PIC 9(12) VALUE ZEROS.
        77 WS-LINHA-QUEBRA    PIC 9(09) VALUE ZEROS.
        77 WS-MOTIVO-QUEBRA   PIC X(060) VALUE SPACES.

      * The previous run's stamp and what the log holds there now.
        77 WS-TEM-CONTROLE    PIC X(01) VALUE "N".
        77 WS-CTL-QTD         PIC 9(09) VALUE ZEROS.
        77 WS-CTL-HASH        PIC 9(15) VALUE ZEROS.
        77 WS-SELO-NA-MARCA   PIC 9(12) VALUE ZEROS.
        77 WS-HASH-NOVO       PIC 9(15) VALUE ZEROS.
        77 WS-QTD-QUEBRADOS   PIC 9(02) VALUE ZEROS.

      * The sealed logs and the width of their text, the seal
      * sitting right after it - the same list SELAR-LINHA-LOG
      * carries.
        01 WS-TAB-LOGS.
         05 WS-LOG OCCURS 4 TIMES.
          10 WS-LOG-ARQUIVO     PIC X(030).
          10 WS-LOG-TAMANHO     PIC 9(03).
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

           MOVE "CLIAUDIT.LOG" TO WS-LOG-ARQUIVO(1).
           MOVE 480 TO WS-LOG-TAMANHO(1).
           MOVE "CENTROAUDIT.LOG" TO WS-LOG-ARQUIVO(2).
           MOVE 120 TO WS-LOG-TAMANHO(2).
           MOVE "HORAPROV.LOG" TO WS-LOG-ARQUIVO(3).
           MOVE 170 TO WS-LOG-TAMANHO(3).
           MOVE "TABIMP.LOG" TO WS-LOG-ARQUIVO(4).
           MOVE 120 TO WS-LOG-TAMANHO(4).

           OPEN OUTPUT VERIF-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "VERIF-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO VERIF-LINE.
           STRING "VERIFICACAO DOS SELOS DOS LOGS DE AUDITORIA - "
               "DATA DE PROCESSAMENTO " WS-DATA-PROCESSO(7:2) "/"
               WS-DATA-PROCESSO(5:2) "/" WS-DATA-PROCESSO(1:4)
               DELIMITED BY SIZE INTO VERIF-LINE.
           PERFORM GRAVAR-LINHA-VERIF.

           PERFORM VARYING WS-IDX-LOG FROM 1 BY 1
                   UNTIL WS-IDX-LOG > 4
               PERFORM VERIFICAR-LOG
           END-PERFORM.

           MOVE SPACES TO VERIF-LINE.
           PERFORM GRAVAR-LINHA-VERIF.
           MOVE SPACES TO VERIF-LINE.
           STRING "LOGS COM QUEBRA DE SELO: " WS-QTD-QUEBRADOS
               DELIMITED BY SIZE INTO VERIF-LINE.
           PERFORM GRAVAR-LINHA-VERIF.
           CLOSE VERIF-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           DISPLAY "VERIFICACAO DE SELOS CONCLUIDA - RC "
               WS-RETURN-CODE.
           PERFORM ENCERRAR-RUNLOG.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *=================================================================
      * One log: the previous stamp, the walk, the verdict.
      *=================================================================
       VERIFICAR-LOG.
           MOVE WS-LOG-ARQUIVO(WS-IDX-LOG) TO WS-NOME-LOG.
           MOVE WS-LOG-TAMANHO(WS-IDX-LOG) TO WS-TAMANHO.
           MOVE ZEROS TO WS-POS-PONTO.
           INSPECT WS-NOME-LOG TALLYING WS-POS-PONTO
               FOR CHARACTERS BEFORE INITIAL ".".
           MOVE SPACES TO WS-NOME-CONTROLE.
           STRING WS-NOME-LOG(1:WS-POS-PONTO) DELIMITED BY SPACE
               ".CTL" DELIMITED BY SIZE
               INTO WS-NOME-CONTROLE.

           MOVE SPACES TO VERIF-LINE.
           PERFORM GRAVAR-LINHA-VERIF.
           MOVE SPACES TO VERIF-LINE.
           STRING "LOG " WS-NOME-LOG " CONTROLE " WS-NOME-CONTROLE
               DELIMITED BY SIZE INTO VERIF-LINE.
           PERFORM GRAVAR-LINHA-VERIF.

           PERFORM LER-CONTROLE.
           PERFORM PERCORRER-LOG.
           IF WS-LOG-EXISTE = "N" AND WS-TEM-CONTROLE = "N"
               EXIT PARAGRAPH
           END-IF.

           IF WS-LINHA-QUEBRA = ZEROS AND WS-TEM-CONTROLE = "S"
               IF WS-QTD-LINHAS < WS-CTL-QTD
                   MOVE WS-QTD-LINHAS TO WS-LINHA-QUEBRA
                   ADD 1 TO WS-LINHA-QUEBRA
                   MOVE SPACES TO WS-MOTIVO-QUEBRA
                   STRING "LOG TRUNCADO - O CONTROLE REGISTRA "
                       WS-CTL-QTD " LINHAS"
                       DELIMITED BY SIZE INTO WS-MOTIVO-QUEBRA
               ELSE
                   IF WS-CTL-QTD > ZEROS
                           AND WS-SELO-NA-MARCA NOT = WS-CTL-HASH
                       MOVE WS-CTL-QTD TO WS-LINHA-QUEBRA
                       MOVE "SEM O ULTIMO SELO REGISTRADO NO CONTROLE"
                           TO WS-MOTIVO-QUEBRA
                   END-IF
               END-IF
           END-IF.

           MOVE SPACES TO VERIF-LINE.
           STRING "  LINHAS " WS-QTD-LINHAS
               " ANTERIORES AO SELO " WS-QTD-SEM-SELO
               " ULTIMO SELO " WS-SELO-ANTERIOR
               DELIMITED BY SIZE INTO VERIF-LINE.
           PERFORM GRAVAR-LINHA-VERIF.

           IF WS-LINHA-QUEBRA NOT = ZEROS
               PERFORM REGISTRAR-QUEBRA
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SELO-ANTERIOR TO WS-HASH-NOVO.
           CALL "GRAVAR-CONTROLE-MASTER" USING WS-NOME-CONTROLE
               WS-QTD-LINHAS WS-HASH-NOVO.
           ADD 1 TO WS-RUNLOG-GRAVADOS.
           MOVE SPACES TO VERIF-LINE.
           IF WS-TEM-CONTROLE = "S"
               STRING "  CADEIA INTEGRA - CONTROLE ANTERIOR ("
                   WS-CTL-QTD " LINHAS) CONFERE - CONTROLE "
                   "ATUALIZADO"
                   DELIMITED BY SIZE INTO VERIF-LINE
           ELSE
               STRING "  CADEIA INTEGRA - SEM CONTROLE ANTERIOR - "
                   "CONTROLE CRIADO"
                   DELIMITED BY SIZE INTO VERIF-LINE
           END-IF.
           PERFORM GRAVAR-LINHA-VERIF.

       LER-CONTROLE.
           MOVE "N" TO WS-TEM-CONTROLE.
           MOVE ZEROS TO WS-CTL-QTD.
           MOVE ZEROS TO WS-CTL-HASH.
           OPEN INPUT CONTROLE-FILE.
           IF WS-CONTROLE-STATUS = "35"
               CLOSE CONTROLE-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CONTROLE-STATUS NOT = "00"
               MOVE "CONTROLE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTROLE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           READ CONTROLE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "S" TO WS-TEM-CONTROLE
                   MOVE CTL-QTD-REGISTROS TO WS-CTL-QTD
                   MOVE CTL-HASH-CHAVES TO WS-CTL-HASH
           END-READ.
           CLOSE CONTROLE-FILE.

       PERCORRER-LOG.
           MOVE ZEROS TO WS-QTD-LINHAS.
           MOVE ZEROS TO WS-QTD-SEM-SELO.
           MOVE ZEROS TO WS-SELO-ANTERIOR.
           MOVE ZEROS TO WS-SELO-NA-MARCA.
           MOVE ZEROS TO WS-LINHA-QUEBRA.
           MOVE SPACES TO WS-MOTIVO-QUEBRA.
           MOVE "N" TO WS-CADEIA-INICIADA.
           MOVE "S" TO WS-LOG-EXISTE.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS = "35"
               CLOSE LOG-FILE
               MOVE "N" TO WS-LOG-EXISTE
               MOVE "  LOG NAO ENCONTRADO" TO VERIF-LINE
               PERFORM GRAVAR-LINHA-VERIF
               EXIT PARAGRAPH
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
               MOVE "LOG-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LOG-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-LOG-STATUS = "10"
               READ LOG-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-LOG-STATUS NOT = "00"
                       AND WS-LOG-STATUS NOT = "10"
                   MOVE "LOG-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-LOG-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-QTD-LINHAS
               ADD 1 TO WS-RUNLOG-LIDOS
               PERFORM CONFERIR-LINHA
           END-PERFORM.
           CLOSE LOG-FILE.

       CONFERIR-LINHA.
      * After a break the walk carries on from the seal the line
      * does carry, only to count the log and find the control
      * stamp's line; the first break is the one reported.
           IF LOG-REC(WS-TAMANHO + 1:6) NOT = " SELO="
                   OR LOG-REC(WS-TAMANHO + 7:12) IS NOT NUMERIC
               IF WS-CADEIA-INICIADA = "N"
                   ADD 1 TO WS-QTD-SEM-SELO
               ELSE
                   IF WS-LINHA-QUEBRA = ZEROS
                       MOVE WS-QTD-LINHAS TO WS-LINHA-QUEBRA
                       MOVE "LINHA SEM SELO NO MEIO DA CADEIA"
                           TO WS-MOTIVO-QUEBRA
                   END-IF
               END-IF
               IF WS-QTD-LINHAS = WS-CTL-QTD
                   MOVE ZEROS TO WS-SELO-NA-MARCA
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO WS-CADEIA-INICIADA.
           MOVE LOG-REC(WS-TAMANHO + 7:12) TO WS-SELO-GRAVADO.
           MOVE SPACES TO LOG-REC(WS-TAMANHO + 1:).
           CALL "CALCULAR-SELO-LOG" USING WS-SELO-ANTERIOR LOG-REC
               WS-TAMANHO WS-SELO-CALCULADO.
           IF WS-SELO-CALCULADO NOT = WS-SELO-GRAVADO
                   AND WS-LINHA-QUEBRA = ZEROS
               MOVE WS-QTD-LINHAS TO WS-LINHA-QUEBRA
               MOVE "SELO NAO CONFERE - LINHA ALTERADA OU REMOVIDA"
                   TO WS-MOTIVO-QUEBRA
           END-IF.
           MOVE WS-SELO-GRAVADO TO WS-SELO-ANTERIOR.
           IF WS-QTD-LINHAS = WS-CTL-QTD
               MOVE WS-SELO-GRAVADO TO WS-SELO-NA-MARCA
           END-IF.

       REGISTRAR-QUEBRA.
           ADD 1 TO WS-QTD-QUEBRADOS.
           MOVE 8 TO WS-RETURN-CODE.
           MOVE SPACES TO VERIF-LINE.
           STRING "  *** CADEIA QUEBRADA NA LINHA " WS-LINHA-QUEBRA
               " - " WS-MOTIVO-QUEBRA
               DELIMITED BY SIZE INTO VERIF-LINE.
           PERFORM GRAVAR-LINHA-VERIF.
           MOVE "  CONTROLE MANTIDO COM O ULTIMO REGISTRO INTEGRO"
               TO VERIF-LINE.
           PERFORM GRAVAR-LINHA-VERIF.
           MOVE SPACES TO WS-ALERTA-MENSAGEM.
           STRING WS-NOME-LOG DELIMITED BY SPACE
               " SELO QUEBRADO NA LINHA " DELIMITED BY SIZE
               WS-LINHA-QUEBRA DELIMITED BY SIZE
               INTO WS-ALERTA-MENSAGEM.
           CALL "GRAVAR-ALERTA" USING WS-ALERTA-SEVERIDADE
               WS-RUNLOG-PROGRAMA WS-ALERTA-MENSAGEM.

       ENCERRAR-RUNLOG.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

       GRAVAR-LINHA-VERIF.
           WRITE VERIF-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "VERIF-REPORT" TO WS-ERRO-ARQUIVO
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

                            END PROGRAM PROG_LOGVERIF.
