      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Nightly aging of the customer service cases on
      *          CASOS.DAT: every case still open past its SLA due
      *          date is listed on CASOAGE.TXT with its category,
      *          responsible employee and the business days it is
      *          late (CALCULAR-DIAS-UTEIS, so weekends and
      *          FERIADO.DAT days are not held against anyone), with
      *          the open and overdue counts per category at the
      *          foot. The first night a case is found past its due
      *          date a GRAVAR-ALERTA is raised for it and the case
      *          is marked, so the breach alerts once, on the day it
      *          happens.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_CASOAGE.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CASO-FILE ASSIGN TO "CASOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASO-NUMERO
               FILE STATUS IS WS-CASO-STATUS.

           SELECT AGE-REPORT ASSIGN TO "CASOAGE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  CASO-FILE.
           COPY CASO.

       FD  AGE-REPORT.
        01 AGE-LINE PIC X(132).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-CASO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "CASOAGE.TXT".
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-DATA-PROCESSO  PIC 9(08) VALUE ZEROS.
        77 WS-DIAS-ATRASO    PIC S9(05)V9 VALUE ZEROS.
        77 WS-ATRASO-CAMPO   PIC ZZZZ9.9.
        77 WS-QTD-ABERTOS    PIC 9(05) VALUE ZEROS.
        77 WS-QTD-ATRASADOS  PIC 9(05) VALUE ZEROS.
        77 WS-QTD-ALERTADOS  PIC 9(05) VALUE ZEROS.
        77 WS-ALERTA-SEVERIDADE PIC X(01) VALUE "M".
        77 WS-ALERTA-MENSAGEM PIC X(060) VALUE SPACES.
        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_CASOAGE".
        77 WS-RUNLOG-EVENTO  PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS   PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.

      * Open and overdue counts per category, in the order the
      * CASO.CPY header lists them; the fifth slot catches any
      * category keyed before the list changed.
        01 WS-CATEGORIAS-VALORES.
         05 FILLER PIC X(031) VALUE "RRECLAMACAO".
         05 FILLER PIC X(031) VALUE "SSOLICITACAO DE SERVICO".
         05 FILLER PIC X(031) VALUE "CCONTESTACAO DE LANCAMENTO".
         05 FILLER PIC X(031) VALUE "OOUVIDORIA".
         05 FILLER PIC X(031) VALUE " OUTRAS".
        01 WS-CATEGORIAS REDEFINES WS-CATEGORIAS-VALORES.
         05 WS-CAT-ENTRY OCCURS 5 TIMES.
          10 WS-CAT-CODIGO PIC X(01).
          10 WS-CAT-NOME PIC X(030).
        01 WS-CONTADORES.
         05 WS-CNT-ENTRY OCCURS 5 TIMES.
          10 WS-CNT-ABERTOS PIC 9(05).
          10 WS-CNT-ATRASADOS PIC 9(05).
        77 WS-IDX-CAT        PIC 9(01) VALUE ZEROS.
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
           INITIALIZE WS-CONTADORES.

           OPEN OUTPUT AGE-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "AGE-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO AGE-LINE.
           STRING "CASOS DE ATENDIMENTO EM ATRASO EM "
               WS-DATA-PROCESSO(7:2) "/" WS-DATA-PROCESSO(5:2) "/"
               WS-DATA-PROCESSO(1:4)
               DELIMITED BY SIZE INTO AGE-LINE.
           PERFORM GRAVAR-LINHA-AGE.

           OPEN I-O CASO-FILE.
           IF WS-CASO-STATUS = "35"
               MOVE "NENHUM CASO CADASTRADO" TO AGE-LINE
               PERFORM GRAVAR-LINHA-AGE
               CLOSE CASO-FILE
               CLOSE AGE-REPORT
               CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
                   WS-RELATORIO-ARQUIVO
               PERFORM ENCERRAR-RUNLOG
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CASO-STATUS NOT = "00"
               MOVE "CASO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CASO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           PERFORM UNTIL WS-CASO-STATUS = "10"
               READ CASO-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CASO-STATUS NOT = "00"
                       AND WS-CASO-STATUS NOT = "10"
                   MOVE "CASO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CASO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-RUNLOG-LIDOS
               IF CASO-SITUACAO NOT = "F"
                   PERFORM AVALIAR-CASO-ABERTO
               END-IF
           END-PERFORM.
           CLOSE CASO-FILE.

           PERFORM IMPRIMIR-TOTAIS.
           CLOSE AGE-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.
           DISPLAY "AGING DE CASOS - ABERTOS: " WS-QTD-ABERTOS
               " EM ATRASO: " WS-QTD-ATRASADOS
               " ALERTAS NOVOS: " WS-QTD-ALERTADOS.
           IF WS-QTD-ATRASADOS NOT = ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           PERFORM ENCERRAR-RUNLOG.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AVALIAR-CASO-ABERTO.
           ADD 1 TO WS-QTD-ABERTOS.
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > 4
               IF WS-CAT-CODIGO(WS-IDX-CAT) = CASO-CATEGORIA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-CAT > 4
               MOVE 5 TO WS-IDX-CAT
           END-IF.
           ADD 1 TO WS-CNT-ABERTOS(WS-IDX-CAT).
      * The due date is the last day the SLA allows, so the case is
      * late from the day after it.
           IF CASO-PRAZO >= WS-DATA-PROCESSO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-ATRASADOS.
           ADD 1 TO WS-CNT-ATRASADOS(WS-IDX-CAT).
           CALL "CALCULAR-DIAS-UTEIS" USING CASO-PRAZO
               WS-DATA-PROCESSO WS-DIAS-ATRASO.
           MOVE WS-DIAS-ATRASO TO WS-ATRASO-CAMPO.
           MOVE SPACES TO AGE-LINE.
           STRING "  CASO " CASO-NUMERO
               " CLIENTE " CASO-CLIENTE
               " " WS-CAT-NOME(WS-IDX-CAT)
               " ABERTO " CASO-ABERTURA(7:2) "/"
               CASO-ABERTURA(5:2) "/" CASO-ABERTURA(1:4)
               " PRAZO " CASO-PRAZO(7:2) "/" CASO-PRAZO(5:2) "/"
               CASO-PRAZO(1:4)
               " RESP " CASO-EMP-ID
               " DIAS UTEIS EM ATRASO " WS-ATRASO-CAMPO
               DELIMITED BY SIZE INTO AGE-LINE.
           PERFORM GRAVAR-LINHA-AGE.
           ADD 1 TO WS-RUNLOG-GRAVADOS.
           IF CASO-ALERTA-SLA NOT = "S"
               PERFORM ALERTAR-ESTOURO-SLA
           END-IF.

       ALERTAR-ESTOURO-SLA.
           MOVE "M" TO WS-ALERTA-SEVERIDADE.
           MOVE SPACES TO WS-ALERTA-MENSAGEM.
           STRING "CASO " CASO-NUMERO " CLIENTE " CASO-CLIENTE
               " ESTOUROU O SLA (PRAZO " CASO-PRAZO(7:2) "/"
               CASO-PRAZO(5:2) "/" CASO-PRAZO(1:4) ")"
               DELIMITED BY SIZE INTO WS-ALERTA-MENSAGEM.
           CALL "GRAVAR-ALERTA" USING WS-ALERTA-SEVERIDADE
               WS-RUNLOG-PROGRAMA WS-ALERTA-MENSAGEM.
           MOVE "S" TO CASO-ALERTA-SLA.
           REWRITE CASO-REC
               INVALID KEY
                   DISPLAY "ERRO AO MARCAR ALERTA DO CASO "
                       CASO-NUMERO ": " WS-CASO-STATUS
                   MOVE 8 TO WS-RETURN-CODE
           END-REWRITE.
           IF WS-CASO-STATUS NOT = "00"
                   AND WS-CASO-STATUS NOT = "23"
               MOVE "CASO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CASO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WS-QTD-ALERTADOS.

       IMPRIMIR-TOTAIS.
           MOVE SPACES TO AGE-LINE.
           PERFORM GRAVAR-LINHA-AGE.
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > 5
               IF WS-CNT-ABERTOS(WS-IDX-CAT) NOT = ZEROS
                   MOVE SPACES TO AGE-LINE
                   STRING WS-CAT-NOME(WS-IDX-CAT)
                       " ABERTOS " WS-CNT-ABERTOS(WS-IDX-CAT)
                       " EM ATRASO " WS-CNT-ATRASADOS(WS-IDX-CAT)
                       DELIMITED BY SIZE INTO AGE-LINE
                   PERFORM GRAVAR-LINHA-AGE
               END-IF
           END-PERFORM.
           MOVE SPACES TO AGE-LINE.
           STRING "TOTAL ABERTOS " WS-QTD-ABERTOS
               " EM ATRASO " WS-QTD-ATRASADOS
               " ALERTAS NOVOS " WS-QTD-ALERTADOS
               DELIMITED BY SIZE INTO AGE-LINE.
           PERFORM GRAVAR-LINHA-AGE.

       ENCERRAR-RUNLOG.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

       GRAVAR-LINHA-AGE.
           WRITE AGE-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "AGE-REPORT" TO WS-ERRO-ARQUIVO
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

                            END PROGRAM PROG_CASOAGE.
