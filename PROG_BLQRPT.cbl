      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Holds register for legal and compliance: every hold
      *          on BLOQUEIOS.DAT, account by account, with its
      *          reason, the case or letter it was ordered under,
      *          who placed it, its start and release dates, who
      *          lifted it, and whether it is active, scheduled or
      *          released on the processing date. Each account
      *          closes with its balance, the amount under active
      *          holds and what is left available; the foot counts
      *          and sums the active holds per reason (judicial,
      *          administrative, guarantee). An account whose
      *          balance no longer covers its active holds is
      *          flagged DESCOBERTO so the order can be answered.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_BLQRPT.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT BLOQUEIO-FILE ASSIGN TO "BLOQUEIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLQ-CHAVE
               FILE STATUS IS WS-BLOQUEIO-STATUS.

           SELECT CONTA-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT BLQ-REPORT ASSIGN TO "BLOQREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  BLOQUEIO-FILE.
           COPY BLOQUEIO.

       FD  CONTA-FILE.
           COPY CONTA.

       FD  BLQ-REPORT.
        01 BLQ-LINE PIC X(140).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-BLOQUEIO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-CONTA-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "BLOQREG.TXT".
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
        77 WS-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_BLQRPT".
        77 WS-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS    PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.
        77 WS-CONTA-ATUAL     PIC 9(05) VALUE ZEROS.
        77 WS-SALDO-CONTA     PIC S9(10)V99 VALUE ZEROS.
        77 WS-ATIVO-CONTA     PIC 9(10)V99 VALUE ZEROS.
        77 WS-DISPONIVEL      PIC S9(10)V99 VALUE ZEROS.
        77 WS-BLQ-ATIVO       PIC X(01) VALUE "N".
        77 WS-QTD-CONTAS      PIC 9(05) VALUE ZEROS.
        77 WS-QTD-DESCOBERTAS PIC 9(05) VALUE ZEROS.
        77 WS-QTD-AGENDADOS   PIC 9(05) VALUE ZEROS.
        77 WS-QTD-LIBERADOS   PIC 9(05) VALUE ZEROS.
        77 WS-DESCRICAO-MOTIVO PIC X(014) VALUE SPACES.
        77 WS-DESCRICAO-SITUACAO PIC X(010) VALUE SPACES.
        77 WS-VALOR-CAMPO     PIC Z(9)9.99.
        77 WS-SALDO-CAMPO     PIC Z(9)9.99-.
        77 WS-DISP-CAMPO      PIC Z(9)9.99-.
        77 WS-TOTAL-CAMPO     PIC Z(11)9.99.

      * Active holds per reason for the foot: J, A, G in that order.
        01 WS-TOTAIS-MOTIVO.
         05 WS-TM-ENTRY OCCURS 3 TIMES.
          10 WS-TM-QTD PIC 9(05).
          10 WS-TM-VALOR PIC 9(12)V99.
        77 WS-TM-IDX PIC 9(01) VALUE ZEROS.
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           MOVE "INI" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.
           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           INITIALIZE WS-TOTAIS-MOTIVO.

           OPEN OUTPUT BLQ-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "BLQ-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO BLQ-LINE.
           STRING "REGISTRO DE BLOQUEIOS EM "
               WS-DATA-PROCESSO(7:2) "/" WS-DATA-PROCESSO(5:2) "/"
               WS-DATA-PROCESSO(1:4)
               DELIMITED BY SIZE INTO BLQ-LINE.
           PERFORM GRAVAR-LINHA-BLQ.

           OPEN INPUT BLOQUEIO-FILE.
           IF WS-BLOQUEIO-STATUS = "35"
               MOVE "NENHUM BLOQUEIO CADASTRADO" TO BLQ-LINE
               PERFORM GRAVAR-LINHA-BLQ
               CLOSE BLOQUEIO-FILE
               CLOSE BLQ-REPORT
               CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
                   WS-RELATORIO-ARQUIVO
               PERFORM ENCERRAR-RUNLOG
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-BLOQUEIO-STATUS NOT = "00"
               MOVE "BLOQUEIO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-BLOQUEIO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT CONTA-FILE.
           IF WS-CONTA-STATUS NOT = "00"
                   AND WS-CONTA-STATUS NOT = "35"
               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           MOVE ZEROS TO BLQ-CHAVE.
           START BLOQUEIO-FILE KEY NOT LESS THAN BLQ-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-BLOQUEIO-STATUS = "00"
               PERFORM UNTIL WS-BLOQUEIO-STATUS = "10"
                   READ BLOQUEIO-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-BLOQUEIO-STATUS NOT = "00"
                           AND WS-BLOQUEIO-STATUS NOT = "10"
                       MOVE "BLOQUEIO-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-BLOQUEIO-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   ADD 1 TO WS-RUNLOG-LIDOS
                   IF BLQ-CONTA NOT = WS-CONTA-ATUAL
                       IF WS-CONTA-ATUAL NOT = ZEROS
                           PERFORM FECHAR-CONTA-BLQ
                       END-IF
                       PERFORM ABRIR-CONTA-BLQ
                   END-IF
                   PERFORM LISTAR-BLOQUEIO
               END-PERFORM
           END-IF.
           IF WS-CONTA-ATUAL NOT = ZEROS
               PERFORM FECHAR-CONTA-BLQ
           END-IF.
           CLOSE BLOQUEIO-FILE.
           CLOSE CONTA-FILE.

           PERFORM IMPRIMIR-TOTAIS.
           CLOSE BLQ-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.
           DISPLAY "REGISTRO DE BLOQUEIOS - CONTAS: " WS-QTD-CONTAS
               " DESCOBERTAS: " WS-QTD-DESCOBERTAS.
           IF WS-QTD-DESCOBERTAS NOT = ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           PERFORM ENCERRAR-RUNLOG.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       ABRIR-CONTA-BLQ.
           MOVE BLQ-CONTA TO WS-CONTA-ATUAL.
           MOVE ZEROS TO WS-ATIVO-CONTA.
           MOVE ZEROS TO WS-SALDO-CONTA.
           ADD 1 TO WS-QTD-CONTAS.
           IF WS-CONTA-STATUS NOT = "35"
               MOVE BLQ-CONTA TO CONTA-NUMERO
               READ CONTA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CONTA-SALDO TO WS-SALDO-CONTA
               END-READ
               IF WS-CONTA-STATUS NOT = "00"
                       AND WS-CONTA-STATUS NOT = "23"
                   MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
           END-IF.
           MOVE SPACES TO BLQ-LINE.
           PERFORM GRAVAR-LINHA-BLQ.
           MOVE SPACES TO BLQ-LINE.
           STRING "CONTA " BLQ-CONTA
               DELIMITED BY SIZE INTO BLQ-LINE.
           PERFORM GRAVAR-LINHA-BLQ.

       LISTAR-BLOQUEIO.
           PERFORM AVALIAR-BLOQUEIO.
           PERFORM DESCREVER-MOTIVO.
           MOVE BLQ-VALOR TO WS-VALOR-CAMPO.
           MOVE SPACES TO BLQ-LINE.
           STRING "  BLOQ " BLQ-NUMERO
               " " WS-DESCRICAO-MOTIVO
               " " WS-VALOR-CAMPO
               " " WS-DESCRICAO-SITUACAO
               " REF " BLQ-REFERENCIA
               " DE " BLQ-INICIO
               " ATE " BLQ-LIBERACAO
               " POR " BLQ-OPERADOR
               " LIB " BLQ-OPER-LIBERACAO
               DELIMITED BY SIZE INTO BLQ-LINE.
           PERFORM GRAVAR-LINHA-BLQ.
           ADD 1 TO WS-RUNLOG-GRAVADOS.

       AVALIAR-BLOQUEIO.
      * Same reading as the maintenance screen and the calculator:
      * active from its start date up to the day before its release
      * date.
           MOVE "N" TO WS-BLQ-ATIVO.
           IF BLQ-LIBERACAO NOT = ZEROS
                   AND BLQ-LIBERACAO <= WS-DATA-PROCESSO
               MOVE "LIBERADO" TO WS-DESCRICAO-SITUACAO
               ADD 1 TO WS-QTD-LIBERADOS
           ELSE
               IF BLQ-INICIO > WS-DATA-PROCESSO
                   MOVE "AGENDADO" TO WS-DESCRICAO-SITUACAO
                   ADD 1 TO WS-QTD-AGENDADOS
               ELSE
                   MOVE "ATIVO" TO WS-DESCRICAO-SITUACAO
                   MOVE "S" TO WS-BLQ-ATIVO
                   ADD BLQ-VALOR TO WS-ATIVO-CONTA
               END-IF
           END-IF.
           IF WS-BLQ-ATIVO = "S"
               EVALUATE BLQ-MOTIVO
                   WHEN "J"
                       MOVE 1 TO WS-TM-IDX
                   WHEN "A"
                       MOVE 2 TO WS-TM-IDX
                   WHEN OTHER
                       MOVE 3 TO WS-TM-IDX
               END-EVALUATE
               ADD 1 TO WS-TM-QTD(WS-TM-IDX)
               ADD BLQ-VALOR TO WS-TM-VALOR(WS-TM-IDX)
           END-IF.

       DESCREVER-MOTIVO.
           EVALUATE BLQ-MOTIVO
               WHEN "J"
                   MOVE "JUDICIAL" TO WS-DESCRICAO-MOTIVO
               WHEN "A"
                   MOVE "ADMINISTRATIVO" TO WS-DESCRICAO-MOTIVO
               WHEN "G"
                   MOVE "GARANTIA" TO WS-DESCRICAO-MOTIVO
               WHEN OTHER
                   MOVE "MOTIVO ?" TO WS-DESCRICAO-MOTIVO
           END-EVALUATE.

       FECHAR-CONTA-BLQ.
           COMPUTE WS-DISPONIVEL = WS-SALDO-CONTA - WS-ATIVO-CONTA.
           MOVE WS-SALDO-CONTA TO WS-SALDO-CAMPO.
           MOVE WS-ATIVO-CONTA TO WS-VALOR-CAMPO.
           MOVE WS-DISPONIVEL TO WS-DISP-CAMPO.
           MOVE SPACES TO BLQ-LINE.
           STRING "  SALDO " WS-SALDO-CAMPO
               " BLOQUEADO " WS-VALOR-CAMPO
               " DISPONIVEL " WS-DISP-CAMPO
               DELIMITED BY SIZE INTO BLQ-LINE.
      * The holds stand whatever the balance does, but an order the
      * account can no longer cover has to be reported back.
           IF WS-DISPONIVEL < ZERO
               ADD 1 TO WS-QTD-DESCOBERTAS
               STRING " DESCOBERTO"
                   DELIMITED BY SIZE INTO BLQ-LINE(80:20)
           END-IF.
           PERFORM GRAVAR-LINHA-BLQ.

       IMPRIMIR-TOTAIS.
           MOVE SPACES TO BLQ-LINE.
           PERFORM GRAVAR-LINHA-BLQ.
           MOVE 1 TO WS-TM-IDX.
           MOVE WS-TM-VALOR(WS-TM-IDX) TO WS-TOTAL-CAMPO.
           MOVE SPACES TO BLQ-LINE.
           STRING "ATIVOS JUDICIAIS       " WS-TM-QTD(WS-TM-IDX)
               " VALOR " WS-TOTAL-CAMPO
               DELIMITED BY SIZE INTO BLQ-LINE.
           PERFORM GRAVAR-LINHA-BLQ.
           MOVE 2 TO WS-TM-IDX.
           MOVE WS-TM-VALOR(WS-TM-IDX) TO WS-TOTAL-CAMPO.
           MOVE SPACES TO BLQ-LINE.
           STRING "ATIVOS ADMINISTRATIVOS " WS-TM-QTD(WS-TM-IDX)
               " VALOR " WS-TOTAL-CAMPO
               DELIMITED BY SIZE INTO BLQ-LINE.
           PERFORM GRAVAR-LINHA-BLQ.
           MOVE 3 TO WS-TM-IDX.
           MOVE WS-TM-VALOR(WS-TM-IDX) TO WS-TOTAL-CAMPO.
           MOVE SPACES TO BLQ-LINE.
           STRING "ATIVOS EM GARANTIA     " WS-TM-QTD(WS-TM-IDX)
               " VALOR " WS-TOTAL-CAMPO
               DELIMITED BY SIZE INTO BLQ-LINE.
           PERFORM GRAVAR-LINHA-BLQ.
           MOVE SPACES TO BLQ-LINE.
           STRING "AGENDADOS " WS-QTD-AGENDADOS
               " LIBERADOS " WS-QTD-LIBERADOS
               " CONTAS " WS-QTD-CONTAS
               " DESCOBERTAS " WS-QTD-DESCOBERTAS
               DELIMITED BY SIZE INTO BLQ-LINE.
           PERFORM GRAVAR-LINHA-BLQ.

       ENCERRAR-RUNLOG.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

       GRAVAR-LINHA-BLQ.
           WRITE BLQ-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "BLQ-REPORT" TO WS-ERRO-ARQUIVO
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

                            END PROGRAM PROG_BLQRPT.
