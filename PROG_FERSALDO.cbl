      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Monthly vacation balance report for HR. For every
      *          active employee on EMPREGADO.DAT it asks
      *          CALCULAR-SALDO-FERIAS for the balance on the
      *          processing date - 30 days per completed 12-month
      *          acquisition period since EMP-ADMISSAO, less the F
      *          absences booked on AUSENCIA.DAT - and lists it by
      *          department with department totals. An employee
      *          with days in a period whose 12-month window to take
      *          them has already closed is marked VENCIDO (those
      *          days are owed at double pay); one whose oldest open
      *          period closes within WS-DIAS-AVISO days is marked A
      *          VENCER, so HR can schedule the leave in time. Both
      *          counts go to the alert board.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_FERSALDO.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE ASSIGN TO "EMPREGADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT WORK-IN-FILE ASSIGN TO "FERSALDO.WRK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT WORK-OUT-FILE ASSIGN TO "FERSALDO.SRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-OUT-STATUS.

           SELECT SORT-FILE ASSIGN TO "FERSALDO.TMP".

           SELECT FER-REPORT ASSIGN TO "FERSALDO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  EMP-FILE.
           COPY EMPREGADO.

      * One line per active employee, department first so the sort
      * brings each department's people together.
       FD  WORK-IN-FILE.
        01 WORK-IN-REC.
         05 WI-DEPT PIC X(10).
         05 WI-EMP-ID PIC 9(05).
         05 WI-NOME PIC X(30).
         05 WI-ADQUIRIDOS PIC 9(05).
         05 WI-GOZADOS PIC 9(05).
         05 WI-SALDO PIC S9(05).
         05 WI-VENCIDOS PIC 9(05).
         05 WI-PRAZO PIC 9(08).
         05 WI-PRAZO-DIAS PIC 9(05).
         05 WI-SITUACAO PIC X(08).

       FD  WORK-OUT-FILE.
        01 WORK-OUT-REC.
         05 WO-DEPT PIC X(10).
         05 WO-EMP-ID PIC 9(05).
         05 WO-NOME PIC X(30).
         05 WO-ADQUIRIDOS PIC 9(05).
         05 WO-GOZADOS PIC 9(05).
         05 WO-SALDO PIC S9(05).
         05 WO-VENCIDOS PIC 9(05).
         05 WO-PRAZO PIC 9(08).
         05 WO-PRAZO-DIAS PIC 9(05).
         05 WO-SITUACAO PIC X(08).

       SD  SORT-FILE.
        01 SORT-REC PIC X(086).

       FD  FER-REPORT.
        01 FER-LINE PIC X(132).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-EMP-STATUS PIC X(02) VALUE ZEROS.
        77 WS-WORK-STATUS PIC X(02) VALUE ZEROS.
        77 WS-WORK-OUT-STATUS PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "FERSALDO.TXT".
        77 WS-ERRO-ARQUIVO PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE PIC 9(02) VALUE ZEROS.
        77 WS-DATA-PROCESSO PIC 9(08) VALUE ZEROS.
      * How close the end of a period's window has to be before the
      * employee shows up as A VENCER.
        77 WS-DIAS-AVISO PIC 9(03) VALUE 60.
        77 WS-DIAS-ATE-PRAZO PIC S9(07) VALUE ZEROS.
        77 WS-DEPT-ATUAL PIC X(10) VALUE SPACES.
        77 WS-PRIMEIRO-DEPT PIC X(01) VALUE "S".
        77 WS-SALDO-DEPT PIC S9(07) VALUE ZEROS.
        77 WS-VENCIDOS-DEPT PIC 9(07) VALUE ZEROS.
        77 WS-SALDO-GERAL PIC S9(07) VALUE ZEROS.
        77 WS-VENCIDOS-GERAL PIC 9(07) VALUE ZEROS.
        77 WS-QTD-EMPREGADOS PIC 9(04) VALUE ZEROS.
        77 WS-QTD-VENCIDOS PIC 9(04) VALUE ZEROS.
        77 WS-QTD-A-VENCER PIC 9(04) VALUE ZEROS.
        77 WS-DIAS-CAMPO PIC ZZZZ9.
        77 WS-GOZADOS-CAMPO PIC ZZZZ9.
        77 WS-SALDO-CAMPO PIC -ZZZ9.
        77 WS-VENCIDOS-CAMPO PIC ZZZZ9.
        77 WS-PRAZO-DIAS-CAMPO PIC ZZZZ9.
        77 WS-TOTAL-CAMPO PIC -ZZZZZ9.
        77 WS-TOTAL-VENC-CAMPO PIC ZZZZZZ9.
           COPY SALDOFER.

        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_FERSALD".
        77 WS-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS    PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.
        77 WS-ALERTA-SEVERIDADE PIC X(001) VALUE "M".
        77 WS-ALERTA-MENSAGEM PIC X(060) VALUE SPACES.

        77 WS-PAGINA-RELATORIO PIC 9(004) VALUE ZEROS.
        77 WS-TITULO-RELATORIO PIC X(040)
            VALUE "SALDO DE FERIAS POR DEPARTAMENTO".
        01 WS-CABECALHO-RELATORIO.
         05 WS-CAB-LINHA1 PIC X(080).
         05 WS-CAB-LINHA2 PIC X(080).
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           MOVE "INI" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.

           PERFORM CALCULAR-SALDOS-EMPREGADOS.
           SORT SORT-FILE ASCENDING SORT-REC
               USING WORK-IN-FILE
               GIVING WORK-OUT-FILE.

           OPEN OUTPUT FER-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "FER-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           CALL "IMPRIMIR-CABECALHO-RELATORIO" USING
               WS-TITULO-RELATORIO
               WS-PAGINA-RELATORIO
               WS-CABECALHO-RELATORIO.
           MOVE WS-CAB-LINHA1 TO FER-LINE.
           PERFORM GRAVAR-LINHA-FERSALDO.
           MOVE WS-CAB-LINHA2 TO FER-LINE.
           PERFORM GRAVAR-LINHA-FERSALDO.
           MOVE SPACES TO FER-LINE.
           STRING "SALDOS EM " WS-DATA-PROCESSO
               " - AVISO A " WS-DIAS-AVISO
               " DIAS DO FIM DO PERIODO CONCESSIVO"
               DELIMITED BY SIZE INTO FER-LINE.
           PERFORM GRAVAR-LINHA-FERSALDO.

           OPEN INPUT WORK-OUT-FILE.
           IF WS-WORK-OUT-STATUS NOT = "00"
               MOVE "WORK-OUT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-WORK-OUT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-WORK-OUT-STATUS = "10"
               READ WORK-OUT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-WORK-OUT-STATUS NOT = "00"
                       AND WS-WORK-OUT-STATUS NOT = "10"
                   MOVE "WORK-OUT-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-WORK-OUT-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF WS-PRIMEIRO-DEPT = "S"
                       OR WO-DEPT NOT = WS-DEPT-ATUAL
                   IF WS-PRIMEIRO-DEPT = "N"
                       PERFORM FECHAR-DEPARTAMENTO
                   END-IF
                   PERFORM ABRIR-DEPARTAMENTO
               END-IF
               PERFORM REPORTAR-EMPREGADO
           END-PERFORM.
           CLOSE WORK-OUT-FILE.
           IF WS-PRIMEIRO-DEPT = "N"
               PERFORM FECHAR-DEPARTAMENTO
           END-IF.

           MOVE WS-SALDO-GERAL TO WS-TOTAL-CAMPO.
           MOVE WS-VENCIDOS-GERAL TO WS-TOTAL-VENC-CAMPO.
           MOVE SPACES TO FER-LINE.
           STRING "EMPREGADOS: " WS-QTD-EMPREGADOS
               " SALDO TOTAL: " WS-TOTAL-CAMPO
               " DIAS VENCIDOS: " WS-TOTAL-VENC-CAMPO
               " VENCIDO: " WS-QTD-VENCIDOS
               " A VENCER: " WS-QTD-A-VENCER
               DELIMITED BY SIZE INTO FER-LINE.
           PERFORM GRAVAR-LINHA-FERSALDO.
           CLOSE FER-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.

      * HR gets a nudge on the alert board; the names are on the
      * report.
           IF WS-QTD-VENCIDOS NOT = ZEROS
                   OR WS-QTD-A-VENCER NOT = ZEROS
               MOVE SPACES TO WS-ALERTA-MENSAGEM
               STRING "FERIAS: " WS-QTD-VENCIDOS " VENCIDA(S) "
                   WS-QTD-A-VENCER " A VENCER - VER FERSALDO.TXT"
                   DELIMITED BY SIZE INTO WS-ALERTA-MENSAGEM
               CALL "GRAVAR-ALERTA" USING WS-ALERTA-SEVERIDADE
                   WS-RUNLOG-PROGRAMA WS-ALERTA-MENSAGEM
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "SALDO DE FERIAS GERADO - EMPREGADOS: "
               WS-QTD-EMPREGADOS " VENCIDO: " WS-QTD-VENCIDOS
               " A VENCER: " WS-QTD-A-VENCER.
           PERFORM ENCERRAR-RUNLOG.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       CALCULAR-SALDOS-EMPREGADOS.
      * Only active employees; someone who left has the balance
      * settled in the termination pay.
           OPEN OUTPUT WORK-IN-FILE.
           IF WS-WORK-STATUS NOT = "00"
               MOVE "WORK-IN-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-WORK-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-STATUS = "35"
               DISPLAY "EMPREGADO.DAT NAO ENCONTRADO - NADA A "
                   "REPORTAR"
               CLOSE EMP-FILE
               CLOSE WORK-IN-FILE
               MOVE 8 TO WS-RETURN-CODE
               PERFORM ENCERRAR-RUNLOG
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-EMP-STATUS NOT = "00"
               MOVE "EMP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-EMP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE ZEROS TO EMP-ID.
           START EMP-FILE KEY NOT LESS THAN EMP-ID
               INVALID KEY
                   MOVE "10" TO WS-EMP-STATUS
           END-START.
           PERFORM UNTIL WS-EMP-STATUS = "10"
               READ EMP-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-EMP-STATUS NOT = "00"
                       AND WS-EMP-STATUS NOT = "10"
                   MOVE "EMP-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-EMP-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-RUNLOG-LIDOS
               IF EMP-ATIVO = "S"
                   PERFORM CALCULAR-UM-EMPREGADO
               END-IF
           END-PERFORM.
           CLOSE EMP-FILE.
           CLOSE WORK-IN-FILE.

       CALCULAR-UM-EMPREGADO.
           CALL "CALCULAR-SALDO-FERIAS"
               USING EMP-ID EMP-ADMISSAO WS-DATA-PROCESSO
               SALDO-FERIAS.
           MOVE EMP-DEPT TO WI-DEPT.
           MOVE EMP-ID TO WI-EMP-ID.
           MOVE EMP-NOME TO WI-NOME.
           MOVE SFE-DIAS-ADQUIRIDOS TO WI-ADQUIRIDOS.
           MOVE SFE-DIAS-GOZADOS TO WI-GOZADOS.
           MOVE SFE-SALDO TO WI-SALDO.
           MOVE SFE-DIAS-VENCIDOS TO WI-VENCIDOS.
           MOVE SFE-PRAZO TO WI-PRAZO.
           MOVE SFE-PRAZO-DIAS TO WI-PRAZO-DIAS.
           MOVE SPACES TO WI-SITUACAO.
      * Expired days outrank a deadline still ahead: the double pay
      * is already owed.
           IF SFE-DIAS-VENCIDOS NOT = ZEROS
               MOVE "VENCIDO" TO WI-SITUACAO
           ELSE
               IF SFE-PRAZO NOT = ZEROS
                   COMPUTE WS-DIAS-ATE-PRAZO =
                       FUNCTION INTEGER-OF-DATE(SFE-PRAZO)
                       - FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSO)
                   IF WS-DIAS-ATE-PRAZO <= WS-DIAS-AVISO
                       MOVE "A VENCER" TO WI-SITUACAO
                   END-IF
               END-IF
           END-IF.
           WRITE WORK-IN-REC.
           IF WS-WORK-STATUS NOT = "00"
               MOVE "WORK-IN-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-WORK-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       ABRIR-DEPARTAMENTO.
           MOVE "N" TO WS-PRIMEIRO-DEPT.
           MOVE WO-DEPT TO WS-DEPT-ATUAL.
           MOVE ZEROS TO WS-SALDO-DEPT.
           MOVE ZEROS TO WS-VENCIDOS-DEPT.
           MOVE SPACES TO FER-LINE.
           STRING "DEPARTAMENTO " WS-DEPT-ATUAL
               DELIMITED BY SIZE INTO FER-LINE.
           PERFORM GRAVAR-LINHA-FERSALDO.

       REPORTAR-EMPREGADO.
           ADD 1 TO WS-QTD-EMPREGADOS.
           ADD WO-SALDO TO WS-SALDO-DEPT.
           ADD WO-SALDO TO WS-SALDO-GERAL.
           ADD WO-VENCIDOS TO WS-VENCIDOS-DEPT.
           ADD WO-VENCIDOS TO WS-VENCIDOS-GERAL.
           IF WO-SITUACAO = "VENCIDO"
               ADD 1 TO WS-QTD-VENCIDOS
           END-IF.
           IF WO-SITUACAO = "A VENCER"
               ADD 1 TO WS-QTD-A-VENCER
           END-IF.
           MOVE WO-ADQUIRIDOS TO WS-DIAS-CAMPO.
           MOVE WO-GOZADOS TO WS-GOZADOS-CAMPO.
           MOVE WO-SALDO TO WS-SALDO-CAMPO.
           MOVE WO-VENCIDOS TO WS-VENCIDOS-CAMPO.
           MOVE WO-PRAZO-DIAS TO WS-PRAZO-DIAS-CAMPO.
           MOVE SPACES TO FER-LINE.
           STRING "  EMPREGADO " WO-EMP-ID " " WO-NOME
               " ADQ " WS-DIAS-CAMPO
               " GOZ " WS-GOZADOS-CAMPO
               " SALDO " WS-SALDO-CAMPO
               " VENC " WS-VENCIDOS-CAMPO
               " PRAZO " WO-PRAZO
               " (" WS-PRAZO-DIAS-CAMPO ") "
               WO-SITUACAO
               DELIMITED BY SIZE INTO FER-LINE.
           PERFORM GRAVAR-LINHA-FERSALDO.
           ADD 1 TO WS-RUNLOG-GRAVADOS.

       FECHAR-DEPARTAMENTO.
           MOVE WS-SALDO-DEPT TO WS-TOTAL-CAMPO.
           MOVE WS-VENCIDOS-DEPT TO WS-TOTAL-VENC-CAMPO.
           MOVE SPACES TO FER-LINE.
           STRING "  TOTAL DO DEPARTAMENTO - SALDO: " WS-TOTAL-CAMPO
               " DIAS VENCIDOS: " WS-TOTAL-VENC-CAMPO
               DELIMITED BY SIZE INTO FER-LINE.
           PERFORM GRAVAR-LINHA-FERSALDO.

       GRAVAR-LINHA-FERSALDO.
           WRITE FER-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "FER-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       ENCERRAR-RUNLOG.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file) or
      * 35 (not found on first run, already handled above) means a
      * real I/O problem; log which file and status code and stop
      * instead of pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_FERSALDO.
