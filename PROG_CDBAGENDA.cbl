      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Maturity schedule of the open time deposits on
      *          CDB.DAT for treasury: every deposit still open, in
      *          the order it will be paid - its maturity date slid
      *          to the next business day the way PROG_CDBVENC.cbl
      *          pays it - with the principal, the interest already
      *          provisioned and the gross interest it will have
      *          earned at maturity, the total to be paid out in
      *          reais at today's CAMBIO.DAT rate, and a subtotal
      *          per month so treasury sees the cash each month
      *          needs. A deposit already past its payment date (one
      *          held back on a closed account) is flagged VENCIDO.
      *          The operator may limit the schedule to the next N
      *          days. The report goes to CDBAGENDA.TXT.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_CDBAGENDA.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CDB-FILE ASSIGN TO "CDB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDB-NUMERO
               FILE STATUS IS WS-CDB-STATUS.

           SELECT CAMBIO-FILE ASSIGN TO "CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBIO-STATUS.

           SELECT WORK-IN-FILE ASSIGN TO "CDBAGIN.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT WORK-OUT-FILE ASSIGN TO "CDBAGOUT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-OUT-STATUS.

           SELECT SORT-FILE ASSIGN TO "CDBAGSRT.TMP".

           SELECT AGENDA-REPORT ASSIGN TO "CDBAGENDA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  CDB-FILE.
           COPY CDB.

       FD  CAMBIO-FILE.
        01 CAMBIO-REC.
         05 CAMBIO-MOEDA PIC X(03).
         05 CAMBIO-TAXA PIC 9(03)V9(06).
         05 CAMBIO-VIGENCIA PIC 9(08).

      * One line per open deposit, payment date first so sorting the
      * whole line puts the schedule in payment order.
       FD  WORK-IN-FILE.
        01 WORK-IN-REC.
         05 AGI-DATA-EFETIVA PIC 9(08).
         05 AGI-NUMERO PIC 9(06).
         05 AGI-CONTA PIC 9(05).
         05 AGI-MOEDA PIC X(03).
         05 AGI-VENCIMENTO PIC 9(08).
         05 AGI-PRINCIPAL PIC 9(10)V99.
         05 AGI-JUROS-ACUM PIC 9(10)V99.
         05 AGI-JUROS-PROJ PIC 9(10)V99.
         05 AGI-TOTAL-BRL PIC 9(10)V99.
         05 AGI-SEM-TAXA PIC X(01).

       FD  WORK-OUT-FILE.
        01 WORK-OUT-REC.
         05 AGO-DATA-EFETIVA PIC 9(08).
         05 AGO-NUMERO PIC 9(06).
         05 AGO-CONTA PIC 9(05).
         05 AGO-MOEDA PIC X(03).
         05 AGO-VENCIMENTO PIC 9(08).
         05 AGO-PRINCIPAL PIC 9(10)V99.
         05 AGO-JUROS-ACUM PIC 9(10)V99.
         05 AGO-JUROS-PROJ PIC 9(10)V99.
         05 AGO-TOTAL-BRL PIC 9(10)V99.
         05 AGO-SEM-TAXA PIC X(01).

       SD  SORT-FILE.
        01 SORT-REC PIC X(079).

       FD  AGENDA-REPORT.
        01 AGENDA-LINE PIC X(132).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-CDB-STATUS      PIC X(02) VALUE ZEROS.
        77 WS-CAMBIO-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-WORK-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-WORK-OUT-STATUS PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "CDBAGENDA.TXT".
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_CDBAGEN".
        77 WS-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS    PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.
        77 WS-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
        77 WS-HORIZONTE-DIAS  PIC 9(05) VALUE ZEROS.
        77 WS-DATA-LIMITE     PIC 9(08) VALUE ZEROS.
        77 WS-DATA-BASE       PIC 9(08) VALUE ZEROS.
        77 WS-UM-DIA-UTIL     PIC 9(05) VALUE 1.
        77 WS-DATA-EFETIVA    PIC 9(08) VALUE ZEROS.
        77 WS-DIAS-CORRIDOS   PIC 9(05) VALUE ZEROS.
        77 WS-EXPOENTE        PIC 9(03)V9(09) VALUE ZEROS.
        77 WS-BASE-TAXA       PIC 9(03)V9(06) VALUE ZEROS.
        77 WS-FATOR           PIC 9(05)V9(12) VALUE ZEROS.
        77 WS-JUROS-PROJ      PIC 9(10)V99 VALUE ZEROS.
        77 WS-TOTAL-MOEDA     PIC 9(10)V99 VALUE ZEROS.
        77 WS-TAXA-CAMBIO     PIC 9(03)V9(06) VALUE ZEROS.
        77 WS-TAXA-VIGENCIA   PIC 9(08) VALUE ZEROS.
        77 WS-TAXA-ACHADA     PIC X(01) VALUE "N".
        77 WS-EOF             PIC X(01) VALUE "N".
        77 WS-MES-CORRENTE    PIC 9(06) VALUE ZEROS.
        77 WS-QTD-MES         PIC 9(05) VALUE ZEROS.
        77 WS-TOTAL-MES       PIC 9(12)V99 VALUE ZEROS.
        77 WS-QTD-GERAL       PIC 9(05) VALUE ZEROS.
        77 WS-TOTAL-GERAL     PIC 9(12)V99 VALUE ZEROS.
        77 WS-SITUACAO-LINHA  PIC X(07) VALUE SPACES.
        77 WS-VALOR-CAMPO     PIC Z(9)9.99.
        77 WS-ACUM-CAMPO      PIC Z(9)9.99.
        77 WS-PROJ-CAMPO      PIC Z(9)9.99.
        77 WS-BRL-CAMPO       PIC Z(9)9.99.
        77 WS-TOTAL-CAMPO     PIC Z(11)9.99.
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           MOVE "INI" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           DISPLAY "HORIZONTE EM DIAS (0 = TODOS OS CDB ABERTOS):".
           ACCEPT WS-HORIZONTE-DIAS.
           IF WS-HORIZONTE-DIAS = ZEROS
               MOVE 99999999 TO WS-DATA-LIMITE
           ELSE
               COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSO)
                   + WS-HORIZONTE-DIAS)
           END-IF.

           OPEN INPUT CDB-FILE.
           IF WS-CDB-STATUS = "35"
               DISPLAY "CDB.DAT NAO ENCONTRADO - AGENDA VAZIA"
               CLOSE CDB-FILE
               OPEN OUTPUT AGENDA-REPORT
               MOVE "NENHUM CDB CADASTRADO" TO AGENDA-LINE
               PERFORM GRAVAR-LINHA-AGENDA
               CLOSE AGENDA-REPORT
               CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
                   WS-RELATORIO-ARQUIVO
               PERFORM ENCERRAR-RUNLOG
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CDB-STATUS NOT = "00"
               MOVE "CDB-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CDB-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT WORK-IN-FILE.
           IF WS-WORK-STATUS NOT = "00"
               MOVE "WORK-IN-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-WORK-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           PERFORM UNTIL WS-CDB-STATUS = "10"
               READ CDB-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CDB-STATUS NOT = "00"
                       AND WS-CDB-STATUS NOT = "10"
                   MOVE "CDB-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CDB-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-RUNLOG-LIDOS
               PERFORM SELECIONAR-CDB
           END-PERFORM.

           CLOSE CDB-FILE.
           CLOSE WORK-IN-FILE.

      * Payment date leads the work line, so sorting the whole line
      * puts the schedule in the order the money goes out.
           SORT SORT-FILE ASCENDING SORT-REC
               USING WORK-IN-FILE
               GIVING WORK-OUT-FILE.

           OPEN INPUT WORK-OUT-FILE.
           IF WS-WORK-OUT-STATUS NOT = "00"
               MOVE "WORK-OUT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-WORK-OUT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT AGENDA-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "AGENDA-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO AGENDA-LINE.
           IF WS-HORIZONTE-DIAS = ZEROS
               STRING "AGENDA DE VENCIMENTOS DE CDB EM "
                   WS-DATA-PROCESSO " - TODOS OS ABERTOS"
                   DELIMITED BY SIZE INTO AGENDA-LINE
           ELSE
               STRING "AGENDA DE VENCIMENTOS DE CDB EM "
                   WS-DATA-PROCESSO " - PAGAMENTOS ATE "
                   WS-DATA-LIMITE
                   DELIMITED BY SIZE INTO AGENDA-LINE
           END-IF.
           PERFORM GRAVAR-LINHA-AGENDA.
           MOVE SPACES TO AGENDA-LINE.
           STRING "PAGAMENTO VENCIMENTO CDB    CONTA MOEDA"
               "     PRINCIPAL  JUROS PROVIS.  JUROS NO VENC."
               "     TOTAL BRL"
               DELIMITED BY SIZE INTO AGENDA-LINE.
           PERFORM GRAVAR-LINHA-AGENDA.

           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ WORK-OUT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM IMPRIMIR-CDB
               END-READ
               IF WS-WORK-OUT-STATUS NOT = "00"
                       AND WS-WORK-OUT-STATUS NOT = "10"
                   MOVE "WORK-OUT-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-WORK-OUT-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
           END-PERFORM.
           IF WS-QTD-MES > ZEROS
               PERFORM IMPRIMIR-TOTAL-MES
           END-IF.
           CLOSE WORK-OUT-FILE.

           MOVE SPACES TO AGENDA-LINE.
           PERFORM GRAVAR-LINHA-AGENDA.
           MOVE WS-TOTAL-GERAL TO WS-TOTAL-CAMPO.
           STRING "TOTAL GERAL - CDB " WS-QTD-GERAL
               " A PAGAR BRL " WS-TOTAL-CAMPO
               DELIMITED BY SIZE INTO AGENDA-LINE.
           PERFORM GRAVAR-LINHA-AGENDA.
           CLOSE AGENDA-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           DISPLAY "AGENDA DE CDB - ABERTOS LISTADOS: " WS-QTD-GERAL
               " TOTAL BRL: " WS-TOTAL-CAMPO.
           PERFORM ENCERRAR-RUNLOG.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       SELECIONAR-CDB.
           IF CDB-SITUACAO NOT = "A"
               EXIT PARAGRAPH
           END-IF.
      * The payment date is the first business day on or after the
      * maturity, as the maturity run computes it.
           COMPUTE WS-DATA-BASE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CDB-VENCIMENTO) - 1).
           CALL "SOMAR-DIAS-UTEIS" USING WS-DATA-BASE
               WS-UM-DIA-UTIL WS-DATA-EFETIVA.
           IF WS-DATA-EFETIVA > WS-DATA-LIMITE
               EXIT PARAGRAPH
           END-IF.
      * Gross interest at maturity, the same formula the month-end
      * provision and the maturity run use.
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(CDB-VENCIMENTO)
               - FUNCTION INTEGER-OF-DATE(CDB-INICIO).
      * The year fraction and the growth factor go through their own
      * fields so the exponent keeps its decimals.
           COMPUTE WS-EXPOENTE = WS-DIAS-CORRIDOS / 365.
           COMPUTE WS-BASE-TAXA = 1 + CDB-TAXA-ANUAL.
           COMPUTE WS-FATOR = WS-BASE-TAXA ** WS-EXPOENTE.
           COMPUTE WS-JUROS-PROJ ROUNDED =
               CDB-PRINCIPAL * (WS-FATOR - 1).
           COMPUTE WS-TOTAL-MOEDA = CDB-PRINCIPAL + WS-JUROS-PROJ.

           MOVE WS-DATA-EFETIVA TO AGI-DATA-EFETIVA.
           MOVE CDB-NUMERO TO AGI-NUMERO.
           MOVE CDB-CONTA TO AGI-CONTA.
           MOVE CDB-MOEDA TO AGI-MOEDA.
           MOVE CDB-VENCIMENTO TO AGI-VENCIMENTO.
           MOVE CDB-PRINCIPAL TO AGI-PRINCIPAL.
           MOVE CDB-JUROS-ACUM TO AGI-JUROS-ACUM.
           MOVE WS-JUROS-PROJ TO AGI-JUROS-PROJ.
           MOVE "N" TO AGI-SEM-TAXA.
      * Treasury plans in reais at today's rate; with no rate on
      * file the amount goes at face value and the line is marked.
           IF CDB-MOEDA = "BRL"
               MOVE WS-TOTAL-MOEDA TO AGI-TOTAL-BRL
           ELSE
               PERFORM OBTER-TAXA-CAMBIO
               IF WS-TAXA-ACHADA = "S"
                   COMPUTE AGI-TOTAL-BRL ROUNDED =
                       WS-TOTAL-MOEDA * WS-TAXA-CAMBIO
               ELSE
                   MOVE WS-TOTAL-MOEDA TO AGI-TOTAL-BRL
                   MOVE "S" TO AGI-SEM-TAXA
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           WRITE WORK-IN-REC.
           IF WS-WORK-STATUS NOT = "00"
               MOVE "WORK-IN-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-WORK-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       IMPRIMIR-CDB.
           IF WS-QTD-MES > ZEROS
                   AND AGO-DATA-EFETIVA(1:6) NOT = WS-MES-CORRENTE
               PERFORM IMPRIMIR-TOTAL-MES
           END-IF.
           MOVE AGO-DATA-EFETIVA(1:6) TO WS-MES-CORRENTE.
           IF AGO-DATA-EFETIVA <= WS-DATA-PROCESSO
               MOVE "VENCIDO" TO WS-SITUACAO-LINHA
           ELSE
               MOVE SPACES TO WS-SITUACAO-LINHA
           END-IF.
           MOVE AGO-PRINCIPAL TO WS-VALOR-CAMPO.
           MOVE AGO-JUROS-ACUM TO WS-ACUM-CAMPO.
           MOVE AGO-JUROS-PROJ TO WS-PROJ-CAMPO.
           MOVE AGO-TOTAL-BRL TO WS-BRL-CAMPO.
           MOVE SPACES TO AGENDA-LINE.
           STRING AGO-DATA-EFETIVA "  " AGO-VENCIMENTO
               " " AGO-NUMERO " " AGO-CONTA "  " AGO-MOEDA
               " " WS-VALOR-CAMPO
               "  " WS-ACUM-CAMPO
               "   " WS-PROJ-CAMPO
               " " WS-BRL-CAMPO
               " " WS-SITUACAO-LINHA
               DELIMITED BY SIZE INTO AGENDA-LINE.
           IF AGO-SEM-TAXA = "S"
               MOVE "SEM TAXA DE CAMBIO" TO AGENDA-LINE(115:18)
           END-IF.
           PERFORM GRAVAR-LINHA-AGENDA.
           ADD 1 TO WS-QTD-MES.
           ADD AGO-TOTAL-BRL TO WS-TOTAL-MES.
           ADD 1 TO WS-QTD-GERAL.
           ADD AGO-TOTAL-BRL TO WS-TOTAL-GERAL.
           ADD 1 TO WS-RUNLOG-GRAVADOS.

       IMPRIMIR-TOTAL-MES.
           MOVE WS-TOTAL-MES TO WS-TOTAL-CAMPO.
           MOVE SPACES TO AGENDA-LINE.
           STRING "  TOTAL DO MES " WS-MES-CORRENTE
               " - CDB " WS-QTD-MES
               " A PAGAR BRL " WS-TOTAL-CAMPO
               DELIMITED BY SIZE INTO AGENDA-LINE.
           PERFORM GRAVAR-LINHA-AGENDA.
           MOVE SPACES TO AGENDA-LINE.
           PERFORM GRAVAR-LINHA-AGENDA.
           MOVE ZEROS TO WS-QTD-MES.
           MOVE ZEROS TO WS-TOTAL-MES.

       OBTER-TAXA-CAMBIO.
           MOVE "N" TO WS-TAXA-ACHADA.
           MOVE ZEROS TO WS-TAXA-CAMBIO.
           MOVE ZEROS TO WS-TAXA-VIGENCIA.
           OPEN INPUT CAMBIO-FILE.
           IF WS-CAMBIO-STATUS = "35"
               CLOSE CAMBIO-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CAMBIO-STATUS NOT = "00"
               MOVE "CAMBIO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CAMBIO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-CAMBIO-STATUS = "10"
               READ CAMBIO-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CAMBIO-STATUS NOT = "00"
                       AND WS-CAMBIO-STATUS NOT = "10"
                   MOVE "CAMBIO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CAMBIO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF CAMBIO-MOEDA = CDB-MOEDA
                       AND CAMBIO-VIGENCIA <= WS-DATA-PROCESSO
                       AND CAMBIO-VIGENCIA >= WS-TAXA-VIGENCIA
                   MOVE CAMBIO-TAXA TO WS-TAXA-CAMBIO
                   MOVE CAMBIO-VIGENCIA TO WS-TAXA-VIGENCIA
                   MOVE "S" TO WS-TAXA-ACHADA
               END-IF
           END-PERFORM.
           CLOSE CAMBIO-FILE.

       ENCERRAR-RUNLOG.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

       GRAVAR-LINHA-AGENDA.
           WRITE AGENDA-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "AGENDA-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file)
      * or 35 (not found on first run, already handled above) means
      * a real I/O problem; log which file and status code and stop
      * instead of pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_CDBAGENDA.
