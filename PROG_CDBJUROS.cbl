      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Month-end interest accrual over the time deposits on
      *          CDB.DAT, run after the PROG_LEDGFECH.cbl cutover:
      *          every open deposit earns its annual rate, compounded
      *          daily over calendar days on a 365-day year, from its
      *          start date up to the period's last day (or its
      *          maturity, when that comes first). What accrued since
      *          the last run posts to the linked account as a TIPO=P
      *          memo line - the balance does not move, the money is
      *          only paid on maturity - on the period's last
      *          business day, the same posting date PROG_JUROS.cbl
      *          uses, so the trial balance books the provision
      *          through GLMAP.DAT. The gross interest to date is
      *          recomputed from the start each month and only the
      *          difference posts, so rounding never drifts and a
      *          rerun of the same period posts nothing twice. The
      *          CDBJUROS.TXT report lists every deposit accrued.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_CDBJUROS.

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

           SELECT CONTA-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT CAMBIO-FILE ASSIGN TO "CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBIO-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGIX-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT LEDGSEQ-FILE ASSIGN TO "LEDGSEQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGSEQ-STATUS.

           SELECT CDBJUROS-REPORT ASSIGN TO "CDBJUROS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  CDB-FILE.
           COPY CDB.

       FD  CONTA-FILE.
           COPY CONTA.

       FD  CAMBIO-FILE.
        01 CAMBIO-REC.
         05 CAMBIO-MOEDA PIC X(03).
         05 CAMBIO-TAXA PIC 9(03)V9(06).
         05 CAMBIO-VIGENCIA PIC 9(08).

       FD  LEDGER-FILE.
        01 LEDGIX-REC.
         05 LEDGIX-CHAVE.
          10 LEDGIX-CONTA PIC 9(05).
          10 LEDGIX-SEQ PIC 9(06).
         05 LEDGER-LINE PIC X(160).

       FD  LEDGSEQ-FILE.
        01 LEDGSEQ-REC.
         05 LEDGSEQ-ULTIMO PIC 9(06).

       FD  CDBJUROS-REPORT.
        01 CDBJUROS-LINE PIC X(120).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-CDB-STATUS      PIC X(02) VALUE ZEROS.
        77 WS-CONTA-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-CAMBIO-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-LEDGER-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-LEDGSEQ-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "CDBJUROS.TXT".
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_CDBJURO".
        77 WS-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS    PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.
        77 WS-PERIODO-JUROS   PIC 9(06) VALUE ZEROS.
        77 WS-DATA-FIM-MES    PIC 9(08) VALUE ZEROS.
        77 WS-DATA-POSTAGEM   PIC 9(08) VALUE ZEROS.
        77 WS-INT-POSTAGEM    PIC 9(08) VALUE ZEROS.
        77 WS-CLASSIFICACAO   PIC X(012) VALUE SPACES.
        77 WS-DESCRICAO       PIC X(020) VALUE SPACES.
        01 WS-DIAS-NO-MES VALUE "312831303130313130313031".
          05 WS-DIAS-MES-TAB PIC 9(02) OCCURS 12.
        77 WS-MES-JUROS       PIC 9(02) VALUE ZEROS.
        77 WS-ANO-JUROS       PIC 9(04) VALUE ZEROS.
        77 WS-DIA-FIM         PIC 9(02) VALUE ZEROS.
        77 WS-BISSEXTO        PIC X(01) VALUE "N".
        77 WS-LEDGER-SEQ      PIC 9(06) VALUE ZEROS.
        77 WS-DATA-ACUMULO    PIC 9(08) VALUE ZEROS.
        77 WS-DIAS-CORRIDOS   PIC 9(05) VALUE ZEROS.
        77 WS-EXPOENTE        PIC 9(03)V9(09) VALUE ZEROS.
        77 WS-BASE-TAXA       PIC 9(03)V9(06) VALUE ZEROS.
        77 WS-FATOR           PIC 9(05)V9(12) VALUE ZEROS.
        77 WS-JUROS-BRUTOS    PIC 9(10)V99 VALUE ZEROS.
        77 WS-JUROS-PERIODO   PIC 9(10)V99 VALUE ZEROS.
        77 WS-VALOR-BRL       PIC 9(10)V99 VALUE ZEROS.
        77 WS-TAXA-CAMBIO     PIC 9(03)V9(06) VALUE ZEROS.
        77 WS-TAXA-VIGENCIA   PIC 9(08) VALUE ZEROS.
        77 WS-TAXA-ACHADA     PIC X(01) VALUE "N".
        77 WS-CONTA-ACHADA    PIC X(01) VALUE "N".
        77 WS-QTD-CDB         PIC 9(05) VALUE ZEROS.
        77 WS-QTD-PROVISIONADOS PIC 9(05) VALUE ZEROS.
        77 WS-TOTAL-BRL       PIC 9(12)V99 VALUE ZEROS.
      * An overdrawn SALDO= goes out through the floating-minus view
      * of the same thirteen columns, as the calculator writes it.
        77 WS-SALDO-CAMPO     PIC Z(9)9.99.
        77 WS-SALDO-DEV-CAMPO REDEFINES WS-SALDO-CAMPO
                              PIC -(9)9.99.
        77 WS-VALOR-CAMPO     PIC Z(9)9.99.
        77 WS-RESULT-CAMPO    PIC Z(9)9.99-.
        77 WS-VLRBRL-CAMPO    PIC Z(9)9.99.
        77 WS-ACUM-CAMPO      PIC Z(9)9.99.
        77 WS-TOTAL-CAMPO     PIC Z(11)9.99.
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           DISPLAY "PERIODO DA PROVISAO DE JUROS DE CDB (AAAAMM):".
           ACCEPT WS-PERIODO-JUROS.
           MOVE WS-PERIODO-JUROS(1:4) TO WS-ANO-JUROS.
           MOVE WS-PERIODO-JUROS(5:2) TO WS-MES-JUROS.
           IF WS-MES-JUROS < 1 OR WS-MES-JUROS > 12
               DISPLAY "PERIODO INVALIDO"
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "INI" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

           PERFORM DETERMINAR-DATA-POSTAGEM.
           DISPLAY "DATA DE POSTAGEM DA PROVISAO: " WS-DATA-POSTAGEM.

           PERFORM OBTER-SEQUENCIA-LEDGER.

           OPEN OUTPUT CDBJUROS-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "CDBJUROS-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO CDBJUROS-LINE.
           STRING "PROVISAO DE JUROS DE CDB DO PERIODO "
               WS-PERIODO-JUROS " ATE " WS-DATA-FIM-MES
               " POSTADA EM " WS-DATA-POSTAGEM
               DELIMITED BY SIZE INTO CDBJUROS-LINE.
           PERFORM GRAVAR-LINHA-CDBJUROS.

           OPEN I-O CDB-FILE.
           IF WS-CDB-STATUS = "35"
               DISPLAY "CDB.DAT NAO ENCONTRADO - NADA A PROVISIONAR"
               MOVE "NENHUM CDB CADASTRADO" TO CDBJUROS-LINE
               PERFORM GRAVAR-LINHA-CDBJUROS
               CLOSE CDBJUROS-REPORT
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

           OPEN INPUT CONTA-FILE.
           IF WS-CONTA-STATUS NOT = "00"
               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           OPEN I-O LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "LEDGER-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LEDGER-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           MOVE ZEROS TO CDB-NUMERO.
           START CDB-FILE KEY NOT LESS THAN CDB-NUMERO
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-CDB-STATUS = "00"
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
                   ADD 1 TO WS-QTD-CDB
                   ADD 1 TO WS-RUNLOG-LIDOS
                   PERFORM PROVISIONAR-CDB
               END-PERFORM
           END-IF.

           CLOSE CDB-FILE.
           CLOSE CONTA-FILE.
           CLOSE LEDGER-FILE.
           PERFORM GRAVAR-SEQUENCIA-LEDGER.

           MOVE WS-TOTAL-BRL TO WS-TOTAL-CAMPO.
           MOVE SPACES TO CDBJUROS-LINE.
           PERFORM GRAVAR-LINHA-CDBJUROS.
           STRING "CDB LIDOS " WS-QTD-CDB
               " PROVISIONADOS " WS-QTD-PROVISIONADOS
               " TOTAL BRL " WS-TOTAL-CAMPO
               DELIMITED BY SIZE INTO CDBJUROS-LINE.
           PERFORM GRAVAR-LINHA-CDBJUROS.
           CLOSE CDBJUROS-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           DISPLAY "PROVISAO DE JUROS DE CDB - LIDOS: " WS-QTD-CDB
               " PROVISIONADOS: " WS-QTD-PROVISIONADOS
               " TOTAL BRL: " WS-TOTAL-CAMPO.
           PERFORM ENCERRAR-RUNLOG.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       DETERMINAR-DATA-POSTAGEM.
      * The natural posting date is the period's last calendar day;
      * when that lands on a weekend or FERIADO.DAT holiday the
      * posting slides forward one day at a time to the next
      * DIA-UTIL, per the shared classifier - the same date the
      * interest run posts on. The accrual itself always runs to
      * the calendar month-end.
           MOVE WS-DIAS-MES-TAB(WS-MES-JUROS) TO WS-DIA-FIM.
           IF WS-MES-JUROS = 2
               MOVE "N" TO WS-BISSEXTO
               IF FUNCTION MOD(WS-ANO-JUROS, 4) = 0
                   AND (FUNCTION MOD(WS-ANO-JUROS, 100) NOT = 0
                       OR FUNCTION MOD(WS-ANO-JUROS, 400) = 0)
                   MOVE "S" TO WS-BISSEXTO
               END-IF
               IF WS-BISSEXTO = "S"
                   MOVE 29 TO WS-DIA-FIM
               END-IF
           END-IF.
           MOVE ZEROS TO WS-DATA-FIM-MES.
           MOVE WS-ANO-JUROS TO WS-DATA-FIM-MES(1:4).
           MOVE WS-MES-JUROS TO WS-DATA-FIM-MES(5:2).
           MOVE WS-DIA-FIM TO WS-DATA-FIM-MES(7:2).

           MOVE WS-DATA-FIM-MES TO WS-DATA-POSTAGEM.
           COMPUTE WS-INT-POSTAGEM =
               FUNCTION INTEGER-OF-DATE(WS-DATA-POSTAGEM).
           MOVE SPACES TO WS-DESCRICAO.
           CALL "CLASSIFICAR-DIA-UTIL" USING WS-DATA-POSTAGEM
               WS-CLASSIFICACAO WS-DESCRICAO.
           PERFORM UNTIL WS-CLASSIFICACAO = "DIA-UTIL"
               ADD 1 TO WS-INT-POSTAGEM
               COMPUTE WS-DATA-POSTAGEM =
                   FUNCTION DATE-OF-INTEGER(WS-INT-POSTAGEM)
               MOVE SPACES TO WS-DESCRICAO
               CALL "CLASSIFICAR-DIA-UTIL" USING WS-DATA-POSTAGEM
                   WS-CLASSIFICACAO WS-DESCRICAO
           END-PERFORM.

       PROVISIONAR-CDB.
      * Matured deposits belong to PROG_CDBVENC.cbl, which posts
      * whatever is left up to the maturity date itself; a deposit
      * opened after the period accrues nothing yet.
           IF CDB-SITUACAO NOT = "A"
               EXIT PARAGRAPH
           END-IF.
           IF CDB-INICIO >= WS-DATA-FIM-MES
               EXIT PARAGRAPH
           END-IF.
           IF CDB-VENCIMENTO < WS-DATA-FIM-MES
               MOVE CDB-VENCIMENTO TO WS-DATA-ACUMULO
           ELSE
               MOVE WS-DATA-FIM-MES TO WS-DATA-ACUMULO
           END-IF.
           IF CDB-ULTIMO-ACUMULO >= WS-DATA-ACUMULO
               EXIT PARAGRAPH
           END-IF.

           PERFORM CALCULAR-JUROS-BRUTOS.
           IF WS-JUROS-BRUTOS > CDB-JUROS-ACUM
               COMPUTE WS-JUROS-PERIODO =
                   WS-JUROS-BRUTOS - CDB-JUROS-ACUM
           ELSE
               MOVE ZEROS TO WS-JUROS-PERIODO
           END-IF.

           MOVE CDB-CONTA TO CONTA-NUMERO.
           MOVE "S" TO WS-CONTA-ACHADA.
           READ CONTA-FILE
               INVALID KEY
                   MOVE "N" TO WS-CONTA-ACHADA
           END-READ.
           IF WS-CONTA-STATUS NOT = "00"
                   AND WS-CONTA-STATUS NOT = "23"
               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-CONTA-ACHADA = "N"
               DISPLAY "CDB " CDB-NUMERO " - CONTA " CDB-CONTA
                   " NAO CADASTRADA - PROVISAO NAO POSTADA"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE ZEROS TO WS-VALOR-BRL.
           IF WS-JUROS-PERIODO > ZEROS
               PERFORM CONVERTER-JUROS-BRL
               PERFORM GRAVAR-LEDGER-PROVISAO
               ADD WS-VALOR-BRL TO WS-TOTAL-BRL
               ADD 1 TO WS-QTD-PROVISIONADOS
               ADD 1 TO WS-RUNLOG-GRAVADOS
           END-IF.

           MOVE WS-JUROS-BRUTOS TO CDB-JUROS-ACUM.
           MOVE WS-DATA-ACUMULO TO CDB-ULTIMO-ACUMULO.
           REWRITE CDB-REC
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR CDB "
                       CDB-NUMERO ": " WS-CDB-STATUS
                   MOVE 8 TO WS-RETURN-CODE
           END-REWRITE.
           IF WS-CDB-STATUS NOT = "00"
                   AND WS-CDB-STATUS NOT = "23"
               MOVE "CDB-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CDB-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           MOVE WS-JUROS-PERIODO TO WS-VALOR-CAMPO.
           MOVE CDB-JUROS-ACUM TO WS-ACUM-CAMPO.
           MOVE WS-VALOR-BRL TO WS-VLRBRL-CAMPO.
           MOVE SPACES TO CDBJUROS-LINE.
           STRING "  CDB " CDB-NUMERO " CONTA " CDB-CONTA
               " " CDB-MOEDA " ATE " WS-DATA-ACUMULO
               " NO PERIODO " WS-VALOR-CAMPO
               " ACUMULADO " WS-ACUM-CAMPO
               " BRL " WS-VLRBRL-CAMPO
               DELIMITED BY SIZE INTO CDBJUROS-LINE.
           PERFORM GRAVAR-LINHA-CDBJUROS.

       CALCULAR-JUROS-BRUTOS.
      * Gross interest from the start date to WS-DATA-ACUMULO at the
      * annual rate compounded over calendar days on a 365-day
      * year, the convention the deposit was sold on.
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-ACUMULO)
               - FUNCTION INTEGER-OF-DATE(CDB-INICIO).
      * The year fraction and the growth factor go through their own
      * fields so the exponent keeps its decimals.
           COMPUTE WS-EXPOENTE = WS-DIAS-CORRIDOS / 365.
           COMPUTE WS-BASE-TAXA = 1 + CDB-TAXA-ANUAL.
           COMPUTE WS-FATOR = WS-BASE-TAXA ** WS-EXPOENTE.
           COMPUTE WS-JUROS-BRUTOS ROUNDED =
               CDB-PRINCIPAL * (WS-FATOR - 1).

       CONVERTER-JUROS-BRL.
      * VLRBRL= carries the provision in reais for the trial
      * balance, at the latest CAMBIO.DAT rate on or before the
      * posting date; with no rate on file it goes at face value,
      * the way PROG_SUSPAGE.cbl writes off a suspended item.
           IF CDB-MOEDA = "BRL"
               MOVE WS-JUROS-PERIODO TO WS-VALOR-BRL
               EXIT PARAGRAPH
           END-IF.
           PERFORM OBTER-TAXA-CAMBIO.
           IF WS-TAXA-ACHADA = "S"
               COMPUTE WS-VALOR-BRL ROUNDED =
                   WS-JUROS-PERIODO * WS-TAXA-CAMBIO
           ELSE
               MOVE WS-JUROS-PERIODO TO WS-VALOR-BRL
               DISPLAY "SEM TAXA DE CAMBIO PARA " CDB-MOEDA
                   " EM " WS-DATA-POSTAGEM " - CDB "
                   CDB-NUMERO " PELO VALOR DE FACE"
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

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
                       AND CAMBIO-VIGENCIA <= WS-DATA-POSTAGEM
                       AND CAMBIO-VIGENCIA >= WS-TAXA-VIGENCIA
                   MOVE CAMBIO-TAXA TO WS-TAXA-CAMBIO
                   MOVE CAMBIO-VIGENCIA TO WS-TAXA-VIGENCIA
                   MOVE "S" TO WS-TAXA-ACHADA
               END-IF
           END-PERFORM.
           CLOSE CAMBIO-FILE.

       GRAVAR-LEDGER-PROVISAO.
      * Same line layout GRAVAR-LEDGER writes in the calculator,
      * TIPO=P, stamped with the business-day posting date. A memo
      * line: SALDO= and RESULTADO= are the same, VALOR= and
      * VLRBRL= carry the interest accrued in the period.
           ADD 1 TO WS-LEDGER-SEQ.
           IF CONTA-SALDO < ZERO
               MOVE CONTA-SALDO TO WS-SALDO-DEV-CAMPO
           ELSE
               MOVE CONTA-SALDO TO WS-SALDO-CAMPO
           END-IF.
           MOVE WS-JUROS-PERIODO TO WS-VALOR-CAMPO.
           MOVE CONTA-SALDO TO WS-RESULT-CAMPO.
           MOVE WS-VALOR-BRL TO WS-VLRBRL-CAMPO.
           MOVE SPACES TO LEDGER-LINE.
           STRING WS-DATA-POSTAGEM "-000000"
               " CONTA=" CONTA-NUMERO
               " MOEDA=" CONTA-MOEDA
               " SALDO=" WS-SALDO-CAMPO
               " TIPO=P"
               " VALOR=" WS-VALOR-CAMPO
               " RESULTADO=" WS-RESULT-CAMPO
               " VLRBRL=" WS-VLRBRL-CAMPO
               " SEQ=" WS-LEDGER-SEQ
               " PROVISAO-CDB"
               DELIMITED BY SIZE INTO LEDGER-LINE.
           MOVE CONTA-NUMERO TO LEDGIX-CONTA.
           MOVE WS-LEDGER-SEQ TO LEDGIX-SEQ.
           WRITE LEDGIX-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR LEDGER SEQ="
                       WS-LEDGER-SEQ ": " WS-LEDGER-STATUS
                   MOVE 8 TO WS-RETURN-CODE
           END-WRITE.
           IF WS-LEDGER-STATUS NOT = "00"
                   AND WS-LEDGER-STATUS NOT = "22"
               MOVE "LEDGER-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LEDGER-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       ENCERRAR-RUNLOG.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

       GRAVAR-LINHA-CDBJUROS.
           WRITE CDBJUROS-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "CDBJUROS-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       OBTER-SEQUENCIA-LEDGER.
           OPEN INPUT LEDGSEQ-FILE.
           IF WS-LEDGSEQ-STATUS = "35"
               MOVE ZEROS TO WS-LEDGER-SEQ
               CLOSE LEDGSEQ-FILE
           ELSE
               IF WS-LEDGSEQ-STATUS NOT = "00"
                   MOVE "LEDGSEQ-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-LEDGSEQ-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               READ LEDGSEQ-FILE
                   AT END
                       MOVE ZEROS TO WS-LEDGER-SEQ
                   NOT AT END
                       MOVE LEDGSEQ-ULTIMO TO WS-LEDGER-SEQ
               END-READ
               CLOSE LEDGSEQ-FILE
           END-IF.

       GRAVAR-SEQUENCIA-LEDGER.
           OPEN OUTPUT LEDGSEQ-FILE.
           IF WS-LEDGSEQ-STATUS NOT = "00"
               MOVE "LEDGSEQ-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LEDGSEQ-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-LEDGER-SEQ TO LEDGSEQ-ULTIMO.
           WRITE LEDGSEQ-REC.
           IF WS-LEDGSEQ-STATUS NOT = "00"
               MOVE "LEDGSEQ-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LEDGSEQ-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE LEDGSEQ-FILE.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file),
      * 22/23 (key errors, already handled above) or 35 (not found
      * on first run, already handled above) means a real I/O
      * problem; log which file and status code and stop instead of
      * pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_CDBJUROS.
