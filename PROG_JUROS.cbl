      * Purpose: Month-end interest accrual over the account master,
      *          run after the PROG_LEDGFECH.cbl cutover: the rate per
      *          account type comes from the JUROSTAB.DAT parameter
      *          file, interest accrues on each account's average
      *          daily balance over the period (the end-of-day
      *          snapshots PROG_SALDODIA.cbl keeps on SALDODIA.DAT,
      *          over the calendar days of the month), the
      *          withholding tax comes off it at the IRTAB.DAT rate
      *          for the account's type and holding period, the net
      *          posts to the account as TIPO=J and the tax as its
      *          CLASSIFICAR-DIA-UTIL and FERIADO.DAT) when month-end
      *          falls on a weekend or holiday. The amounts per
      *          account go to the JUROS.TXT report and the withheld
      *          tax accumulates per CONTA-CLIENTE and account on
      *          IRACUM.DAT for the PROG_IRANUAL.cbl annual statement,
      *          which splits a joint account's tax among its
      *          titulares. An account that spent days of the period
      *          overdrawn is charged debit interest (TIPO=V) at the
      *          type's overdraft rate on JUROSTAB.DAT, pro rata over
      *          its negative end-of-day balances as the period's
      *          ledger lines show them; credit interest accrues
      *          only on the days the account closed above zero.
      *          JUROS.TXT shows the average next to the closing
      *          balance so a customer's question about the amount
      *          can be answered from the report.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGSEQ-STATUS.

      * The period's movements, for the overdrawn days: the dated
      * file PROG_LEDGFECH.cbl cut for the period when the run
      * comes after the cutover, else the live ledger.
           SELECT FECHADO-FILE ASSIGN TO WS-NOME-FECHADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHADO-STATUS.

      * End-of-day balances taken by the nightly snapshot, the base
      * of the credit accrual.
           SELECT SALDODIA-FILE ASSIGN TO "SALDODIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDIA-CHAVE
               FILE STATUS IS WS-SALDODIA-STATUS.

           SELECT JUROS-REPORT ASSIGN TO "JUROS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRTAB-STATUS.

      * Withheld tax accumulated per customer, account and year,
      * the base the annual tax statement prints from.
           SELECT IRACUM-FILE ASSIGN TO "IRACUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRACUM-STATUS.

      * Monthly rate per account type, a data change owned by
      * finance; a brand-new installation is seeded with type C at
      * zero so nothing accrues until a real rate is keyed. The
      * overdraft rate rides on the same line; a line keyed before
      * it existed ends short and charges no debit interest.
       FD  JUROSTAB-FILE.
        01 JUROSTAB-REC.
         05 JUROS-TIPO PIC X(01).
         05 JUROS-TAXA-MENSAL PIC 9(02)V9(06).
         05 JUROS-TAXA-DEVEDORA PIC 9(02)V9(06).

       FD  LEDGER-FILE.
        01 LEDGIX-REC.
        01 LEDGSEQ-REC.
         05 LEDGSEQ-ULTIMO PIC 9(06).

       FD  FECHADO-FILE.
        01 FECHADO-LINE PIC X(160).

       FD  SALDODIA-FILE.
           COPY SALDODIA.

       FD  JUROS-REPORT.
        01 JUROS-LINE PIC X(132).

       FD  IRTAB-FILE.
        01 IRTAB-REC.
         05 IRA-ANO PIC 9(04).
         05 IRA-CLIENTE PIC 9(06).
         05 IRA-VALOR PIC 9(10)V99.
      * Account the tax was withheld on, so the annual statement can
      * split it among the account's titulares; blank on lines
      * written before it was carried, which stay with IRA-CLIENTE
      * whole.
         05 IRA-CONTA PIC 9(05).

      *=================================================================
       WORKING-STORAGE                         SECTION.
        77 WS-LEDGER-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-LEDGSEQ-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "JUROS.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_JUROS".
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
        77 WS-TAXA-APLICAR    PIC 9(02)V9(06) VALUE ZEROS.
        77 WS-TAXA-ACHADA     PIC X(01) VALUE "N".
        77 WS-VALOR-JUROS     PIC 9(10)V99 VALUE ZEROS.
        77 WS-SALDO-NOVO      PIC S9(10)V99 VALUE ZEROS.
        77 WS-LEDGER-SEQ      PIC 9(06) VALUE ZEROS.
      * An overdrawn SALDO= goes out through the floating-minus view
      * of the same thirteen columns, as the calculator writes it.
        77 WS-SALDO-CAMPO     PIC Z(9)9.99.
        77 WS-SALDO-DEV-CAMPO REDEFINES WS-SALDO-CAMPO
                              PIC -(9)9.99.
        77 WS-VALOR-CAMPO     PIC Z(9)9.99.
        77 WS-RESULT-CAMPO    PIC Z(9)9.99-.
        77 WS-VLRBRL-CAMPO    PIC Z(9)9.99.
      * Signed, with the sign in a column of its own, so an account
      * still overdrawn after the accrual reads as such on JUROS.TXT.
        77 WS-RESULTADO-JRS   PIC S9(10)V99 VALUE ZEROS
                              SIGN IS TRAILING SEPARATE.
        01 WS-DIAS-NO-MES VALUE "312831303130313130313031".
          05 WS-DIAS-MES-TAB PIC 9(02) OCCURS 12.
        77 WS-MES-JUROS       PIC 9(02) VALUE ZEROS.
        77 WS-LIQ-CAMPO        PIC Z(9)9.99.
        77 WS-TOTAL-IR         PIC 9(12)V99 VALUE ZEROS.

      * Debit interest: the sum over the period's days of each
      * negative end-of-day balance (money-days), rebuilt from the
      * ledger lines' SALDO= and RESULTADO=, times the monthly
      * overdraft rate over the days in the month.
        77 WS-FECHADO-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-NOME-FECHADO     PIC X(030) VALUE SPACES.
        77 WS-FECHADO-ABERTO   PIC X(01) VALUE "N".
        77 WS-FECHADO-FIM      PIC X(01) VALUE "N".
        77 WS-TAXA-DEVEDORA    PIC 9(02)V9(06) VALUE ZEROS.
        77 WS-DATA-INICIO-MES  PIC 9(08) VALUE ZEROS.
        77 WS-LINHA-APURAR     PIC X(160) VALUE SPACES.
        77 WS-CONTA-LINHA      PIC 9(05) VALUE ZEROS.
        77 WS-SALDO-INICIAL    PIC X(01) VALUE "N".
        77 WS-SALDO-DIA        PIC S9(10)V99 VALUE ZEROS.
        77 WS-SALDO-LINHA      PIC S9(10)V99 VALUE ZEROS.
        77 WS-DIA-CORRENTE     PIC 9(02) VALUE ZEROS.
        77 WS-DIA-LINHA        PIC 9(02) VALUE ZEROS.
        77 WS-DIAS-TRECHO      PIC S9(03) VALUE ZEROS.
        77 WS-DIAS-DEVEDOR     PIC 9(03) VALUE ZEROS.
        77 WS-SOMA-DEVEDORA    PIC 9(13)V99 VALUE ZEROS.
        77 WS-JUROS-DEVEDOR    PIC 9(10)V99 VALUE ZEROS.
        77 WS-QTD-DEVEDORAS    PIC 9(04) VALUE ZEROS.
        77 WS-TOTAL-DEVEDOR    PIC 9(12)V99 VALUE ZEROS.
        77 WS-PARSE-INT        PIC X(10) VALUE SPACES.
        77 WS-NUM-INT          PIC 9(10) VALUE ZEROS.
        77 WS-NUM-DEC          PIC 9(02) VALUE ZEROS.
        77 WS-QTD-SINAL        PIC 9(02) VALUE ZEROS.

      * Credit interest: each calendar day of the period counts at
      * the end-of-day balance on SALDODIA.DAT (a day without a
      * snapshot at the one before it), an overdrawn day at zero;
      * the sum over the days in the month is the average the rate
      * applies to.
        77 WS-SALDODIA-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-SALDODIA-ABERTO  PIC X(01) VALUE "N".
        77 WS-FOTO-INICIAL     PIC X(01) VALUE "N".
        77 WS-QTD-FOTOS        PIC 9(03) VALUE ZEROS.
        77 WS-SALDO-FOTO       PIC S9(10)V99 VALUE ZEROS.
        77 WS-SOMA-CREDORA     PIC 9(13)V99 VALUE ZEROS.
        77 WS-SALDO-MEDIO      PIC 9(10)V99 VALUE ZEROS.
        77 WS-SALDO-FECHAMENTO PIC S9(10)V99 VALUE ZEROS.
        77 WS-MEDIO-CAMPO      PIC Z(9)9.99.
        77 WS-FECHAMENTO-CAMPO PIC Z(9)9.99-.
        77 WS-QTD-SEM-FOTO     PIC 9(04) VALUE ZEROS.

      * Withholding bands loaded once per run.
        01 WS-BANDAS-IR.
         05 WS-IR-ENTRY OCCURS 20 TIMES.
        77 WS-IR-USADAS PIC 9(02) VALUE ZEROS.
        77 WS-IR-IDX PIC 9(02) VALUE ZEROS.

      * Tax accumulated per customer and account this run plus
      * whatever earlier runs already stamped onto IRACUM.DAT; the
      * file is rewritten whole at close. The table covers the full
      * account base with room for two years in flight; when it
      * fills anyway the run fails loudly and leaves IRACUM.DAT
      * untouched - a silently truncated accumulation is a wrong
      * annual statement nobody can see.
        01 WS-ACUMULADOS.
         05 WS-AC-ENTRY OCCURS 40000 TIMES.
          10 WS-AC-ANO PIC 9(04).
          10 WS-AC-CLIENTE PIC 9(06).
          10 WS-AC-VALOR PIC 9(10)V99.
          10 WS-AC-CONTA PIC 9(05).
        77 WS-AC-USADOS PIC 9(05) VALUE ZEROS.
        77 WS-AC-IDX PIC 9(05) VALUE ZEROS.
        77 WS-AC-SLOT PIC 9(05) VALUE ZEROS.
           DISPLAY "DATA DE POSTAGEM DOS JUROS: " WS-DATA-POSTAGEM.

           PERFORM OBTER-SEQUENCIA-LEDGER.
           PERFORM ABRIR-LEDGER-FECHADO.
           PERFORM ABRIR-SALDO-DIARIO.
           PERFORM CARREGAR-BANDAS-IR.
           PERFORM CARREGAR-ACUMULADOS-IR.


           CLOSE CONTA-FILE.
           CLOSE JUROS-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.
           IF WS-FECHADO-ABERTO = "S"
               CLOSE FECHADO-FILE
           END-IF.
           IF WS-SALDODIA-ABERTO = "S"
               CLOSE SALDODIA-FILE
           END-IF.
           PERFORM GRAVAR-SEQUENCIA-LEDGER.
           PERFORM GRAVAR-ACUMULADOS-IR.

           DISPLAY "ACUMULO DE JUROS - CONTAS LIDAS: " WS-QTD-CONTAS
               " COM JUROS POSTADOS: " WS-QTD-POSTADAS
               " IR RETIDO NO PERIODO: " WS-TOTAL-IR.
           DISPLAY "JUROS DEVEDORES - CONTAS: " WS-QTD-DEVEDORAS
               " TOTAL COBRADO: " WS-TOTAL-DEVEDOR.
           IF WS-QTD-SEM-FOTO NOT = ZEROS
               DISPLAY "CONTAS SEM SALDO DIARIO NO PERIODO (JUROS "
                   "SOBRE O SALDO FINAL): " WS-QTD-SEM-FOTO
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

           MOVE WS-ANO-JUROS TO WS-DATA-FIM-MES(1:4).
           MOVE WS-MES-JUROS TO WS-DATA-FIM-MES(5:2).
           MOVE WS-DIA-FIM TO WS-DATA-FIM-MES(7:2).
           MOVE WS-DATA-FIM-MES TO WS-DATA-INICIO-MES.
           MOVE 01 TO WS-DATA-INICIO-MES(7:2).

           MOVE WS-DATA-FIM-MES TO WS-DATA-POSTAGEM.
           COMPUTE WS-INT-POSTAGEM =

       ACUMULAR-JUROS-CONTA.
           PERFORM OBTER-TAXA-TIPO.
           PERFORM COBRAR-JUROS-DEVEDORES.
           IF WS-TAXA-ACHADA = "N" OR WS-TAXA-APLICAR = ZEROS
               MOVE SPACES TO JUROS-LINE
               STRING "CONTA " CONTA-NUMERO " TIPO " CONTA-TIPO
                   DELIMITED BY SIZE INTO JUROS-LINE
               PERFORM GRAVAR-LINHA-JUROS
           ELSE
      * Credit interest is paid only on money the customer actually
      * had with us, day by day: a balance moved in for the last
      * day of the month earns one day's share, not a month's.
               PERFORM APURAR-SALDO-MEDIO
               COMPUTE WS-VALOR-JUROS ROUNDED =
                   WS-SALDO-MEDIO * WS-TAXA-APLICAR
               MOVE WS-SALDO-MEDIO TO WS-MEDIO-CAMPO
               MOVE WS-SALDO-FECHAMENTO TO WS-FECHAMENTO-CAMPO
               MOVE SPACES TO JUROS-LINE
               STRING "CONTA " CONTA-NUMERO " TIPO " CONTA-TIPO
                   " SALDO MEDIO " WS-MEDIO-CAMPO
                   " SALDO FINAL " WS-FECHAMENTO-CAMPO
                   " DIAS " WS-DIA-FIM
                   " SALDOS DIARIOS " WS-QTD-FOTOS
                   DELIMITED BY SIZE INTO JUROS-LINE
               IF WS-FOTO-INICIAL = "N"
                   STRING " SEM SALDO DIARIO"
                       DELIMITED BY SIZE INTO JUROS-LINE(99:17)
               END-IF
               PERFORM GRAVAR-LINHA-JUROS
               IF WS-VALOR-JUROS = ZEROS
                   MOVE SPACES TO JUROS-LINE
                   STRING "CONTA " CONTA-NUMERO
                   END-IF
                   MOVE WS-VALOR-IR TO WS-IR-CAMPO
                   MOVE WS-JUROS-LIQUIDO TO WS-LIQ-CAMPO
                   MOVE WS-SALDO-NOVO TO WS-RESULTADO-JRS
                   MOVE SPACES TO JUROS-LINE
                   STRING "CONTA " CONTA-NUMERO " TIPO " CONTA-TIPO
                       " JUROS " WS-VALOR-JUROS
                       " IR " WS-IR-CAMPO
                       " LIQUIDO " WS-LIQ-CAMPO
                       " NOVO SALDO " WS-RESULTADO-JRS
                       DELIMITED BY SIZE INTO JUROS-LINE
                   PERFORM GRAVAR-LINHA-JUROS
                   MOVE WS-SALDO-NOVO TO CONTA-SALDO
                   PERFORM REGRAVAR-CONTA-JUROS
                   ADD 1 TO WS-QTD-POSTADAS
               END-IF
           END-IF.

       REGRAVAR-CONTA-JUROS.
           REWRITE CONTA-REC
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR CONTA "
                       CONTA-NUMERO ": " WS-CONTA-STATUS
                   MOVE 8 TO WS-RETURN-CODE
           END-REWRITE.
           IF WS-CONTA-STATUS NOT = "00"
                   AND WS-CONTA-STATUS NOT = "23"
               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       COBRAR-JUROS-DEVEDORES.
      * Debit interest for the days the account spent below zero,
      * posted before the credit accrual so the closing balance the
      * credit interest looks at already carries the charge. It may
      * take the balance past the overdraft limit; the daily
      * overdraft report then shows the excess.
           MOVE ZEROS TO WS-JUROS-DEVEDOR.
           IF WS-TAXA-DEVEDORA = ZEROS
               EXIT PARAGRAPH
           END-IF.
           PERFORM APURAR-SALDO-DEVEDOR.
           IF WS-SOMA-DEVEDORA = ZEROS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-JUROS-DEVEDOR ROUNDED =
               WS-SOMA-DEVEDORA * WS-TAXA-DEVEDORA / WS-DIA-FIM.
           IF WS-JUROS-DEVEDOR = ZEROS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SALDO-NOVO = CONTA-SALDO - WS-JUROS-DEVEDOR.
           PERFORM GRAVAR-LEDGER-DEVEDOR.
           MOVE WS-JUROS-DEVEDOR TO WS-VALOR-CAMPO.
           MOVE WS-SALDO-NOVO TO WS-RESULT-CAMPO.
           MOVE SPACES TO JUROS-LINE.
           STRING "CONTA " CONTA-NUMERO " TIPO " CONTA-TIPO
               " DIAS DEVEDOR " WS-DIAS-DEVEDOR
               " JUROS " WS-VALOR-CAMPO
               " NOVO SALDO " WS-RESULT-CAMPO
               DELIMITED BY SIZE INTO JUROS-LINE.
           PERFORM GRAVAR-LINHA-JUROS.
           MOVE WS-SALDO-NOVO TO CONTA-SALDO.
           PERFORM REGRAVAR-CONTA-JUROS.
           ADD 1 TO WS-QTD-DEVEDORAS.
           ADD WS-JUROS-DEVEDOR TO WS-TOTAL-DEVEDOR.

       APURAR-SALDO-MEDIO.
      * The last snapshot before the period is the balance the
      * month opened with; each snapshot inside it holds from its
      * day until the next one. An account with no snapshot before
      * the first one of the period is one opened during it (zero
      * until then) or one that predates the nightly snapshot (the
      * first snapshot taken stands for the days before it). With
      * no snapshot at all the closing balance stands for the whole
      * month, as before the snapshot existed, and the report says
      * so.
           MOVE ZEROS TO WS-SOMA-CREDORA.
           MOVE ZEROS TO WS-QTD-FOTOS.
           MOVE ZEROS TO WS-SALDO-DIA.
           MOVE "N" TO WS-FOTO-INICIAL.
           MOVE 1 TO WS-DIA-CORRENTE.
           IF WS-SALDODIA-ABERTO = "S"
               PERFORM LER-FOTO-ANTERIOR
               PERFORM LER-FOTOS-PERIODO
           END-IF.
           IF WS-FOTO-INICIAL = "N"
               MOVE CONTA-SALDO TO WS-SALDO-DIA
               ADD 1 TO WS-QTD-SEM-FOTO
           END-IF.
           COMPUTE WS-DIAS-TRECHO = WS-DIA-FIM - WS-DIA-CORRENTE + 1.
           PERFORM SOMAR-TRECHO-CREDOR.
           MOVE WS-SALDO-DIA TO WS-SALDO-FECHAMENTO.
           COMPUTE WS-SALDO-MEDIO ROUNDED =
               WS-SOMA-CREDORA / WS-DIA-FIM.

       LER-FOTO-ANTERIOR.
           MOVE CONTA-NUMERO TO SDIA-CONTA.
           MOVE WS-DATA-INICIO-MES TO SDIA-DATA.
           START SALDODIA-FILE KEY LESS THAN SDIA-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-SALDODIA-STATUS = "23"
               EXIT PARAGRAPH
           END-IF.
           IF WS-SALDODIA-STATUS NOT = "00"
               MOVE "SALDODIA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-SALDODIA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           READ SALDODIA-FILE PREVIOUS RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ.
           IF WS-SALDODIA-STATUS NOT = "00"
               MOVE "SALDODIA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-SALDODIA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF SDIA-CONTA = CONTA-NUMERO
               MOVE SDIA-SALDO TO WS-SALDO-DIA
               MOVE "S" TO WS-FOTO-INICIAL
           END-IF.

       LER-FOTOS-PERIODO.
           MOVE CONTA-NUMERO TO SDIA-CONTA.
           MOVE WS-DATA-INICIO-MES TO SDIA-DATA.
           START SALDODIA-FILE KEY NOT LESS THAN SDIA-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-SALDODIA-STATUS = "23"
               EXIT PARAGRAPH
           END-IF.
           IF WS-SALDODIA-STATUS NOT = "00"
               MOVE "SALDODIA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-SALDODIA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-SALDODIA-STATUS = "10"
               READ SALDODIA-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-SALDODIA-STATUS NOT = "00"
                       AND WS-SALDODIA-STATUS NOT = "10"
                   MOVE "SALDODIA-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-SALDODIA-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF SDIA-CONTA NOT = CONTA-NUMERO
                       OR SDIA-DATA > WS-DATA-FIM-MES
                   EXIT PERFORM
               END-IF
               MOVE SDIA-SALDO TO WS-SALDO-FOTO
               IF WS-FOTO-INICIAL = "N"
                   IF CONTA-ABERTURA >= WS-DATA-INICIO-MES
                       MOVE ZEROS TO WS-SALDO-DIA
                   ELSE
                       MOVE WS-SALDO-FOTO TO WS-SALDO-DIA
                   END-IF
                   MOVE "S" TO WS-FOTO-INICIAL
               END-IF
               MOVE SDIA-DATA(7:2) TO WS-DIA-LINHA
               COMPUTE WS-DIAS-TRECHO =
                   WS-DIA-LINHA - WS-DIA-CORRENTE
               PERFORM SOMAR-TRECHO-CREDOR
               MOVE WS-DIA-LINHA TO WS-DIA-CORRENTE
               MOVE WS-SALDO-FOTO TO WS-SALDO-DIA
               ADD 1 TO WS-QTD-FOTOS
           END-PERFORM.

       SOMAR-TRECHO-CREDOR.
           IF WS-DIAS-TRECHO > 0 AND WS-SALDO-DIA > ZERO
               COMPUTE WS-SOMA-CREDORA = WS-SOMA-CREDORA
                   + WS-SALDO-DIA * WS-DIAS-TRECHO
           END-IF.

       ABRIR-SALDO-DIARIO.
      * Without SALDODIA.DAT (the nightly snapshot never ran) every
      * account falls back to its closing balance.
           OPEN INPUT SALDODIA-FILE.
           IF WS-SALDODIA-STATUS = "35"
               CLOSE SALDODIA-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-SALDODIA-STATUS NOT = "00"
               MOVE "SALDODIA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-SALDODIA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE "S" TO WS-SALDODIA-ABERTO.

       APURAR-SALDO-DEVEDOR.
      * Walks the account's lines of the period in order. The first
      * line's SALDO= is the balance the period opened with, each
      * RESULTADO= the balance from that day on, so a stretch of
      * days at a negative balance adds balance times days. An
      * account with no movement in the period sat at its master
      * balance the whole month.
           MOVE ZEROS TO WS-SOMA-DEVEDORA.
           MOVE ZEROS TO WS-DIAS-DEVEDOR.
           MOVE CONTA-SALDO TO WS-SALDO-DIA.
           MOVE "N" TO WS-SALDO-INICIAL.
           MOVE 1 TO WS-DIA-CORRENTE.
           IF WS-FECHADO-ABERTO = "S"
               PERFORM APURAR-NO-FECHADO
           ELSE
               PERFORM APURAR-NO-LEDGER-VIVO
           END-IF.
           COMPUTE WS-DIAS-TRECHO = WS-DIA-FIM - WS-DIA-CORRENTE + 1.
           PERFORM SOMAR-TRECHO-DEVEDOR.

       APURAR-NO-FECHADO.
      * The dated file comes out of the cutover in account order,
      * the same order this run reads the master in, so one forward
      * pass serves every account.
           PERFORM UNTIL WS-FECHADO-FIM = "S"
               MOVE FECHADO-LINE(23:5) TO WS-CONTA-LINHA
               IF WS-CONTA-LINHA > CONTA-NUMERO
                   EXIT PERFORM
               END-IF
               IF WS-CONTA-LINHA = CONTA-NUMERO
                   MOVE FECHADO-LINE TO WS-LINHA-APURAR
                   PERFORM APURAR-UMA-LINHA
               END-IF
               PERFORM LER-PROXIMO-FECHADO
           END-PERFORM.

       APURAR-NO-LEDGER-VIVO.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
               CLOSE LEDGER-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "LEDGER-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LEDGER-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE CONTA-NUMERO TO LEDGIX-CONTA.
           MOVE ZEROS TO LEDGIX-SEQ.
           START LEDGER-FILE KEY NOT LESS THAN LEDGIX-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-LEDGER-STATUS = "10"
                   READ LEDGER-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-LEDGER-STATUS NOT = "00"
                           AND WS-LEDGER-STATUS NOT = "10"
                       MOVE "LEDGER-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-LEDGER-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF LEDGIX-CONTA NOT = CONTA-NUMERO
                       EXIT PERFORM
                   END-IF
                   MOVE LEDGER-LINE TO WS-LINHA-APURAR
                   PERFORM APURAR-UMA-LINHA
               END-PERFORM
           END-IF.
           CLOSE LEDGER-FILE.

       APURAR-UMA-LINHA.
      * Lines after the period belong to the next run; a line before
      * it (a live ledger never cut) only sets the opening balance.
      * Several lines on one day leave the last RESULTADO= as that
      * day's closing balance.
           IF WS-LINHA-APURAR(1:8) > WS-DATA-FIM-MES
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINHA-APURAR(1:8) < WS-DATA-INICIO-MES
               PERFORM EXTRAIR-RESULTADO-LINHA
               MOVE WS-SALDO-LINHA TO WS-SALDO-DIA
               MOVE "S" TO WS-SALDO-INICIAL
               EXIT PARAGRAPH
           END-IF.
      * The first line of the period says, in its SALDO=, what the
      * account opened the month with when nothing earlier did.
           IF WS-SALDO-INICIAL = "N"
               MOVE WS-LINHA-APURAR(45:10) TO WS-PARSE-INT
               MOVE WS-LINHA-APURAR(56:2) TO WS-NUM-DEC
               PERFORM CONVERTER-VALOR-LINHA
               MOVE WS-SALDO-LINHA TO WS-SALDO-DIA
               MOVE "S" TO WS-SALDO-INICIAL
           END-IF.
      * Up to the day before this line the account sat at the
      * balance carried so far; from this day on, at the line's
      * RESULTADO=.
           MOVE WS-LINHA-APURAR(7:2) TO WS-DIA-LINHA.
           COMPUTE WS-DIAS-TRECHO = WS-DIA-LINHA - WS-DIA-CORRENTE.
           PERFORM SOMAR-TRECHO-DEVEDOR.
           MOVE WS-DIA-LINHA TO WS-DIA-CORRENTE.
           PERFORM EXTRAIR-RESULTADO-LINHA.
           MOVE WS-SALDO-LINHA TO WS-SALDO-DIA.

       EXTRAIR-RESULTADO-LINHA.
      * RESULTADO= carries its sign trailing, at column 109.
           MOVE WS-LINHA-APURAR(96:10) TO WS-PARSE-INT.
           MOVE WS-LINHA-APURAR(107:2) TO WS-NUM-DEC.
           PERFORM CONVERTER-VALOR-LINHA.
           IF WS-LINHA-APURAR(109:1) = "-"
               COMPUTE WS-SALDO-LINHA = ZERO - WS-SALDO-LINHA
           END-IF.

       CONVERTER-VALOR-LINHA.
      * An overdrawn SALDO= has its minus floated in front of the
      * digits; it is counted, blanked out and applied at the end.
           MOVE ZEROS TO WS-QTD-SINAL.
           INSPECT WS-PARSE-INT TALLYING WS-QTD-SINAL FOR ALL "-".
           INSPECT WS-PARSE-INT REPLACING ALL "-" BY " ".
           INSPECT WS-PARSE-INT REPLACING LEADING " " BY "0".
           IF WS-PARSE-INT IS NUMERIC
               MOVE WS-PARSE-INT TO WS-NUM-INT
           ELSE
               MOVE ZEROS TO WS-NUM-INT
           END-IF.
           COMPUTE WS-SALDO-LINHA = WS-NUM-INT + WS-NUM-DEC / 100.
           IF WS-QTD-SINAL > 0
               COMPUTE WS-SALDO-LINHA = ZERO - WS-SALDO-LINHA
           END-IF.

       SOMAR-TRECHO-DEVEDOR.
           IF WS-DIAS-TRECHO > 0 AND WS-SALDO-DIA < ZERO
               COMPUTE WS-SOMA-DEVEDORA = WS-SOMA-DEVEDORA
                   + (ZERO - WS-SALDO-DIA) * WS-DIAS-TRECHO
               ADD WS-DIAS-TRECHO TO WS-DIAS-DEVEDOR
           END-IF.

       ABRIR-LEDGER-FECHADO.
      * LEDGER-AAAAMM.TXT exists once the cutover ran for the
      * period; without it the live ledger still holds the month.
           MOVE SPACES TO WS-NOME-FECHADO.
           STRING "LEDGER-" WS-PERIODO-JUROS ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-FECHADO.
           OPEN INPUT FECHADO-FILE.
           IF WS-FECHADO-STATUS = "35"
               CLOSE FECHADO-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-FECHADO-STATUS NOT = "00"
               MOVE "FECHADO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-FECHADO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE "S" TO WS-FECHADO-ABERTO.
           PERFORM LER-PROXIMO-FECHADO.

       LER-PROXIMO-FECHADO.
           READ FECHADO-FILE
               AT END
                   MOVE "S" TO WS-FECHADO-FIM
           END-READ.
           IF WS-FECHADO-STATUS NOT = "00"
                   AND WS-FECHADO-STATUS NOT = "10"
               MOVE "FECHADO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-FECHADO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       OBTER-TAXA-TIPO.
           MOVE "N" TO WS-TAXA-ACHADA.
           MOVE ZEROS TO WS-TAXA-APLICAR.
           MOVE ZEROS TO WS-TAXA-DEVEDORA.
           OPEN INPUT JUROSTAB-FILE.
           IF WS-JUROSTAB-STATUS = "35"
               PERFORM CRIAR-JUROSTAB-PADRAO
               IF JUROS-TIPO = CONTA-TIPO
                   MOVE JUROS-TAXA-MENSAL TO WS-TAXA-APLICAR
                   MOVE "S" TO WS-TAXA-ACHADA
                   IF JUROS-TAXA-DEVEDORA IS NUMERIC
                       MOVE JUROS-TAXA-DEVEDORA TO WS-TAXA-DEVEDORA
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE JUROSTAB-FILE.
           OPEN OUTPUT JUROSTAB-FILE.
           MOVE "C" TO JUROS-TIPO.
           MOVE ZEROS TO JUROS-TAXA-MENSAL.
           MOVE ZEROS TO JUROS-TAXA-DEVEDORA.
           WRITE JUROSTAB-REC.
           IF WS-JUROSTAB-STATUS NOT = "00"
               MOVE "JUROSTAB-FILE" TO WS-ERRO-ARQUIVO
      * statement and cutover programs parse the accrual like any
      * other movement. The posted amount is the net of tax.
           ADD 1 TO WS-LEDGER-SEQ.
           IF CONTA-SALDO < ZERO
               MOVE CONTA-SALDO TO WS-SALDO-DEV-CAMPO
           ELSE
               MOVE CONTA-SALDO TO WS-SALDO-CAMPO
           END-IF.
           MOVE WS-JUROS-LIQUIDO TO WS-VALOR-CAMPO.
           MOVE WS-SALDO-NOVO TO WS-RESULT-CAMPO.
           MOVE WS-JUROS-LIQUIDO TO WS-VLRBRL-CAMPO.
      * trial balance and the annual statement see it booked, not
      * settled on a spreadsheet outside the system.
           ADD 1 TO WS-LEDGER-SEQ.
           IF WS-SALDO-NOVO < ZERO
               MOVE WS-SALDO-NOVO TO WS-SALDO-DEV-CAMPO
           ELSE
               MOVE WS-SALDO-NOVO TO WS-SALDO-CAMPO
           END-IF.
           MOVE WS-VALOR-IR TO WS-VALOR-CAMPO.
           MOVE WS-SALDO-NOVO TO WS-RESULT-CAMPO.
           MOVE WS-VALOR-IR TO WS-VLRBRL-CAMPO.
           END-IF.
           CLOSE LEDGER-FILE.

       GRAVAR-LEDGER-DEVEDOR.
      * Debit interest is its own entry, TIPO=V, so the trial
      * balance books it to interest income and the statements
      * show it apart from the credit accrual. The balance before
      * it may already be negative.
           ADD 1 TO WS-LEDGER-SEQ.
           IF CONTA-SALDO < ZERO
               MOVE CONTA-SALDO TO WS-SALDO-DEV-CAMPO
           ELSE
               MOVE CONTA-SALDO TO WS-SALDO-CAMPO
           END-IF.
           MOVE WS-JUROS-DEVEDOR TO WS-VALOR-CAMPO.
           MOVE WS-SALDO-NOVO TO WS-RESULT-CAMPO.
           MOVE WS-JUROS-DEVEDOR TO WS-VLRBRL-CAMPO.
           MOVE SPACES TO LEDGER-LINE.
           STRING WS-DATA-POSTAGEM "-000000"
               " CONTA=" CONTA-NUMERO
               " MOEDA=" CONTA-MOEDA
               " SALDO=" WS-SALDO-CAMPO
               " TIPO=V"
               " VALOR=" WS-VALOR-CAMPO
               " RESULTADO=" WS-RESULT-CAMPO
               " VLRBRL=" WS-VLRBRL-CAMPO
               " SEQ=" WS-LEDGER-SEQ
               " JUROS-DEVEDORES"
               DELIMITED BY SIZE INTO LEDGER-LINE.
           MOVE CONTA-NUMERO TO LEDGIX-CONTA.
           MOVE WS-LEDGER-SEQ TO LEDGIX-SEQ.
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
           CLOSE LEDGER-FILE.

       ACUMULAR-IR-CLIENTE.
           ADD WS-VALOR-IR TO WS-TOTAL-IR.
           MOVE ZEROS TO WS-AC-SLOT.
                   OR WS-AC-SLOT NOT = ZEROS
               IF WS-AC-ANO(WS-AC-IDX) = WS-ANO-JUROS
                       AND WS-AC-CLIENTE(WS-AC-IDX) = CONTA-CLIENTE
                       AND WS-AC-CONTA(WS-AC-IDX) = CONTA-NUMERO
                   MOVE WS-AC-IDX TO WS-AC-SLOT
               END-IF
           END-PERFORM.
           IF WS-AC-SLOT = ZEROS AND WS-AC-USADOS < 40000
               ADD 1 TO WS-AC-USADOS
               MOVE WS-AC-USADOS TO WS-AC-SLOT
               MOVE WS-ANO-JUROS TO WS-AC-ANO(WS-AC-SLOT)
               MOVE CONTA-CLIENTE TO WS-AC-CLIENTE(WS-AC-SLOT)
               MOVE CONTA-NUMERO TO WS-AC-CONTA(WS-AC-SLOT)
               MOVE ZEROS TO WS-AC-VALOR(WS-AC-SLOT)
           END-IF.
           IF WS-AC-SLOT NOT = ZEROS
                       MOVE WS-IRACUM-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF WS-AC-USADOS < 40000
                       ADD 1 TO WS-AC-USADOS
                       MOVE IRA-ANO TO WS-AC-ANO(WS-AC-USADOS)
                       MOVE IRA-CLIENTE
                           TO WS-AC-CLIENTE(WS-AC-USADOS)
                       MOVE IRA-VALOR TO WS-AC-VALOR(WS-AC-USADOS)
                       IF IRA-CONTA IS NUMERIC
                           MOVE IRA-CONTA
                               TO WS-AC-CONTA(WS-AC-USADOS)
                       ELSE
                           MOVE ZEROS TO WS-AC-CONTA(WS-AC-USADOS)
                       END-IF
                   ELSE
      * More records than the table holds: stopping here keeps the
      * file intact; rewriting from a partial load would lose the
               MOVE WS-AC-ANO(WS-AC-IDX) TO IRA-ANO
               MOVE WS-AC-CLIENTE(WS-AC-IDX) TO IRA-CLIENTE
               MOVE WS-AC-VALOR(WS-AC-IDX) TO IRA-VALOR
               MOVE WS-AC-CONTA(WS-AC-IDX) TO IRA-CONTA
               WRITE IRACUM-REC
               IF WS-IRACUM-STATUS NOT = "00"
                   MOVE "IRACUM-FILE" TO WS-ERRO-ARQUIVO
