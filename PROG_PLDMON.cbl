      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Nightly suspicious-activity monitoring over the
      *          ledger, so anti-money-laundering no longer depends
      *          on a teller noticing something odd. Reads the
      *          processing date's movements on LEDGER.DAT with a
      *          lookback of WS-DIAS-JANELA days (the live ledger
      *          plus the PROG_LEDGFECH.cbl closed LEDGER-AAAAMM.TXT
      *          files the window reaches into), only the movements
      *          a customer makes - deposits, withdrawals, transfers
      *          and payments to other banks (TIPO C, D, T and X), in
      *          their BRL value - and raises a case on PLDCASOS.DAT
      *          for each of four patterns:
      *          V a single movement today at or over the reporting
      *            threshold WS-LIMITE-COMUNICACAO;
      *          F fracionamento: WS-QTD-FRACIONADOS or more deposits
      *            by one customer (across all of their accounts)
      *            inside the window, each just under the threshold
      *            (from WS-PCT-FAIXA percent of it), one of them
      *            today;
      *          N an account opened within WS-DIAS-CONTA-NOVA days
      *            (CONTA-ABERTURA) that moved today and took in and
      *            paid out WS-LIMITE-CONTA-NOVA or more each inside
      *            the window;
      *          R a movement of WS-LIMITE-REATIVADA or more on an
      *            account reactivated from dormancy (REATIVA.DAT,
      *            written by PROG_DORMANT.cbl) within
      *            WS-DIAS-REATIVACAO days.
      *          New cases are listed on PLDMON.TXT and wait for the
      *          compliance review in PROG_PLDMANUT.cbl; the general
      *          alert board only learns how many there are, never
      *          who. Every case compliance has decided to
      *          communicate (situacao C) and not yet sent goes out
      *          on COAFEXP.TXT, the delimited layout the financial
      *          intelligence unit (COAF) takes: one H header line
      *          (H;processing date;sender), one D line per case
      *          (D;case key;rule;CPF;name;account;movement date;
      *          BRL amount;number of movements;description;
      *          compliance opinion) and a T trailer (T;count;total).
      *          The run ends with RC 4 when it raised anything new.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_PLDMON.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CONTA-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS END-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGIX-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.

      * The closed monthly files stay plain dated text.
           SELECT FECHADO-FILE ASSIGN TO WS-NOME-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHADO-STATUS.

           SELECT REATIVA-FILE ASSIGN TO "REATIVA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REATIVA-STATUS.

           SELECT PLDCASO-FILE ASSIGN TO "PLDCASOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLD-CHAVE
               FILE STATUS IS WS-PLDCASO-STATUS.

           SELECT PLDMON-REPORT ASSIGN TO "PLDMON.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT COAFEXP-FILE ASSIGN TO "COAFEXP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COAFEXP-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  CONTA-FILE.
           COPY CONTA.

       FD  CLIENTE-FILE.
           COPY CLIENTE.

       FD  LEDGER-FILE.
        01 LEDGIX-REC.
         05 LEDGIX-CHAVE.
          10 LEDGIX-CONTA PIC 9(05).
          10 LEDGIX-SEQ PIC 9(06).
         05 LEDGER-LINE PIC X(160).

       FD  FECHADO-FILE.
        01 FECHADO-LINE PIC X(160).

       FD  REATIVA-FILE.
        01 REATIVA-REC.
         05 REAT-CONTA PIC 9(05).
         05 REAT-DATA PIC 9(08).

       FD  PLDCASO-FILE.
           COPY PLDCASO.

       FD  PLDMON-REPORT.
        01 PLDMON-LINE PIC X(132).

       FD  COAFEXP-FILE.
        01 COAFEXP-LINE PIC X(300).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-CONTA-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-CLIENTE-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-LEDGER-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-FECHADO-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-REATIVA-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-PLDCASO-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "PLDMON.TXT".
        77 WS-COAFEXP-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_PLDMON".
        77 WS-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS    PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.
        77 WS-ALERTA-SEVERIDADE PIC X(001) VALUE "A".
        77 WS-ALERTA-MENSAGEM PIC X(060) VALUE SPACES.
        77 WS-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
        77 WS-INT-HOJE        PIC S9(09) VALUE ZEROS.
        77 WS-INT-DATA        PIC S9(09) VALUE ZEROS.
        77 WS-DATA-INICIO     PIC 9(08) VALUE ZEROS.

      * Monitoring parameters, agreed with compliance: the reporting
      * threshold in BRL; the structuring band (deposits from this
      * percentage of the threshold up to just under it) and how
      * many of them inside the window make a case; the lookback
      * window in days; what counts as a new account and the money
      * in and out that is large for one; and how long after a
      * reactivation a movement is watched, and from what amount.
        77 WS-LIMITE-COMUNICACAO PIC 9(10)V99 VALUE 50000.00.
        77 WS-PCT-FAIXA          PIC 9(03) VALUE 80.
        77 WS-QTD-FRACIONADOS    PIC 9(03) VALUE 3.
        77 WS-DIAS-JANELA        PIC 9(03) VALUE 10.
        77 WS-DIAS-CONTA-NOVA    PIC 9(03) VALUE 90.
        77 WS-LIMITE-CONTA-NOVA  PIC 9(10)V99 VALUE 20000.00.
        77 WS-DIAS-REATIVACAO    PIC 9(03) VALUE 30.
        77 WS-LIMITE-REATIVADA   PIC 9(10)V99 VALUE 10000.00.
        77 WS-PISO-FAIXA         PIC 9(10)V99 VALUE ZEROS.

        77 WS-ANO-VARRER      PIC 9(04) VALUE ZEROS.
        77 WS-MES-VARRER      PIC 9(02) VALUE ZEROS.
        77 WS-PERIODO-VARRER  PIC 9(06) VALUE ZEROS.
        77 WS-NOME-LEDGER     PIC X(030) VALUE SPACES.
        77 WS-LINHA           PIC X(160) VALUE SPACES.
        77 WS-SEQ-LINHA       PIC 9(06) VALUE ZEROS.
        77 WS-CONTA-LINHA     PIC 9(05) VALUE ZEROS.
        77 WS-TIPO-LINHA      PIC X(01) VALUE SPACES.
        77 WS-DATA-LINHA      PIC 9(08) VALUE ZEROS.
        77 WS-VALOR-LINHA     PIC 9(10)V99 VALUE ZEROS.
        77 WS-SALDO-ANTES     PIC S9(10)V99 VALUE ZEROS.
        77 WS-SALDO-DEPOIS    PIC S9(10)V99 VALUE ZEROS.
        77 WS-ENTRADA         PIC X(01) VALUE "N".
        77 WS-PARSE-INT       PIC X(10) VALUE SPACES.
        77 WS-NUM-INT         PIC 9(10) VALUE ZEROS.
        77 WS-NUM-DEC         PIC 9(02) VALUE ZEROS.
        77 WS-QTD-SINAL       PIC 9(02) VALUE ZEROS.
        77 WS-DIAS-DECORRIDOS PIC S9(09) VALUE ZEROS.

      * The case about to be raised.
        77 WS-CASO-REGRA      PIC X(01) VALUE SPACES.
        77 WS-CASO-CONTA      PIC 9(05) VALUE ZEROS.
        77 WS-CASO-SEQ        PIC 9(06) VALUE ZEROS.
        77 WS-CASO-CLIENTE    PIC 9(06) VALUE ZEROS.
        77 WS-CASO-DATA       PIC 9(08) VALUE ZEROS.
        77 WS-CASO-VALOR      PIC 9(12)V99 VALUE ZEROS.
        77 WS-CASO-QTD        PIC 9(03) VALUE ZEROS.
        77 WS-CASO-DESCRICAO  PIC X(060) VALUE SPACES.

        77 WS-QTD-LINHAS      PIC 9(07) VALUE ZEROS.
        77 WS-QTD-NOVOS       PIC 9(05) VALUE ZEROS.
        77 WS-QTD-JA-ABERTOS  PIC 9(05) VALUE ZEROS.
        77 WS-QTD-EXPORTADOS  PIC 9(05) VALUE ZEROS.
        77 WS-TOTAL-EXPORTADO PIC 9(14)V99 VALUE ZEROS.
        77 WS-VALOR-CAMPO     PIC Z(11)9.99.
        77 WS-LIMITE-CAMPO    PIC Z(9)9.99.
        77 WS-EXP-VALOR       PIC 9(12).99.
        77 WS-EXP-TOTAL       PIC 9(14).99.
        77 WS-EXP-CPF         PIC X(11) VALUE SPACES.
        77 WS-EXP-NOME        PIC X(30) VALUE SPACES.

      * Every account that moved inside the window, with what the
      * master says about it and its money in and out.
        77 WS-TC-USADOS       PIC 9(05) VALUE ZEROS.
        77 WS-TC-IDX          PIC 9(05) VALUE ZEROS.
        77 WS-TC-SLOT         PIC 9(05) VALUE ZEROS.
        01 WS-TAB-CONTAS.
         05 WS-TC-ENTRY OCCURS 3000 TIMES.
          10 WS-TC-NUMERO PIC 9(05).
          10 WS-TC-CLIENTE PIC 9(06).
          10 WS-TC-ABERTURA PIC 9(08).
          10 WS-TC-REATIVACAO PIC 9(08).
          10 WS-TC-ENTRADAS PIC 9(12)V99.
          10 WS-TC-SAIDAS PIC 9(12)V99.
          10 WS-TC-QTD PIC 9(03).
          10 WS-TC-MOVEU-HOJE PIC X(01).

      * Deposits in the structuring band, per customer - or per
      * account, for an account not yet linked to a customer - with
      * the first of today's that opens the case.
        77 WS-TK-USADOS       PIC 9(05) VALUE ZEROS.
        77 WS-TK-IDX          PIC 9(05) VALUE ZEROS.
        77 WS-TK-SLOT         PIC 9(05) VALUE ZEROS.
        77 WS-TK-TIPO-BUSCA   PIC X(01) VALUE SPACES.
        77 WS-TK-CODIGO-BUSCA PIC 9(06) VALUE ZEROS.
        01 WS-TAB-CLIENTES.
         05 WS-TK-ENTRY OCCURS 3000 TIMES.
          10 WS-TK-TIPO PIC X(01).
          10 WS-TK-CODIGO PIC 9(06).
          10 WS-TK-QTD PIC 9(03).
          10 WS-TK-VALOR PIC 9(12)V99.
          10 WS-TK-CONTA-HOJE PIC 9(05).
          10 WS-TK-SEQ-HOJE PIC 9(06).

      * Reactivations recent enough to matter, latest per account.
        77 WS-TR-USADOS       PIC 9(04) VALUE ZEROS.
        77 WS-TR-IDX          PIC 9(04) VALUE ZEROS.
        77 WS-TR-SLOT         PIC 9(04) VALUE ZEROS.
        01 WS-TAB-REATIVADAS.
         05 WS-TR-ENTRY OCCURS 1000 TIMES.
          10 WS-TR-CONTA PIC 9(05).
          10 WS-TR-DATA PIC 9(08).
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           MOVE "INI" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           COMPUTE WS-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSO).
           COMPUTE WS-INT-DATA = WS-INT-HOJE - WS-DIAS-JANELA + 1.
           COMPUTE WS-DATA-INICIO =
               FUNCTION DATE-OF-INTEGER(WS-INT-DATA).
           COMPUTE WS-PISO-FAIXA ROUNDED =
               WS-LIMITE-COMUNICACAO * WS-PCT-FAIXA / 100.
           DISPLAY "MONITORAMENTO PLD DE " WS-DATA-PROCESSO
               " - JANELA DESDE " WS-DATA-INICIO.

           OPEN OUTPUT PLDMON-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "PLDMON-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO PLDMON-LINE.
           STRING "MONITORAMENTO DE OPERACOES SUSPEITAS EM "
               WS-DATA-PROCESSO(7:2) "/" WS-DATA-PROCESSO(5:2) "/"
               WS-DATA-PROCESSO(1:4)
               " - JANELA DE " WS-DIAS-JANELA " DIAS DESDE "
               WS-DATA-INICIO
               DELIMITED BY SIZE INTO PLDMON-LINE.
           PERFORM GRAVAR-LINHA-PLDMON.
           MOVE WS-LIMITE-COMUNICACAO TO WS-LIMITE-CAMPO.
           MOVE SPACES TO PLDMON-LINE.
           STRING "LIMITE DE COMUNICACAO " WS-LIMITE-CAMPO
               " - FRACIONAMENTO A PARTIR DE " WS-PCT-FAIXA
               "% EM " WS-QTD-FRACIONADOS " DEPOSITOS"
               DELIMITED BY SIZE INTO PLDMON-LINE.
           PERFORM GRAVAR-LINHA-PLDMON.
           MOVE SPACES TO PLDMON-LINE.
           PERFORM GRAVAR-LINHA-PLDMON.
           MOVE "CASOS NOVOS" TO PLDMON-LINE.
           PERFORM GRAVAR-LINHA-PLDMON.

           OPEN I-O PLDCASO-FILE.
           IF WS-PLDCASO-STATUS = "35"
               OPEN OUTPUT PLDCASO-FILE
               CLOSE PLDCASO-FILE
               OPEN I-O PLDCASO-FILE
           END-IF.
           IF WS-PLDCASO-STATUS NOT = "00"
               MOVE "PLDCASO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-PLDCASO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT CONTA-FILE.
           IF WS-CONTA-STATUS NOT = "00"
                   AND WS-CONTA-STATUS NOT = "35"
               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           PERFORM CARREGAR-REATIVACOES.
      * The closed monthly files the window reaches into, then the
      * live ledger; a month with no closed file (still live, or
      * never closed) simply skips.
           MOVE WS-DATA-INICIO(1:4) TO WS-ANO-VARRER.
           MOVE WS-DATA-INICIO(5:2) TO WS-MES-VARRER.
           PERFORM UNTIL WS-ANO-VARRER * 100 + WS-MES-VARRER
                   > WS-DATA-PROCESSO(1:6)
               COMPUTE WS-PERIODO-VARRER =
                   WS-ANO-VARRER * 100 + WS-MES-VARRER
               MOVE SPACES TO WS-NOME-LEDGER
               STRING "LEDGER-" WS-PERIODO-VARRER ".TXT"
                   DELIMITED BY SIZE INTO WS-NOME-LEDGER
               PERFORM VARRER-UM-FECHADO
               ADD 1 TO WS-MES-VARRER
               IF WS-MES-VARRER > 12
                   MOVE 1 TO WS-MES-VARRER
                   ADD 1 TO WS-ANO-VARRER
               END-IF
           END-PERFORM.
           PERFORM VARRER-LEDGER-VIVO.
           IF WS-CONTA-STATUS NOT = "35"
               CLOSE CONTA-FILE
           END-IF.

           PERFORM AVALIAR-CONTAS-NOVAS.
           PERFORM AVALIAR-FRACIONAMENTO.
           IF WS-QTD-NOVOS = ZEROS
               MOVE "  NENHUM" TO PLDMON-LINE
               PERFORM GRAVAR-LINHA-PLDMON
           END-IF.

           PERFORM EXPORTAR-COMUNICACOES.
           CLOSE PLDCASO-FILE.

           MOVE SPACES TO PLDMON-LINE.
           PERFORM GRAVAR-LINHA-PLDMON.
           MOVE SPACES TO PLDMON-LINE.
           STRING "MOVIMENTOS NA JANELA " WS-QTD-LINHAS
               " CASOS NOVOS " WS-QTD-NOVOS
               " JA REGISTRADOS " WS-QTD-JA-ABERTOS
               " COMUNICADOS AO COAF " WS-QTD-EXPORTADOS
               DELIMITED BY SIZE INTO PLDMON-LINE.
           PERFORM GRAVAR-LINHA-PLDMON.
           CLOSE PLDMON-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.

      * The board only learns how many cases wait, never whose: a
      * customer under review must not be tipped off by whoever
      * happens to sign on.
           IF WS-QTD-NOVOS NOT = ZEROS
               MOVE SPACES TO WS-ALERTA-MENSAGEM
               STRING WS-QTD-NOVOS
                   " CASO(S) PLD NOVO(S) PARA ANALISE DA COMPLIANCE"
                   DELIMITED BY SIZE INTO WS-ALERTA-MENSAGEM
               CALL "GRAVAR-ALERTA" USING WS-ALERTA-SEVERIDADE
                   WS-RUNLOG-PROGRAMA WS-ALERTA-MENSAGEM
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "MONITORAMENTO PLD - MOVIMENTOS: " WS-QTD-LINHAS
               " CASOS NOVOS: " WS-QTD-NOVOS
               " COMUNICADOS: " WS-QTD-EXPORTADOS.
           PERFORM ENCERRAR-RUNLOG.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       CARREGAR-REATIVACOES.
           MOVE ZEROS TO WS-TR-USADOS.
           OPEN INPUT REATIVA-FILE.
           IF WS-REATIVA-STATUS = "35"
               CLOSE REATIVA-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-REATIVA-STATUS NOT = "00"
               MOVE "REATIVA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-REATIVA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-REATIVA-STATUS = "10"
               READ REATIVA-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-REATIVA-STATUS NOT = "00"
                       AND WS-REATIVA-STATUS NOT = "10"
                   MOVE "REATIVA-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-REATIVA-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF REAT-DATA IS NUMERIC AND REAT-DATA NOT = ZEROS
                       AND REAT-DATA <= WS-DATA-PROCESSO
                   COMPUTE WS-DIAS-DECORRIDOS = WS-INT-HOJE
                       - FUNCTION INTEGER-OF-DATE(REAT-DATA)
                   IF WS-DIAS-DECORRIDOS <= WS-DIAS-REATIVACAO
                       PERFORM GUARDAR-REATIVACAO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE REATIVA-FILE.

       GUARDAR-REATIVACAO.
           MOVE ZEROS TO WS-TR-SLOT.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TR-USADOS
                   OR WS-TR-SLOT NOT = ZEROS
               IF WS-TR-CONTA(WS-TR-IDX) = REAT-CONTA
                   MOVE WS-TR-IDX TO WS-TR-SLOT
               END-IF
           END-PERFORM.
           IF WS-TR-SLOT = ZEROS
               IF WS-TR-USADOS >= 1000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TR-USADOS
               MOVE WS-TR-USADOS TO WS-TR-SLOT
               MOVE REAT-CONTA TO WS-TR-CONTA(WS-TR-SLOT)
               MOVE ZEROS TO WS-TR-DATA(WS-TR-SLOT)
           END-IF.
           IF REAT-DATA > WS-TR-DATA(WS-TR-SLOT)
               MOVE REAT-DATA TO WS-TR-DATA(WS-TR-SLOT)
           END-IF.

       VARRER-UM-FECHADO.
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
           PERFORM UNTIL WS-FECHADO-STATUS = "10"
               READ FECHADO-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-FECHADO-STATUS NOT = "00"
                       AND WS-FECHADO-STATUS NOT = "10"
                   MOVE "FECHADO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-FECHADO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-RUNLOG-LIDOS
               MOVE FECHADO-LINE TO WS-LINHA
               IF WS-LINHA(136:6) IS NUMERIC
                   MOVE WS-LINHA(136:6) TO WS-SEQ-LINHA
               ELSE
                   MOVE ZEROS TO WS-SEQ-LINHA
               END-IF
               PERFORM AVALIAR-LINHA
           END-PERFORM.
           CLOSE FECHADO-FILE.

       VARRER-LEDGER-VIVO.
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
           MOVE ZEROS TO LEDGIX-CONTA.
           MOVE ZEROS TO LEDGIX-SEQ.
           START LEDGER-FILE KEY NOT LESS THAN LEDGIX-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
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
               ADD 1 TO WS-RUNLOG-LIDOS
               MOVE LEDGER-LINE TO WS-LINHA
               MOVE LEDGIX-SEQ TO WS-SEQ-LINHA
               PERFORM AVALIAR-LINHA
           END-PERFORM.
           CLOSE LEDGER-FILE.

       AVALIAR-LINHA.
      * Only what a customer moves counts, inside the window, on a
      * customer account (the 90001-90999 cost-center range the
      * labor allocation posts on is internal).
      * The window never reaches back to a month archived before
      * the centavos release, so only current-layout lines count.
           IF WS-LINHA(1:8) IS NOT NUMERIC
                   OR WS-LINHA(131:4) NOT = "SEQ="
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LINHA(1:8) TO WS-DATA-LINHA.
           IF WS-DATA-LINHA < WS-DATA-INICIO
                   OR WS-DATA-LINHA > WS-DATA-PROCESSO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LINHA(64:1) TO WS-TIPO-LINHA.
           IF WS-TIPO-LINHA NOT = "C" AND WS-TIPO-LINHA NOT = "D"
                   AND WS-TIPO-LINHA NOT = "T"
                   AND WS-TIPO-LINHA NOT = "X"
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINHA(23:5) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LINHA(23:5) TO WS-CONTA-LINHA.
           IF WS-CONTA-LINHA >= 90001 AND WS-CONTA-LINHA <= 90999
               EXIT PARAGRAPH
           END-IF.
           PERFORM EXTRAIR-VALORES-LINHA.
           IF WS-SALDO-DEPOIS = WS-SALDO-ANTES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-LINHAS.

           PERFORM OBTER-SLOT-CONTA.
           IF WS-TC-SLOT = ZEROS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TC-QTD(WS-TC-SLOT).
           IF WS-ENTRADA = "S"
               ADD WS-VALOR-LINHA TO WS-TC-ENTRADAS(WS-TC-SLOT)
           ELSE
               ADD WS-VALOR-LINHA TO WS-TC-SAIDAS(WS-TC-SLOT)
           END-IF.
           IF WS-DATA-LINHA = WS-DATA-PROCESSO
               MOVE "S" TO WS-TC-MOVEU-HOJE(WS-TC-SLOT)
           END-IF.

      * A deposit just under the threshold goes into its owner's
      * count for the structuring test.
           IF WS-TIPO-LINHA = "C" AND WS-ENTRADA = "S"
                   AND WS-VALOR-LINHA >= WS-PISO-FAIXA
                   AND WS-VALOR-LINHA < WS-LIMITE-COMUNICACAO
               PERFORM SOMAR-DEPOSITO-FAIXA
           END-IF.

           IF WS-DATA-LINHA NOT = WS-DATA-PROCESSO
               EXIT PARAGRAPH
           END-IF.
           IF WS-VALOR-LINHA >= WS-LIMITE-COMUNICACAO
               MOVE "V" TO WS-CASO-REGRA
               MOVE WS-CONTA-LINHA TO WS-CASO-CONTA
               MOVE WS-SEQ-LINHA TO WS-CASO-SEQ
               MOVE WS-TC-CLIENTE(WS-TC-SLOT) TO WS-CASO-CLIENTE
               MOVE WS-VALOR-LINHA TO WS-CASO-VALOR
               MOVE 1 TO WS-CASO-QTD
               MOVE SPACES TO WS-CASO-DESCRICAO
               STRING "MOVIMENTO TIPO " WS-TIPO-LINHA
                   " ACIMA DO LIMITE DE COMUNICACAO"
                   DELIMITED BY SIZE INTO WS-CASO-DESCRICAO
               PERFORM REGISTRAR-CASO
           END-IF.
           IF WS-TC-REATIVACAO(WS-TC-SLOT) NOT = ZEROS
                   AND WS-VALOR-LINHA >= WS-LIMITE-REATIVADA
               MOVE "R" TO WS-CASO-REGRA
               MOVE WS-CONTA-LINHA TO WS-CASO-CONTA
               MOVE WS-SEQ-LINHA TO WS-CASO-SEQ
               MOVE WS-TC-CLIENTE(WS-TC-SLOT) TO WS-CASO-CLIENTE
               MOVE WS-VALOR-LINHA TO WS-CASO-VALOR
               MOVE 1 TO WS-CASO-QTD
               MOVE SPACES TO WS-CASO-DESCRICAO
               STRING "MOVIMENTO TIPO " WS-TIPO-LINHA
                   " EM CONTA REATIVADA EM "
                   WS-TC-REATIVACAO(WS-TC-SLOT)
                   DELIMITED BY SIZE INTO WS-CASO-DESCRICAO
               PERFORM REGISTRAR-CASO
           END-IF.

       EXTRAIR-VALORES-LINHA.
      * Before and after balances at the fixed offsets GRAVAR-LEDGER
      * writes tell the direction - a transfer's two legs land one
      * in and one out - and VLRBRL= the amount in BRL, whatever the
      * account's currency. An overdrawn SALDO= floats its minus in
      * front of the digits.
           MOVE WS-LINHA(45:10) TO WS-PARSE-INT.
           MOVE ZEROS TO WS-QTD-SINAL.
           INSPECT WS-PARSE-INT TALLYING WS-QTD-SINAL FOR ALL "-".
           INSPECT WS-PARSE-INT REPLACING ALL "-" BY " ".
           INSPECT WS-PARSE-INT REPLACING LEADING " " BY "0".
           MOVE WS-PARSE-INT TO WS-NUM-INT.
           MOVE WS-LINHA(56:2) TO WS-NUM-DEC.
           COMPUTE WS-SALDO-ANTES = WS-NUM-INT + WS-NUM-DEC / 100.
           IF WS-QTD-SINAL > 0
               COMPUTE WS-SALDO-ANTES = ZERO - WS-SALDO-ANTES
           END-IF.

           MOVE WS-LINHA(96:10) TO WS-PARSE-INT.
           INSPECT WS-PARSE-INT REPLACING LEADING " " BY "0".
           MOVE WS-PARSE-INT TO WS-NUM-INT.
           MOVE WS-LINHA(107:2) TO WS-NUM-DEC.
           COMPUTE WS-SALDO-DEPOIS = WS-NUM-INT + WS-NUM-DEC / 100.
           IF WS-LINHA(109:1) = "-"
               COMPUTE WS-SALDO-DEPOIS = ZERO - WS-SALDO-DEPOIS
           END-IF.
           IF WS-SALDO-DEPOIS > WS-SALDO-ANTES
               MOVE "S" TO WS-ENTRADA
           ELSE
               MOVE "N" TO WS-ENTRADA
           END-IF.

           MOVE WS-LINHA(118:10) TO WS-PARSE-INT.
           INSPECT WS-PARSE-INT REPLACING LEADING " " BY "0".
           MOVE WS-PARSE-INT TO WS-NUM-INT.
           MOVE WS-LINHA(129:2) TO WS-NUM-DEC.
           COMPUTE WS-VALOR-LINHA = WS-NUM-INT + WS-NUM-DEC / 100.

       OBTER-SLOT-CONTA.
      * First sight of an account reads the master for its owner
      * and opening date and looks up a recent reactivation.
           MOVE ZEROS TO WS-TC-SLOT.
           PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                   UNTIL WS-TC-IDX > WS-TC-USADOS
                   OR WS-TC-SLOT NOT = ZEROS
               IF WS-TC-NUMERO(WS-TC-IDX) = WS-CONTA-LINHA
                   MOVE WS-TC-IDX TO WS-TC-SLOT
               END-IF
           END-PERFORM.
           IF WS-TC-SLOT NOT = ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF WS-TC-USADOS >= 3000
               DISPLAY "LIMITE DE 3000 CONTAS NA JANELA - CONTA "
                   WS-CONTA-LINHA " FORA DO MONITORAMENTO"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TC-USADOS.
           MOVE WS-TC-USADOS TO WS-TC-SLOT.
           MOVE WS-CONTA-LINHA TO WS-TC-NUMERO(WS-TC-SLOT).
           MOVE ZEROS TO WS-TC-CLIENTE(WS-TC-SLOT).
           MOVE ZEROS TO WS-TC-ABERTURA(WS-TC-SLOT).
           MOVE ZEROS TO WS-TC-REATIVACAO(WS-TC-SLOT).
           MOVE ZEROS TO WS-TC-ENTRADAS(WS-TC-SLOT).
           MOVE ZEROS TO WS-TC-SAIDAS(WS-TC-SLOT).
           MOVE ZEROS TO WS-TC-QTD(WS-TC-SLOT).
           MOVE "N" TO WS-TC-MOVEU-HOJE(WS-TC-SLOT).
           IF WS-CONTA-STATUS NOT = "35"
               MOVE WS-CONTA-LINHA TO CONTA-NUMERO
               READ CONTA-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CONTA-STATUS = "00"
                   MOVE CONTA-CLIENTE TO WS-TC-CLIENTE(WS-TC-SLOT)
                   IF CONTA-ABERTURA IS NUMERIC
                       MOVE CONTA-ABERTURA
                           TO WS-TC-ABERTURA(WS-TC-SLOT)
                   END-IF
               ELSE
                   IF WS-CONTA-STATUS NOT = "23"
                       MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
               END-IF
           END-IF.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TR-USADOS
               IF WS-TR-CONTA(WS-TR-IDX) = WS-CONTA-LINHA
                   MOVE WS-TR-DATA(WS-TR-IDX)
                       TO WS-TC-REATIVACAO(WS-TC-SLOT)
               END-IF
           END-PERFORM.

       SOMAR-DEPOSITO-FAIXA.
      * Grouped by customer so deposits split across a customer's
      * accounts still add up; an account with no customer linked
      * yet stands on its own.
           IF WS-TC-CLIENTE(WS-TC-SLOT) NOT = ZEROS
               MOVE "C" TO WS-TK-TIPO-BUSCA
               MOVE WS-TC-CLIENTE(WS-TC-SLOT) TO WS-TK-CODIGO-BUSCA
           ELSE
               MOVE "A" TO WS-TK-TIPO-BUSCA
               MOVE WS-CONTA-LINHA TO WS-TK-CODIGO-BUSCA
           END-IF.
           MOVE ZEROS TO WS-TK-SLOT.
           PERFORM VARYING WS-TK-IDX FROM 1 BY 1
                   UNTIL WS-TK-IDX > WS-TK-USADOS
                   OR WS-TK-SLOT NOT = ZEROS
               IF WS-TK-TIPO(WS-TK-IDX) = WS-TK-TIPO-BUSCA
                       AND WS-TK-CODIGO(WS-TK-IDX)
                           = WS-TK-CODIGO-BUSCA
                   MOVE WS-TK-IDX TO WS-TK-SLOT
               END-IF
           END-PERFORM.
           IF WS-TK-SLOT = ZEROS
               IF WS-TK-USADOS >= 3000
                   DISPLAY "LIMITE DE 3000 DEPOSITANTES NA JANELA"
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TK-USADOS
               MOVE WS-TK-USADOS TO WS-TK-SLOT
               MOVE WS-TK-TIPO-BUSCA TO WS-TK-TIPO(WS-TK-SLOT)
               MOVE WS-TK-CODIGO-BUSCA TO WS-TK-CODIGO(WS-TK-SLOT)
               MOVE ZEROS TO WS-TK-QTD(WS-TK-SLOT)
               MOVE ZEROS TO WS-TK-VALOR(WS-TK-SLOT)
               MOVE ZEROS TO WS-TK-CONTA-HOJE(WS-TK-SLOT)
               MOVE ZEROS TO WS-TK-SEQ-HOJE(WS-TK-SLOT)
           END-IF.
           ADD 1 TO WS-TK-QTD(WS-TK-SLOT).
           ADD WS-VALOR-LINHA TO WS-TK-VALOR(WS-TK-SLOT).
      * The first of today's band deposits names the case, so the
      * same night run twice raises it once.
           IF WS-DATA-LINHA = WS-DATA-PROCESSO
                   AND (WS-TK-CONTA-HOJE(WS-TK-SLOT) = ZEROS
                   OR WS-CONTA-LINHA < WS-TK-CONTA-HOJE(WS-TK-SLOT)
                   OR (WS-CONTA-LINHA = WS-TK-CONTA-HOJE(WS-TK-SLOT)
                   AND WS-SEQ-LINHA < WS-TK-SEQ-HOJE(WS-TK-SLOT)))
               MOVE WS-CONTA-LINHA TO WS-TK-CONTA-HOJE(WS-TK-SLOT)
               MOVE WS-SEQ-LINHA TO WS-TK-SEQ-HOJE(WS-TK-SLOT)
           END-IF.

       AVALIAR-CONTAS-NOVAS.
      * Money in and money out of a brand-new account inside the
      * window, with movement today. One case per account: it is
      * only new once, so the case carries SEQ zero.
           PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                   UNTIL WS-TC-IDX > WS-TC-USADOS
               IF WS-TC-MOVEU-HOJE(WS-TC-IDX) = "S"
                       AND WS-TC-ABERTURA(WS-TC-IDX) NOT = ZEROS
                       AND WS-TC-ABERTURA(WS-TC-IDX)
                           <= WS-DATA-PROCESSO
                       AND WS-TC-ENTRADAS(WS-TC-IDX)
                           >= WS-LIMITE-CONTA-NOVA
                       AND WS-TC-SAIDAS(WS-TC-IDX)
                           >= WS-LIMITE-CONTA-NOVA
                   COMPUTE WS-DIAS-DECORRIDOS = WS-INT-HOJE
                       - FUNCTION INTEGER-OF-DATE
                           (WS-TC-ABERTURA(WS-TC-IDX))
                   IF WS-DIAS-DECORRIDOS <= WS-DIAS-CONTA-NOVA
                       MOVE "N" TO WS-CASO-REGRA
                       MOVE WS-TC-NUMERO(WS-TC-IDX) TO WS-CASO-CONTA
                       MOVE ZEROS TO WS-CASO-SEQ
                       MOVE WS-TC-CLIENTE(WS-TC-IDX)
                           TO WS-CASO-CLIENTE
                       COMPUTE WS-CASO-VALOR =
                           WS-TC-ENTRADAS(WS-TC-IDX)
                           + WS-TC-SAIDAS(WS-TC-IDX)
                       MOVE WS-TC-QTD(WS-TC-IDX) TO WS-CASO-QTD
                       MOVE SPACES TO WS-CASO-DESCRICAO
                       STRING "ENTRADA E SAIDA ALTAS EM CONTA "
                           "ABERTA EM " WS-TC-ABERTURA(WS-TC-IDX)
                           DELIMITED BY SIZE INTO WS-CASO-DESCRICAO
                       PERFORM REGISTRAR-CASO
                   END-IF
               END-IF
           END-PERFORM.

       AVALIAR-FRACIONAMENTO.
           PERFORM VARYING WS-TK-IDX FROM 1 BY 1
                   UNTIL WS-TK-IDX > WS-TK-USADOS
               IF WS-TK-SEQ-HOJE(WS-TK-IDX) NOT = ZEROS
                       AND WS-TK-QTD(WS-TK-IDX)
                           >= WS-QTD-FRACIONADOS
                   MOVE "F" TO WS-CASO-REGRA
                   MOVE WS-TK-CONTA-HOJE(WS-TK-IDX) TO WS-CASO-CONTA
                   MOVE WS-TK-SEQ-HOJE(WS-TK-IDX) TO WS-CASO-SEQ
                   IF WS-TK-TIPO(WS-TK-IDX) = "C"
                       MOVE WS-TK-CODIGO(WS-TK-IDX)
                           TO WS-CASO-CLIENTE
                   ELSE
                       MOVE ZEROS TO WS-CASO-CLIENTE
                   END-IF
                   MOVE WS-TK-VALOR(WS-TK-IDX) TO WS-CASO-VALOR
                   MOVE WS-TK-QTD(WS-TK-IDX) TO WS-CASO-QTD
                   MOVE SPACES TO WS-CASO-DESCRICAO
                   STRING WS-TK-QTD(WS-TK-IDX)
                       " DEPOSITOS LOGO ABAIXO DO LIMITE EM "
                       WS-DIAS-JANELA " DIAS"
                       DELIMITED BY SIZE INTO WS-CASO-DESCRICAO
                   PERFORM REGISTRAR-CASO
               END-IF
           END-PERFORM.

       REGISTRAR-CASO.
      * A case already on file (the same night run again) is left
      * exactly as compliance has it.
           MOVE SPACES TO PLDCASO-REC.
           MOVE WS-CASO-REGRA TO PLD-REGRA.
           MOVE WS-CASO-CONTA TO PLD-CONTA.
           MOVE WS-CASO-SEQ TO PLD-SEQ.
           MOVE WS-CASO-CLIENTE TO PLD-CLIENTE.
           MOVE WS-DATA-PROCESSO TO PLD-DATA-DETECCAO.
           MOVE WS-DATA-PROCESSO TO PLD-DATA-LANCAMENTO.
           MOVE WS-CASO-VALOR TO PLD-VALOR.
           MOVE WS-CASO-QTD TO PLD-QTD-LANCAMENTOS.
           MOVE WS-CASO-DESCRICAO TO PLD-DESCRICAO.
           MOVE "A" TO PLD-SITUACAO.
           MOVE SPACES TO PLD-OPERADOR.
           MOVE ZEROS TO PLD-DATA-DECISAO.
           MOVE SPACES TO PLD-PARECER.
           MOVE ZEROS TO PLD-DATA-COMUNICACAO.
           WRITE PLDCASO-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-PLDCASO-STATUS = "22"
               ADD 1 TO WS-QTD-JA-ABERTOS
               EXIT PARAGRAPH
           END-IF.
           IF WS-PLDCASO-STATUS NOT = "00"
               MOVE "PLDCASO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-PLDCASO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WS-QTD-NOVOS.
           ADD 1 TO WS-RUNLOG-GRAVADOS.
           MOVE WS-CASO-VALOR TO WS-VALOR-CAMPO.
           MOVE SPACES TO PLDMON-LINE.
           STRING "  CASO " PLD-CHAVE
               " REGRA " WS-CASO-REGRA
               " CONTA " WS-CASO-CONTA
               " CLIENTE " WS-CASO-CLIENTE
               " VALOR " WS-VALOR-CAMPO
               " " WS-CASO-DESCRICAO
               DELIMITED BY SIZE INTO PLDMON-LINE.
           PERFORM GRAVAR-LINHA-PLDMON.

       EXPORTAR-COMUNICACOES.
      * Every case compliance decided to communicate and that has
      * not gone yet; the file is rebuilt each night with the day's
      * communications for the upload to the COAF.
           OPEN OUTPUT COAFEXP-FILE.
           IF WS-COAFEXP-STATUS NOT = "00"
               MOVE "COAFEXP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-COAFEXP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO COAFEXP-LINE.
           STRING "H;" WS-DATA-PROCESSO ";" WS-RUNLOG-PROGRAMA
               DELIMITED BY SIZE INTO COAFEXP-LINE.
           PERFORM GRAVAR-LINHA-COAFEXP.
           OPEN INPUT CLIENTE-FILE.
           IF WS-CLIENTE-STATUS NOT = "00"
                   AND WS-CLIENTE-STATUS NOT = "35"
               MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           MOVE LOW-VALUES TO PLD-CHAVE.
           START PLDCASO-FILE KEY NOT LESS THAN PLD-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-PLDCASO-STATUS
           END-START.
           PERFORM UNTIL WS-PLDCASO-STATUS = "10"
               READ PLDCASO-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-PLDCASO-STATUS NOT = "00"
                       AND WS-PLDCASO-STATUS NOT = "10"
                   MOVE "PLDCASO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-PLDCASO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF PLD-SITUACAO = "C" AND PLD-DATA-COMUNICACAO = ZEROS
                   PERFORM EXPORTAR-UM-CASO
               END-IF
           END-PERFORM.

           IF WS-CLIENTE-STATUS NOT = "35"
               CLOSE CLIENTE-FILE
           END-IF.
           MOVE WS-TOTAL-EXPORTADO TO WS-EXP-TOTAL.
           MOVE SPACES TO COAFEXP-LINE.
           STRING "T;" WS-QTD-EXPORTADOS ";" WS-EXP-TOTAL
               DELIMITED BY SIZE INTO COAFEXP-LINE.
           PERFORM GRAVAR-LINHA-COAFEXP.
           CLOSE COAFEXP-FILE.

       EXPORTAR-UM-CASO.
           MOVE SPACES TO WS-EXP-CPF.
           MOVE SPACES TO WS-EXP-NOME.
           IF PLD-CLIENTE NOT = ZEROS AND WS-CLIENTE-STATUS NOT = "35"
               MOVE PLD-CLIENTE TO CODIGO
               READ CLIENTE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CLIENTE-STATUS = "00"
                   MOVE CPF TO WS-EXP-CPF
                   MOVE NOME TO WS-EXP-NOME
               ELSE
                   IF WS-CLIENTE-STATUS NOT = "23"
                       MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   MOVE "00" TO WS-CLIENTE-STATUS
               END-IF
           END-IF.
           MOVE PLD-VALOR TO WS-EXP-VALOR.
           MOVE SPACES TO COAFEXP-LINE.
           STRING "D;" PLD-CHAVE ";" PLD-REGRA ";" WS-EXP-CPF
               ";" WS-EXP-NOME ";" PLD-CONTA
               ";" PLD-DATA-LANCAMENTO ";" WS-EXP-VALOR
               ";" PLD-QTD-LANCAMENTOS ";" PLD-DESCRICAO
               ";" PLD-PARECER
               DELIMITED BY SIZE INTO COAFEXP-LINE.
           PERFORM GRAVAR-LINHA-COAFEXP.
           ADD 1 TO WS-QTD-EXPORTADOS.
           ADD PLD-VALOR TO WS-TOTAL-EXPORTADO.
           MOVE WS-DATA-PROCESSO TO PLD-DATA-COMUNICACAO.
           REWRITE PLDCASO-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-PLDCASO-STATUS NOT = "00"
               MOVE "PLDCASO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-PLDCASO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO PLDMON-LINE.
           STRING "  COMUNICADO AO COAF: CASO " PLD-CHAVE
               " DECIDIDO EM " PLD-DATA-DECISAO
               " POR " PLD-OPERADOR
               DELIMITED BY SIZE INTO PLDMON-LINE.
           PERFORM GRAVAR-LINHA-PLDMON.

       ENCERRAR-RUNLOG.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

       GRAVAR-LINHA-PLDMON.
           WRITE PLDMON-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "PLDMON-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       GRAVAR-LINHA-COAFEXP.
           WRITE COAFEXP-LINE.
           IF WS-COAFEXP-STATUS NOT = "00"
               MOVE "COAFEXP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-COAFEXP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WS-RUNLOG-GRAVADOS.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file),
      * 22 (case already raised), 23 (key not found) or 35 (not
      * found on first run), each handled above, means a real I/O
      * problem; log which file and status code and stop instead of
      * pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_PLDMON.
