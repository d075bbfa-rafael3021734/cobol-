      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Reconciles the money we think moved through the
      *          clearing (correspondent) bank against the bank's own
      *          daily statement EXTCORR.DAT. Our side is every ledger
      *          line that goes through the clearing bank: each TIPO X
      *          payment to another bank (money out, referenced by
      *          its SEQ=, the number PAGEXT.DAT and the clearing bank
      *          know it by) and each TIPO G line PROG_PAGRETOR posted
      *          to credit a returned payment back (money in, under
      *          the same payment number). Both sides are kept on
      *          CORRCON.DAT, written once, so the ledger and the
      *          statement can be loaded again without doubling
      *          anything. Every open statement line is matched to an
      *          open entry of ours with the same currency, amount,
      *          direction and reference whose date is no more than
      *          WS-DIAS-TOLERANCIA days from the statement's value
      *          date, the nearest date winning. CORRECON.TXT lists
      *          what matched on this run, our entries the bank has
      *          not shown, and statement lines we never booked, each
      *          with its age and the aging buckets per side. An open
      *          item older than WS-DIAS-ALERTA days raises one alert
      *          on ALERTAS.DAT and the run ends with RC 4.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_CORRECON.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT EXTRATO-FILE ASSIGN TO "EXTCORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRATO-STATUS.

           SELECT CORRCON-FILE ASSIGN TO "CORRCON.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CORR-CHAVE
               FILE STATUS IS WS-CORRCON-STATUS.

           SELECT PAGEXT-FILE ASSIGN TO "PAGEXT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAGX-NUMERO
               FILE STATUS IS WS-PAGEXT-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGIX-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT CORRECON-REPORT ASSIGN TO "CORRECON.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
      * One line per movement on the clearing bank's statement: the
      * date of the statement it came on, the value date, D money
      * out or C money in, the amount and currency, and the payment
      * number it was sent under.
       FD  EXTRATO-FILE.
        01 EXTRATO-REC.
         05 EXTC-DATA-EXTRATO PIC 9(08).
         05 EXTC-DATA-VALOR PIC 9(08).
         05 EXTC-DC PIC X(01).
         05 EXTC-VALOR PIC 9(10)V99.
         05 EXTC-MOEDA PIC X(03).
         05 EXTC-REFERENCIA PIC X(16).

       FD  CORRCON-FILE.
           COPY CORRCON.

       FD  PAGEXT-FILE.
           COPY PAGEXT.

       FD  LEDGER-FILE.
        01 LEDGIX-REC.
         05 LEDGIX-CHAVE.
          10 LEDGIX-CONTA PIC 9(05).
          10 LEDGIX-SEQ PIC 9(06).
         05 LEDGER-LINE PIC X(160).

       FD  CORRECON-REPORT.
        01 CORRECON-LINE PIC X(132).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-EXTRATO-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-CORRCON-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-PAGEXT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-LEDGER-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "CORRECON.TXT".
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_CORRECO".
        77 WS-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS    PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.
        77 WS-ALERTA-SEVERIDADE PIC X(001) VALUE "A".
        77 WS-ALERTA-MENSAGEM PIC X(060) VALUE SPACES.
        77 WS-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
        77 WS-INT-HOJE        PIC S9(09) VALUE ZEROS.
      * How far the bank's value date may slip from the date we
      * booked, either way, and still match; and how old an open
      * item may get before it is raised as an alert.
        77 WS-DIAS-TOLERANCIA PIC 9(03) VALUE 3.
        77 WS-DIAS-ALERTA     PIC 9(03) VALUE 5.
        77 WS-PAGEXT-EXISTE   PIC X(01) VALUE "N".
        77 WS-PAGTO-ACHADO    PIC X(01) VALUE "N".
        77 WS-LINHA-EXTRATO   PIC 9(06) VALUE ZEROS.
        77 WS-REF-LANCAMENTO  PIC X(016) VALUE SPACES.
        77 WS-DC-LANCAMENTO   PIC X(001) VALUE SPACES.
        77 WS-INT-DATA-ITEM   PIC S9(09) VALUE ZEROS.
        77 WS-PARSE-INT       PIC X(10) VALUE SPACES.
        77 WS-NUM-INT         PIC 9(10) VALUE ZEROS.
        77 WS-NUM-DEC         PIC 9(02) VALUE ZEROS.
        77 WS-DIAS-ITEM       PIC 9(05) VALUE ZEROS.
        77 WS-DIFERENCA       PIC S9(05) VALUE ZEROS.
        77 WS-MELHOR-DIF      PIC S9(05) VALUE ZEROS.
        77 WS-MELHOR-IDX      PIC 9(05) VALUE ZEROS.
        77 WS-IDX-B           PIC 9(05) VALUE ZEROS.
        77 WS-IDX-L           PIC 9(05) VALUE ZEROS.
        77 WS-CHAVE-FECHAR    PIC X(015) VALUE SPACES.
        77 WS-CHAVE-PAR       PIC X(015) VALUE SPACES.
        77 WS-QTD-LEDGER-NOVOS PIC 9(05) VALUE ZEROS.
        77 WS-QTD-EXTRATO-NOVOS PIC 9(05) VALUE ZEROS.
        77 WS-QTD-EXTRATO-JA  PIC 9(05) VALUE ZEROS.
        77 WS-QTD-INVALIDAS   PIC 9(05) VALUE ZEROS.
        77 WS-QTD-CONCILIADOS PIC 9(05) VALUE ZEROS.
        77 WS-QTD-SEM-BANCO   PIC 9(05) VALUE ZEROS.
        77 WS-QTD-SEM-LEDGER  PIC 9(05) VALUE ZEROS.
        77 WS-QTD-VENCIDOS    PIC 9(05) VALUE ZEROS.
        77 WS-QTD-ALERTAS     PIC 9(05) VALUE ZEROS.
        77 WS-TOTAL-CONCILIADO PIC 9(12)V99 VALUE ZEROS.
        77 WS-VALOR-CAMPO     PIC Z(9)9.99.
        77 WS-DIF-CAMPO       PIC ZZ9.
        77 WS-SITUACAO-LINHA  PIC X(020) VALUE SPACES.

      * Open items of each side, loaded off CORRCON.DAT for the
      * match; an item past the table's size waits for a later run.
        77 WS-TB-USADOS       PIC 9(05) VALUE ZEROS.
        01 WS-TAB-BANCO.
         05 WS-TB-ENTRY OCCURS 3000 TIMES.
          10 WS-TB-CHAVE PIC X(015).
          10 WS-TB-DATA PIC 9(008).
          10 WS-TB-INT-DATA PIC S9(09).
          10 WS-TB-DC PIC X(001).
          10 WS-TB-VALOR PIC 9(10)V99.
          10 WS-TB-MOEDA PIC X(003).
          10 WS-TB-REFERENCIA PIC X(016).
          10 WS-TB-SITUACAO PIC X(001).
          10 WS-TB-ALERTADO PIC X(001).
        77 WS-TL-USADOS       PIC 9(05) VALUE ZEROS.
        01 WS-TAB-LEDGER.
         05 WS-TL-ENTRY OCCURS 3000 TIMES.
          10 WS-TL-CHAVE PIC X(015).
          10 WS-TL-DATA PIC 9(008).
          10 WS-TL-INT-DATA PIC S9(09).
          10 WS-TL-DC PIC X(001).
          10 WS-TL-VALOR PIC 9(10)V99.
          10 WS-TL-MOEDA PIC X(003).
          10 WS-TL-REFERENCIA PIC X(016).
          10 WS-TL-CONTA PIC 9(005).
          10 WS-TL-SITUACAO PIC X(001).
          10 WS-TL-ALERTADO PIC X(001).

      * The four aging buckets, counted again for each side: up to
      * 5 days, 6 to 15, 16 to 30, over 30.
        01 WS-FAIXAS.
         05 WS-FX-ENTRY OCCURS 4 TIMES.
          10 WS-FX-QTD PIC 9(05).
          10 WS-FX-VALOR PIC 9(13)V99.
        77 WS-FX-IDX PIC 9(01) VALUE ZEROS.
        77 WS-FX-CAMPO PIC Z(12)9.99.
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
           DISPLAY "CONCILIACAO COM O BANCO CORRESPONDENTE EM "
               WS-DATA-PROCESSO.

           OPEN OUTPUT CORRECON-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "CORRECON-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO CORRECON-LINE.
           STRING "CONCILIACAO DO EXTRATO DO BANCO CORRESPONDENTE EM "
               WS-DATA-PROCESSO
               " - TOLERANCIA " WS-DIAS-TOLERANCIA " DIAS"
               " - ALERTA APOS " WS-DIAS-ALERTA " DIAS"
               DELIMITED BY SIZE INTO CORRECON-LINE.
           PERFORM GRAVAR-LINHA-CORRECON.

           OPEN I-O CORRCON-FILE.
           IF WS-CORRCON-STATUS = "35"
               OPEN OUTPUT CORRCON-FILE
               CLOSE CORRCON-FILE
               OPEN I-O CORRCON-FILE
           END-IF.
           IF WS-CORRCON-STATUS NOT = "00"
               MOVE "CORRCON-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CORRCON-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           PERFORM CAPTURAR-LEDGER.
           PERFORM CARREGAR-EXTRATO.
           PERFORM CARREGAR-ABERTOS.
           PERFORM CONCILIAR-ITENS.
           PERFORM LISTAR-PENDENTES-LEDGER.
           PERFORM LISTAR-PENDENTES-BANCO.
           CLOSE CORRCON-FILE.

           MOVE SPACES TO CORRECON-LINE.
           PERFORM GRAVAR-LINHA-CORRECON.
           MOVE WS-TOTAL-CONCILIADO TO WS-FX-CAMPO.
           STRING "CONCILIADOS " WS-QTD-CONCILIADOS
               " VALOR " WS-FX-CAMPO
               " LANCAMENTOS SEM EXTRATO " WS-QTD-SEM-BANCO
               " EXTRATO SEM LANCAMENTO " WS-QTD-SEM-LEDGER
               " VENCIDOS " WS-QTD-VENCIDOS
               DELIMITED BY SIZE INTO CORRECON-LINE.
           PERFORM GRAVAR-LINHA-CORRECON.
           MOVE SPACES TO CORRECON-LINE.
           STRING "NOVOS DO LEDGER " WS-QTD-LEDGER-NOVOS
               " NOVOS DO EXTRATO " WS-QTD-EXTRATO-NOVOS
               " JA CARREGADOS " WS-QTD-EXTRATO-JA
               " LINHAS INVALIDAS " WS-QTD-INVALIDAS
               " ALERTAS " WS-QTD-ALERTAS
               DELIMITED BY SIZE INTO CORRECON-LINE.
           PERFORM GRAVAR-LINHA-CORRECON.
           CLOSE CORRECON-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           IF WS-QTD-VENCIDOS NOT = ZEROS
                   AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           DISPLAY "CONCILIACAO - CONCILIADOS: " WS-QTD-CONCILIADOS
               " SEM EXTRATO: " WS-QTD-SEM-BANCO
               " SEM LANCAMENTO: " WS-QTD-SEM-LEDGER
               " VENCIDOS: " WS-QTD-VENCIDOS.
           PERFORM ENCERRAR-RUNLOG.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       CAPTURAR-LEDGER.
      * Every ledger line that moved money through the clearing bank
      * goes on the register the first time it is seen. A TIPO G
      * counts only when PAGEXT.DAT shows it is the credit-back of a
      * returned payment - a teller's reversal never left the bank.
           OPEN INPUT PAGEXT-FILE.
           IF WS-PAGEXT-STATUS = "35"
               MOVE "N" TO WS-PAGEXT-EXISTE
               CLOSE PAGEXT-FILE
           ELSE
               IF WS-PAGEXT-STATUS NOT = "00"
                   MOVE "PAGEXT-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-PAGEXT-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE "S" TO WS-PAGEXT-EXISTE
           END-IF.

           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
               CLOSE LEDGER-FILE
           ELSE
               IF WS-LEDGER-STATUS NOT = "00"
                   MOVE "LEDGER-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-LEDGER-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE ZEROS TO LEDGIX-CONTA
               MOVE ZEROS TO LEDGIX-SEQ
               START LEDGER-FILE KEY NOT LESS THAN LEDGIX-CHAVE
                   INVALID KEY
                       CONTINUE
               END-START
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
                   EVALUATE LEDGER-LINE(64:1)
                       WHEN "X"
                           PERFORM CAPTURAR-PAGAMENTO
                       WHEN "G"
                           PERFORM CAPTURAR-DEVOLUCAO
                   END-EVALUATE
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.
           IF WS-PAGEXT-EXISTE = "S"
               CLOSE PAGEXT-FILE
           END-IF.

       CAPTURAR-PAGAMENTO.
           MOVE LEDGIX-SEQ TO WS-REF-LANCAMENTO.
           MOVE "D" TO WS-DC-LANCAMENTO.
           PERFORM REGISTRAR-LANCAMENTO.

       CAPTURAR-DEVOLUCAO.
           IF WS-PAGEXT-EXISTE NOT = "S"
                   OR LEDGER-LINE(142:12) NOT = " ESTORNO-DE="
                   OR LEDGER-LINE(154:6) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE LEDGER-LINE(154:6) TO PAGX-NUMERO.
           MOVE "S" TO WS-PAGTO-ACHADO.
           READ PAGEXT-FILE
               INVALID KEY
                   MOVE "N" TO WS-PAGTO-ACHADO
           END-READ.
           IF WS-PAGEXT-STATUS NOT = "00"
                   AND WS-PAGEXT-STATUS NOT = "23"
               MOVE "PAGEXT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-PAGEXT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-PAGTO-ACHADO = "N"
                   OR PAGX-SEQ-ESTORNO NOT = LEDGIX-SEQ
               EXIT PARAGRAPH
           END-IF.
           MOVE PAGX-NUMERO TO WS-REF-LANCAMENTO.
           MOVE "C" TO WS-DC-LANCAMENTO.
           PERFORM REGISTRAR-LANCAMENTO.

       REGISTRAR-LANCAMENTO.
           MOVE SPACES TO CORRCON-REC.
           MOVE "L" TO CORR-ORIGEM.
           MOVE LEDGIX-CHAVE TO CORR-ID.
           READ CORRCON-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CORRCON-STATUS = "00"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CORRCON-STATUS NOT = "23"
               MOVE "CORRCON-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CORRCON-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-REF-LANCAMENTO TO CORR-REFERENCIA.
           MOVE WS-DC-LANCAMENTO TO CORR-DC.
           MOVE LEDGER-LINE(1:8) TO CORR-DATA.
           MOVE LEDGER-LINE(72:10) TO WS-PARSE-INT.
           INSPECT WS-PARSE-INT REPLACING LEADING " " BY "0".
           MOVE WS-PARSE-INT TO WS-NUM-INT.
           MOVE LEDGER-LINE(83:2) TO WS-NUM-DEC.
           COMPUTE CORR-VALOR = WS-NUM-INT + WS-NUM-DEC / 100.
           MOVE LEDGER-LINE(35:3) TO CORR-MOEDA.
           MOVE LEDGIX-CONTA TO CORR-CONTA.
           MOVE "A" TO CORR-SITUACAO.
           MOVE ZEROS TO CORR-DATA-CONCILIACAO.
           MOVE "N" TO CORR-ALERTADO.
           WRITE CORRCON-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-CORRCON-STATUS NOT = "00"
               MOVE "CORRCON-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CORRCON-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WS-QTD-LEDGER-NOVOS.
           ADD 1 TO WS-RUNLOG-GRAVADOS.

       CARREGAR-EXTRATO.
      * No statement today is not an error: what is already on the
      * register is still matched and aged, and our entries simply
      * grow a day older.
           OPEN INPUT EXTRATO-FILE.
           IF WS-EXTRATO-STATUS = "35"
               DISPLAY "EXTCORR.DAT NAO ENCONTRADO - SEM EXTRATO HOJE"
               MOVE "EXTRATO DO BANCO CORRESPONDENTE NAO RECEBIDO"
                   TO CORRECON-LINE
               PERFORM GRAVAR-LINHA-CORRECON
               CLOSE EXTRATO-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-EXTRATO-STATUS NOT = "00"
               MOVE "EXTRATO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-EXTRATO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE ZEROS TO WS-LINHA-EXTRATO.
           PERFORM UNTIL WS-EXTRATO-STATUS = "10"
               READ EXTRATO-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-EXTRATO-STATUS NOT = "00"
                       AND WS-EXTRATO-STATUS NOT = "10"
                   MOVE "EXTRATO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-EXTRATO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-RUNLOG-LIDOS
               ADD 1 TO WS-LINHA-EXTRATO
               PERFORM REGISTRAR-LINHA-EXTRATO
           END-PERFORM.
           CLOSE EXTRATO-FILE.

       REGISTRAR-LINHA-EXTRATO.
      * A line the register cannot hold is listed and left out; the
      * bank's corrected statement is loaded again under the same
      * date and the lines already taken are skipped.
           IF EXTC-DATA-EXTRATO IS NOT NUMERIC
                   OR EXTC-DATA-VALOR IS NOT NUMERIC
                   OR EXTC-VALOR IS NOT NUMERIC
                   OR (EXTC-DC NOT = "D" AND EXTC-DC NOT = "C")
                   OR EXTC-MOEDA = SPACES
                   OR EXTC-REFERENCIA = SPACES
               PERFORM RECUSAR-LINHA-EXTRATO
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(EXTC-DATA-EXTRATO) NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(EXTC-DATA-VALOR)
                   NOT = 0
               PERFORM RECUSAR-LINHA-EXTRATO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CORRCON-REC.
           MOVE "B" TO CORR-ORIGEM.
           STRING EXTC-DATA-EXTRATO WS-LINHA-EXTRATO
               DELIMITED BY SIZE INTO CORR-ID.
           READ CORRCON-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CORRCON-STATUS = "00"
               ADD 1 TO WS-QTD-EXTRATO-JA
               EXIT PARAGRAPH
           END-IF.
           IF WS-CORRCON-STATUS NOT = "23"
               MOVE "CORRCON-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CORRCON-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE EXTC-DATA-VALOR TO CORR-DATA.
           MOVE EXTC-DC TO CORR-DC.
           MOVE EXTC-VALOR TO CORR-VALOR.
           MOVE EXTC-MOEDA TO CORR-MOEDA.
           MOVE FUNCTION TRIM(EXTC-REFERENCIA LEADING)
               TO CORR-REFERENCIA.
           MOVE ZEROS TO CORR-CONTA.
           MOVE "A" TO CORR-SITUACAO.
           MOVE ZEROS TO CORR-DATA-CONCILIACAO.
           MOVE "N" TO CORR-ALERTADO.
           WRITE CORRCON-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-CORRCON-STATUS NOT = "00"
               MOVE "CORRCON-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CORRCON-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WS-QTD-EXTRATO-NOVOS.
           ADD 1 TO WS-RUNLOG-GRAVADOS.

       RECUSAR-LINHA-EXTRATO.
           ADD 1 TO WS-QTD-INVALIDAS.
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE SPACES TO CORRECON-LINE.
           STRING "  LINHA " WS-LINHA-EXTRATO
               " DO EXTRATO INVALIDA - NAO CARREGADA: "
               EXTRATO-REC
               DELIMITED BY SIZE INTO CORRECON-LINE.
           PERFORM GRAVAR-LINHA-CORRECON.

       CARREGAR-ABERTOS.
      * The key leads with the origem, so the statement's items come
      * off the register ahead of ours.
           MOVE LOW-VALUES TO CORR-CHAVE.
           START CORRCON-FILE KEY NOT LESS THAN CORR-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL WS-CORRCON-STATUS = "10"
               READ CORRCON-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CORRCON-STATUS NOT = "00"
                       AND WS-CORRCON-STATUS NOT = "10"
                   MOVE "CORRCON-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CORRCON-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF CORR-SITUACAO = "A"
                   IF CORR-ORIGEM = "B"
                       PERFORM GUARDAR-ABERTO-BANCO
                   ELSE
                       PERFORM GUARDAR-ABERTO-LEDGER
                   END-IF
               END-IF
           END-PERFORM.

       GUARDAR-ABERTO-BANCO.
           IF WS-TB-USADOS >= 3000
               DISPLAY "LIMITE DE 3000 ITENS DO EXTRATO EM ABERTO "
                   "- RESTANTES FICAM PARA A PROXIMA"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TB-USADOS.
           MOVE CORR-CHAVE TO WS-TB-CHAVE(WS-TB-USADOS).
           MOVE CORR-DATA TO WS-TB-DATA(WS-TB-USADOS).
           COMPUTE WS-TB-INT-DATA(WS-TB-USADOS) =
               FUNCTION INTEGER-OF-DATE(CORR-DATA).
           MOVE CORR-DC TO WS-TB-DC(WS-TB-USADOS).
           MOVE CORR-VALOR TO WS-TB-VALOR(WS-TB-USADOS).
           MOVE CORR-MOEDA TO WS-TB-MOEDA(WS-TB-USADOS).
           MOVE CORR-REFERENCIA TO WS-TB-REFERENCIA(WS-TB-USADOS).
           MOVE "A" TO WS-TB-SITUACAO(WS-TB-USADOS).
           MOVE CORR-ALERTADO TO WS-TB-ALERTADO(WS-TB-USADOS).

       GUARDAR-ABERTO-LEDGER.
           IF WS-TL-USADOS >= 3000
               DISPLAY "LIMITE DE 3000 LANCAMENTOS EM ABERTO "
                   "- RESTANTES FICAM PARA A PROXIMA"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TL-USADOS.
           MOVE CORR-CHAVE TO WS-TL-CHAVE(WS-TL-USADOS).
           MOVE CORR-DATA TO WS-TL-DATA(WS-TL-USADOS).
           COMPUTE WS-TL-INT-DATA(WS-TL-USADOS) =
               FUNCTION INTEGER-OF-DATE(CORR-DATA).
           MOVE CORR-DC TO WS-TL-DC(WS-TL-USADOS).
           MOVE CORR-VALOR TO WS-TL-VALOR(WS-TL-USADOS).
           MOVE CORR-MOEDA TO WS-TL-MOEDA(WS-TL-USADOS).
           MOVE CORR-REFERENCIA TO WS-TL-REFERENCIA(WS-TL-USADOS).
           MOVE CORR-CONTA TO WS-TL-CONTA(WS-TL-USADOS).
           MOVE "A" TO WS-TL-SITUACAO(WS-TL-USADOS).
           MOVE CORR-ALERTADO TO WS-TL-ALERTADO(WS-TL-USADOS).

       CONCILIAR-ITENS.
           MOVE SPACES TO CORRECON-LINE.
           PERFORM GRAVAR-LINHA-CORRECON.
           MOVE "CONCILIADOS NESTA EXECUCAO" TO CORRECON-LINE.
           PERFORM GRAVAR-LINHA-CORRECON.
           PERFORM VARYING WS-IDX-B FROM 1 BY 1
                   UNTIL WS-IDX-B > WS-TB-USADOS
               PERFORM PROCURAR-PAR
               IF WS-MELHOR-IDX NOT = ZEROS
                   PERFORM FECHAR-PAR
               END-IF
           END-PERFORM.

       PROCURAR-PAR.
      * Same currency, amount, direction and reference, inside the
      * tolerance; of several candidates the nearest date wins, so a
      * payment repeated on consecutive days pairs with its own day.
           MOVE ZEROS TO WS-MELHOR-IDX.
           MOVE 99999 TO WS-MELHOR-DIF.
           PERFORM VARYING WS-IDX-L FROM 1 BY 1
                   UNTIL WS-IDX-L > WS-TL-USADOS
               IF WS-TL-SITUACAO(WS-IDX-L) = "A"
                       AND WS-TL-MOEDA(WS-IDX-L) = WS-TB-MOEDA(WS-IDX-B)
                       AND WS-TL-VALOR(WS-IDX-L) = WS-TB-VALOR(WS-IDX-B)
                       AND WS-TL-DC(WS-IDX-L) = WS-TB-DC(WS-IDX-B)
                       AND WS-TL-REFERENCIA(WS-IDX-L)
                           = WS-TB-REFERENCIA(WS-IDX-B)
                   COMPUTE WS-DIFERENCA = WS-TB-INT-DATA(WS-IDX-B)
                       - WS-TL-INT-DATA(WS-IDX-L)
                   IF WS-DIFERENCA < ZERO
                       COMPUTE WS-DIFERENCA = 0 - WS-DIFERENCA
                   END-IF
                   IF WS-DIFERENCA <= WS-DIAS-TOLERANCIA
                           AND WS-DIFERENCA < WS-MELHOR-DIF
                       MOVE WS-DIFERENCA TO WS-MELHOR-DIF
                       MOVE WS-IDX-L TO WS-MELHOR-IDX
                   END-IF
               END-IF
           END-PERFORM.

       FECHAR-PAR.
           MOVE WS-MELHOR-IDX TO WS-IDX-L.
           MOVE "C" TO WS-TB-SITUACAO(WS-IDX-B).
           MOVE "C" TO WS-TL-SITUACAO(WS-IDX-L).
           MOVE WS-TB-CHAVE(WS-IDX-B) TO WS-CHAVE-FECHAR.
           MOVE WS-TL-CHAVE(WS-IDX-L) TO WS-CHAVE-PAR.
           PERFORM FECHAR-ITEM.
           MOVE WS-TL-CHAVE(WS-IDX-L) TO WS-CHAVE-FECHAR.
           MOVE WS-TB-CHAVE(WS-IDX-B) TO WS-CHAVE-PAR.
           PERFORM FECHAR-ITEM.
           ADD 1 TO WS-QTD-CONCILIADOS.
           ADD WS-TB-VALOR(WS-IDX-B) TO WS-TOTAL-CONCILIADO.
           MOVE WS-TB-VALOR(WS-IDX-B) TO WS-VALOR-CAMPO.
           MOVE WS-MELHOR-DIF TO WS-DIF-CAMPO.
           MOVE SPACES TO CORRECON-LINE.
           STRING "  REF " WS-TB-REFERENCIA(WS-IDX-B)
               " " WS-TB-DC(WS-IDX-B)
               " VALOR " WS-VALOR-CAMPO
               " " WS-TB-MOEDA(WS-IDX-B)
               " CONTA " WS-TL-CONTA(WS-IDX-L)
               " LANCADO " WS-TL-DATA(WS-IDX-L)
               " NO BANCO " WS-TB-DATA(WS-IDX-B)
               " DIFERENCA " WS-DIF-CAMPO " DIAS"
               DELIMITED BY SIZE INTO CORRECON-LINE.
           PERFORM GRAVAR-LINHA-CORRECON.

       FECHAR-ITEM.
           MOVE WS-CHAVE-FECHAR TO CORR-CHAVE.
           READ CORRCON-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CORRCON-STATUS NOT = "00"
               MOVE "CORRCON-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CORRCON-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE "C" TO CORR-SITUACAO.
           MOVE WS-CHAVE-PAR TO CORR-CHAVE-PAR.
           MOVE WS-DATA-PROCESSO TO CORR-DATA-CONCILIACAO.
           PERFORM REGRAVAR-ITEM.

       REGRAVAR-ITEM.
           REWRITE CORRCON-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-CORRCON-STATUS NOT = "00"
               MOVE "CORRCON-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CORRCON-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       LISTAR-PENDENTES-LEDGER.
           MOVE SPACES TO CORRECON-LINE.
           PERFORM GRAVAR-LINHA-CORRECON.
           MOVE "LANCAMENTOS NOSSOS SEM MOVIMENTO NO EXTRATO"
               TO CORRECON-LINE.
           PERFORM GRAVAR-LINHA-CORRECON.
           INITIALIZE WS-FAIXAS.
           PERFORM VARYING WS-IDX-L FROM 1 BY 1
                   UNTIL WS-IDX-L > WS-TL-USADOS
               IF WS-TL-SITUACAO(WS-IDX-L) = "A"
                   ADD 1 TO WS-QTD-SEM-BANCO
                   MOVE WS-TL-INT-DATA(WS-IDX-L) TO WS-INT-DATA-ITEM
                   PERFORM CALCULAR-DIAS-ITEM
                   PERFORM CLASSIFICAR-FAIXA
                   ADD WS-TL-VALOR(WS-IDX-L) TO WS-FX-VALOR(WS-FX-IDX)
                   PERFORM SITUAR-PENDENTE
                   MOVE WS-TL-VALOR(WS-IDX-L) TO WS-VALOR-CAMPO
                   MOVE SPACES TO CORRECON-LINE
                   STRING "  REF " WS-TL-REFERENCIA(WS-IDX-L)
                       " " WS-TL-DC(WS-IDX-L)
                       " VALOR " WS-VALOR-CAMPO
                       " " WS-TL-MOEDA(WS-IDX-L)
                       " CONTA " WS-TL-CONTA(WS-IDX-L)
                       " LANCADO " WS-TL-DATA(WS-IDX-L)
                       " DIAS " WS-DIAS-ITEM
                       " " WS-SITUACAO-LINHA
                       DELIMITED BY SIZE INTO CORRECON-LINE
                   PERFORM GRAVAR-LINHA-CORRECON
                   IF WS-DIAS-ITEM > WS-DIAS-ALERTA
                           AND WS-TL-ALERTADO(WS-IDX-L) NOT = "S"
                       MOVE SPACES TO WS-ALERTA-MENSAGEM
                       STRING "LANCTO SEM EXTRATO REF "
                           WS-TL-REFERENCIA(WS-IDX-L)
                           " DIAS " WS-DIAS-ITEM
                           DELIMITED BY SIZE INTO WS-ALERTA-MENSAGEM
                       MOVE WS-TL-CHAVE(WS-IDX-L) TO WS-CHAVE-FECHAR
                       PERFORM ALERTAR-ITEM
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM IMPRIMIR-TOTAIS-FAIXAS.

       LISTAR-PENDENTES-BANCO.
           MOVE SPACES TO CORRECON-LINE.
           PERFORM GRAVAR-LINHA-CORRECON.
           MOVE "MOVIMENTOS DO EXTRATO SEM LANCAMENTO NOSSO"
               TO CORRECON-LINE.
           PERFORM GRAVAR-LINHA-CORRECON.
           INITIALIZE WS-FAIXAS.
           PERFORM VARYING WS-IDX-B FROM 1 BY 1
                   UNTIL WS-IDX-B > WS-TB-USADOS
               IF WS-TB-SITUACAO(WS-IDX-B) = "A"
                   ADD 1 TO WS-QTD-SEM-LEDGER
                   MOVE WS-TB-INT-DATA(WS-IDX-B) TO WS-INT-DATA-ITEM
                   PERFORM CALCULAR-DIAS-ITEM
                   PERFORM CLASSIFICAR-FAIXA
                   ADD WS-TB-VALOR(WS-IDX-B) TO WS-FX-VALOR(WS-FX-IDX)
                   PERFORM SITUAR-PENDENTE
                   MOVE WS-TB-VALOR(WS-IDX-B) TO WS-VALOR-CAMPO
                   MOVE SPACES TO CORRECON-LINE
                   STRING "  REF " WS-TB-REFERENCIA(WS-IDX-B)
                       " " WS-TB-DC(WS-IDX-B)
                       " VALOR " WS-VALOR-CAMPO
                       " " WS-TB-MOEDA(WS-IDX-B)
                       " EXTRATO " WS-TB-CHAVE(WS-IDX-B)(2:8)
                       " LINHA " WS-TB-CHAVE(WS-IDX-B)(10:6)
                       " VALOR EM " WS-TB-DATA(WS-IDX-B)
                       " DIAS " WS-DIAS-ITEM
                       " " WS-SITUACAO-LINHA
                       DELIMITED BY SIZE INTO CORRECON-LINE
                   PERFORM GRAVAR-LINHA-CORRECON
                   IF WS-DIAS-ITEM > WS-DIAS-ALERTA
                           AND WS-TB-ALERTADO(WS-IDX-B) NOT = "S"
                       MOVE SPACES TO WS-ALERTA-MENSAGEM
                       STRING "EXTRATO SEM LANCTO REF "
                           WS-TB-REFERENCIA(WS-IDX-B)
                           " DIAS " WS-DIAS-ITEM
                           DELIMITED BY SIZE INTO WS-ALERTA-MENSAGEM
                       MOVE WS-TB-CHAVE(WS-IDX-B) TO WS-CHAVE-FECHAR
                       PERFORM ALERTAR-ITEM
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM IMPRIMIR-TOTAIS-FAIXAS.

       CALCULAR-DIAS-ITEM.
      * A value date the bank sets ahead of today ages from zero.
           COMPUTE WS-DIFERENCA = WS-INT-HOJE - WS-INT-DATA-ITEM.
           IF WS-DIFERENCA < ZERO
               MOVE ZEROS TO WS-DIFERENCA
           END-IF.
           MOVE WS-DIFERENCA TO WS-DIAS-ITEM.

       SITUAR-PENDENTE.
      * Still inside the tolerance the other side may simply not
      * have caught up; past the alert limit it is overdue.
           EVALUATE TRUE
               WHEN WS-DIAS-ITEM <= WS-DIAS-TOLERANCIA
                   MOVE "AGUARDANDO" TO WS-SITUACAO-LINHA
               WHEN WS-DIAS-ITEM > WS-DIAS-ALERTA
                   MOVE "*** VENCIDO ***" TO WS-SITUACAO-LINHA
                   ADD 1 TO WS-QTD-VENCIDOS
               WHEN OTHER
                   MOVE "PENDENTE" TO WS-SITUACAO-LINHA
           END-EVALUATE.

       ALERTAR-ITEM.
      * One alert per item, however many nights it stays open.
           CALL "GRAVAR-ALERTA" USING WS-ALERTA-SEVERIDADE
               WS-RUNLOG-PROGRAMA WS-ALERTA-MENSAGEM.
           ADD 1 TO WS-QTD-ALERTAS.
           MOVE WS-CHAVE-FECHAR TO CORR-CHAVE.
           READ CORRCON-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CORRCON-STATUS NOT = "00"
               MOVE "CORRCON-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CORRCON-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE "S" TO CORR-ALERTADO.
           PERFORM REGRAVAR-ITEM.

       CLASSIFICAR-FAIXA.
           EVALUATE TRUE
               WHEN WS-DIAS-ITEM <= 5
                   MOVE 1 TO WS-FX-IDX
               WHEN WS-DIAS-ITEM <= 15
                   MOVE 2 TO WS-FX-IDX
               WHEN WS-DIAS-ITEM <= 30
                   MOVE 3 TO WS-FX-IDX
               WHEN OTHER
                   MOVE 4 TO WS-FX-IDX
           END-EVALUATE.
           ADD 1 TO WS-FX-QTD(WS-FX-IDX).

       IMPRIMIR-TOTAIS-FAIXAS.
           MOVE WS-FX-VALOR(1) TO WS-FX-CAMPO.
           MOVE SPACES TO CORRECON-LINE.
           STRING "  ATE 5 DIAS:     " WS-FX-QTD(1)
               " ITENS VALOR " WS-FX-CAMPO
               DELIMITED BY SIZE INTO CORRECON-LINE.
           PERFORM GRAVAR-LINHA-CORRECON.
           MOVE WS-FX-VALOR(2) TO WS-FX-CAMPO.
           MOVE SPACES TO CORRECON-LINE.
           STRING "  6 A 15 DIAS:    " WS-FX-QTD(2)
               " ITENS VALOR " WS-FX-CAMPO
               DELIMITED BY SIZE INTO CORRECON-LINE.
           PERFORM GRAVAR-LINHA-CORRECON.
           MOVE WS-FX-VALOR(3) TO WS-FX-CAMPO.
           MOVE SPACES TO CORRECON-LINE.
           STRING "  16 A 30 DIAS:   " WS-FX-QTD(3)
               " ITENS VALOR " WS-FX-CAMPO
               DELIMITED BY SIZE INTO CORRECON-LINE.
           PERFORM GRAVAR-LINHA-CORRECON.
           MOVE WS-FX-VALOR(4) TO WS-FX-CAMPO.
           MOVE SPACES TO CORRECON-LINE.
           STRING "  MAIS DE 30 DIAS: " WS-FX-QTD(4)
               " ITENS VALOR " WS-FX-CAMPO
               DELIMITED BY SIZE INTO CORRECON-LINE.
           PERFORM GRAVAR-LINHA-CORRECON.

       ENCERRAR-RUNLOG.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

       GRAVAR-LINHA-CORRECON.
           WRITE CORRECON-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "CORRECON-REPORT" TO WS-ERRO-ARQUIVO
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

                            END PROGRAM PROG_CORRECON.
