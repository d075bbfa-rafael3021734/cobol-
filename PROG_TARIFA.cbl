      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Month-end service fee run over the account master,
      *          run after the PROG_LEDGFECH.cbl cutover: the monthly
      *          maintenance fee per CONTA-TIPO and CONTA-MOEDA comes
      *          from the TARIFTAB.DAT parameter file and posts to
      *          every live account as its own TIPO=F ledger entry,
      *          on the period's last business day slid forward the
      *          way PROG_JUROS.cbl slides the interest. Accounts of
      *          customers flagged IDOSO-FLAG "S", dormant accounts
      *          and accounts opened in the period are waived: the
      *          fee is not taken from the balance but a TIPO=N memo
      *          line records it, so the trial balance books the
      *          waiver through GLMAP.DAT like any other movement.
      *          Closed and frozen accounts are not charged at all.
      *          The TARIFREG.TXT register lists every charged and
      *          waived account with the reason, and the counts and
      *          BRL amounts per account type at the foot. A period
      *          whose fees or waivers are already on the ledger is
      *          refused (RC 8 and an alert) before anything posts,
      *          so a rerun never charges the month twice.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_TARIFA.

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

           SELECT TARIFTAB-FILE ASSIGN TO "TARIFTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFTAB-STATUS.

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

           SELECT TARIFA-REPORT ASSIGN TO "TARIFREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  CONTA-FILE.
           COPY CONTA.

       FD  CLIENTE-FILE.
           COPY CLIENTE.

      * Monthly fee per account type and currency, a data change
      * owned by finance like JUROSTAB.DAT; a brand-new installation
      * is seeded with type C in BRL at zero so nothing is charged
      * until a real fee is keyed.
       FD  TARIFTAB-FILE.
        01 TARIFTAB-REC.
         05 TARIFA-TIPO PIC X(01).
         05 TARIFA-MOEDA PIC X(03).
         05 TARIFA-VALOR PIC 9(06)V99.

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

       FD  TARIFA-REPORT.
        01 TARIFA-LINE PIC X(120).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-CONTA-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-CLIENTE-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-TARIFTAB-STATUS PIC X(02) VALUE ZEROS.
        77 WS-CAMBIO-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-LEDGER-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-LEDGSEQ-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "TARIFREG.TXT".
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_TARIFA".
        77 WS-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS    PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.
        77 WS-PERIODO-TARIFA  PIC 9(06) VALUE ZEROS.
        77 WS-DATA-FIM-MES    PIC 9(08) VALUE ZEROS.
        77 WS-DATA-POSTAGEM   PIC 9(08) VALUE ZEROS.
        77 WS-INT-POSTAGEM    PIC 9(08) VALUE ZEROS.
        77 WS-CLASSIFICACAO   PIC X(012) VALUE SPACES.
        77 WS-DESCRICAO       PIC X(020) VALUE SPACES.
        01 WS-DIAS-NO-MES VALUE "312831303130313130313031".
          05 WS-DIAS-MES-TAB PIC 9(02) OCCURS 12.
        77 WS-MES-TARIFA      PIC 9(02) VALUE ZEROS.
        77 WS-ANO-TARIFA      PIC 9(04) VALUE ZEROS.
        77 WS-DIA-FIM         PIC 9(02) VALUE ZEROS.
        77 WS-BISSEXTO        PIC X(01) VALUE "N".
        77 WS-CLIENTE-ABERTO  PIC X(01) VALUE "N".
        77 WS-LEDGER-SEQ      PIC 9(06) VALUE ZEROS.
        77 WS-VALOR-TARIFA    PIC 9(06)V99 VALUE ZEROS.
        77 WS-VALOR-BRL       PIC 9(10)V99 VALUE ZEROS.
        77 WS-TAXA-CAMBIO     PIC 9(03)V9(06) VALUE ZEROS.
        77 WS-TAXA-VIGENCIA   PIC 9(08) VALUE ZEROS.
        77 WS-TAXA-ACHADA     PIC X(01) VALUE "N".
        77 WS-SALDO-NOVO      PIC S9(10)V99 VALUE ZEROS.
        77 WS-MOTIVO-ISENCAO  PIC X(015) VALUE SPACES.
        77 WS-TIPO-LEDGER     PIC X(01) VALUE SPACES.
        77 WS-TAG-LEDGER      PIC X(014) VALUE SPACES.
        77 WS-QTD-JA-LANCADO  PIC 9(05) VALUE ZEROS.
        77 WS-ALERTA-SEVERIDADE PIC X(01) VALUE SPACES.
        77 WS-ALERTA-MENSAGEM PIC X(060) VALUE SPACES.
        77 WS-QTD-CONTAS      PIC 9(05) VALUE ZEROS.
        77 WS-QTD-FORA        PIC 9(05) VALUE ZEROS.
        77 WS-QTD-SEM-TARIFA  PIC 9(05) VALUE ZEROS.
      * An overdrawn SALDO= goes out through the floating-minus view
      * of the same thirteen columns, as the calculator writes it.
        77 WS-SALDO-CAMPO     PIC Z(9)9.99.
        77 WS-SALDO-DEV-CAMPO REDEFINES WS-SALDO-CAMPO
                              PIC -(9)9.99.
        77 WS-VALOR-CAMPO     PIC Z(9)9.99.
        77 WS-RESULT-CAMPO    PIC Z(9)9.99-.
        77 WS-VLRBRL-CAMPO    PIC Z(9)9.99.
        77 WS-TARIFA-CAMPO    PIC ZZZZZ9.99.
        77 WS-TOTAL-CAMPO     PIC Z(11)9.99.

      * Fee table loaded once per run.
        01 WS-TARIFAS.
         05 WS-TF-ENTRY OCCURS 30 TIMES.
          10 WS-TF-TIPO PIC X(01).
          10 WS-TF-MOEDA PIC X(03).
          10 WS-TF-VALOR PIC 9(06)V99.
        77 WS-TF-USADAS PIC 9(02) VALUE ZEROS.
        77 WS-TF-IDX PIC 9(02) VALUE ZEROS.

      * Charged and waived counts and BRL amounts per account type
      * for the register foot.
        01 WS-TOTAIS-TIPO.
         05 WS-TT-ENTRY OCCURS 10 TIMES.
          10 WS-TT-TIPO PIC X(01).
          10 WS-TT-QTD-COBRADAS PIC 9(05).
          10 WS-TT-VLR-COBRADO PIC 9(12)V99.
          10 WS-TT-QTD-ISENTAS PIC 9(05).
          10 WS-TT-VLR-ISENTO PIC 9(12)V99.
        77 WS-TT-USADOS PIC 9(02) VALUE ZEROS.
        77 WS-TT-IDX PIC 9(02) VALUE ZEROS.
        77 WS-TT-SLOT PIC 9(02) VALUE ZEROS.
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           DISPLAY "PERIODO DA COBRANCA DE TARIFAS (AAAAMM):".
           ACCEPT WS-PERIODO-TARIFA.
           MOVE WS-PERIODO-TARIFA(1:4) TO WS-ANO-TARIFA.
           MOVE WS-PERIODO-TARIFA(5:2) TO WS-MES-TARIFA.
           IF WS-MES-TARIFA < 1 OR WS-MES-TARIFA > 12
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
           DISPLAY "DATA DE POSTAGEM DAS TARIFAS: " WS-DATA-POSTAGEM.

           PERFORM VERIFICAR-TARIFA-LANCADA.
           IF WS-QTD-JA-LANCADO NOT = ZEROS
               DISPLAY "TARIFAS DO PERIODO " WS-PERIODO-TARIFA
                   " JA LANCADAS NO LEDGER - NADA A COBRAR"
               MOVE 8 TO WS-RETURN-CODE
               MOVE "A" TO WS-ALERTA-SEVERIDADE
               MOVE SPACES TO WS-ALERTA-MENSAGEM
               STRING "TARIFAS DE " WS-PERIODO-TARIFA
                   " JA LANCADAS - REEXECUCAO RECUSADA"
                   DELIMITED BY SIZE INTO WS-ALERTA-MENSAGEM
               CALL "GRAVAR-ALERTA" USING WS-ALERTA-SEVERIDADE
                   WS-RUNLOG-PROGRAMA WS-ALERTA-MENSAGEM
               PERFORM ENCERRAR-RUNLOG
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CARREGAR-TARIFAS.
           PERFORM OBTER-SEQUENCIA-LEDGER.

           OPEN OUTPUT TARIFA-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "TARIFA-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO TARIFA-LINE.
           STRING "REGISTRO DE TARIFAS DO PERIODO " WS-PERIODO-TARIFA
               " POSTADAS EM " WS-DATA-POSTAGEM
               DELIMITED BY SIZE INTO TARIFA-LINE.
           PERFORM GRAVAR-LINHA-TARIFA.

      * The customer master only answers the senior question; with
      * no master yet nobody is waived for age.
           OPEN INPUT CLIENTE-FILE.
           IF WS-CLIENTE-STATUS = "35"
               CLOSE CLIENTE-FILE
           ELSE
               IF WS-CLIENTE-STATUS NOT = "00"
                   MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE "S" TO WS-CLIENTE-ABERTO
           END-IF.

           OPEN I-O CONTA-FILE.
           IF WS-CONTA-STATUS = "35"
               DISPLAY "CONTAS.DAT NAO ENCONTRADO - NADA A COBRAR"
               MOVE "NENHUMA CONTA CADASTRADA" TO TARIFA-LINE
               PERFORM GRAVAR-LINHA-TARIFA
               CLOSE TARIFA-REPORT
               CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
                   WS-RELATORIO-ARQUIVO
               PERFORM ENCERRAR-RUNLOG
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
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

           MOVE ZEROS TO CONTA-NUMERO.
           START CONTA-FILE KEY NOT LESS THAN CONTA-NUMERO
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-CONTA-STATUS = "00"
               PERFORM UNTIL WS-CONTA-STATUS = "10"
                   READ CONTA-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-CONTA-STATUS NOT = "00"
                           AND WS-CONTA-STATUS NOT = "10"
                       MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   ADD 1 TO WS-QTD-CONTAS
                   ADD 1 TO WS-RUNLOG-LIDOS
                   PERFORM TARIFAR-CONTA
               END-PERFORM
           END-IF.

           CLOSE CONTA-FILE.
           CLOSE LEDGER-FILE.
           IF WS-CLIENTE-ABERTO = "S"
               CLOSE CLIENTE-FILE
           END-IF.
           PERFORM GRAVAR-SEQUENCIA-LEDGER.
           PERFORM IMPRIMIR-TOTAIS.
           CLOSE TARIFA-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           DISPLAY "COBRANCA DE TARIFAS - CONTAS LIDAS: " WS-QTD-CONTAS
               " FORA DA COBRANCA: " WS-QTD-FORA
               " SEM TARIFA: " WS-QTD-SEM-TARIFA.
           PERFORM ENCERRAR-RUNLOG.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       DETERMINAR-DATA-POSTAGEM.
      * The natural posting date is the period's last calendar day;
      * when that lands on a weekend or FERIADO.DAT holiday the
      * posting slides forward one day at a time to the next
      * DIA-UTIL, per the shared classifier - the same date the
      * interest run posts on.
           MOVE WS-DIAS-MES-TAB(WS-MES-TARIFA) TO WS-DIA-FIM.
           IF WS-MES-TARIFA = 2
               MOVE "N" TO WS-BISSEXTO
               IF FUNCTION MOD(WS-ANO-TARIFA, 4) = 0
                   AND (FUNCTION MOD(WS-ANO-TARIFA, 100) NOT = 0
                       OR FUNCTION MOD(WS-ANO-TARIFA, 400) = 0)
                   MOVE "S" TO WS-BISSEXTO
               END-IF
               IF WS-BISSEXTO = "S"
                   MOVE 29 TO WS-DIA-FIM
               END-IF
           END-IF.
           MOVE ZEROS TO WS-DATA-FIM-MES.
           MOVE WS-ANO-TARIFA TO WS-DATA-FIM-MES(1:4).
           MOVE WS-MES-TARIFA TO WS-DATA-FIM-MES(5:2).
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

       VERIFICAR-TARIFA-LANCADA.
      * A second run for the same period would charge every account
      * again, so any TIPO=F or TIPO=N entry already on the live
      * ledger with this period's posting date stops the run - the
      * ledger itself, not a control record, so a run that died
      * half way is caught as well. One entry is enough.
           MOVE ZEROS TO WS-QTD-JA-LANCADO.
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
                   MOVE "10" TO WS-LEDGER-STATUS
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
               IF LEDGER-LINE(1:8) = WS-DATA-POSTAGEM
                       AND (LEDGER-LINE(64:1) = "F"
                       OR LEDGER-LINE(64:1) = "N")
                   ADD 1 TO WS-QTD-JA-LANCADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           CLOSE LEDGER-FILE.

       TARIFAR-CONTA.
      * Closed (E) and frozen (F) accounts are out of the run: the
      * first takes no posting at all, the second belongs to an
      * estate under settlement.
           IF CONTA-SITUACAO = "E" OR CONTA-SITUACAO = "F"
               ADD 1 TO WS-QTD-FORA
               EXIT PARAGRAPH
           END-IF.
           PERFORM OBTER-TARIFA-CONTA.
           IF WS-VALOR-TARIFA = ZEROS
               ADD 1 TO WS-QTD-SEM-TARIFA
               MOVE SPACES TO TARIFA-LINE
               STRING "  CONTA " CONTA-NUMERO " TIPO " CONTA-TIPO
                   " MOEDA " CONTA-MOEDA
                   " SEM TARIFA - NADA POSTADO"
                   DELIMITED BY SIZE INTO TARIFA-LINE
               PERFORM GRAVAR-LINHA-TARIFA
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONVERTER-TARIFA-BRL.
           PERFORM AVALIAR-ISENCAO.
           PERFORM OBTER-SLOT-TIPO.

           IF WS-MOTIVO-ISENCAO NOT = SPACES
      * A waiver leaves the balance where it is; the memo line
      * carries the fee that would have been charged.
               MOVE CONTA-SALDO TO WS-SALDO-NOVO
               MOVE "N" TO WS-TIPO-LEDGER
               MOVE "TARIFA-ISENTA" TO WS-TAG-LEDGER
               PERFORM GRAVAR-LEDGER-TARIFA
               IF WS-TT-SLOT NOT = ZEROS
                   ADD 1 TO WS-TT-QTD-ISENTAS(WS-TT-SLOT)
                   ADD WS-VALOR-BRL TO WS-TT-VLR-ISENTO(WS-TT-SLOT)
               END-IF
           ELSE
      * The fee is taken even when it leaves the account overdrawn
      * or past its limit; the daily overdraft report then shows
      * it. The master balance is kept in BRL, so what comes off it
      * is the converted amount, as the calculator does.
               COMPUTE WS-SALDO-NOVO = CONTA-SALDO - WS-VALOR-BRL
               MOVE "F" TO WS-TIPO-LEDGER
               MOVE "TARIFA-MENSAL" TO WS-TAG-LEDGER
               PERFORM GRAVAR-LEDGER-TARIFA
               MOVE WS-SALDO-NOVO TO CONTA-SALDO
               PERFORM REGRAVAR-CONTA-TARIFA
               IF WS-TT-SLOT NOT = ZEROS
                   ADD 1 TO WS-TT-QTD-COBRADAS(WS-TT-SLOT)
                   ADD WS-VALOR-BRL TO WS-TT-VLR-COBRADO(WS-TT-SLOT)
               END-IF
           END-IF.

           MOVE WS-VALOR-TARIFA TO WS-TARIFA-CAMPO.
           MOVE WS-SALDO-NOVO TO WS-RESULT-CAMPO.
           MOVE SPACES TO TARIFA-LINE.
           IF WS-MOTIVO-ISENCAO NOT = SPACES
               STRING "  CONTA " CONTA-NUMERO " TIPO " CONTA-TIPO
                   " MOEDA " CONTA-MOEDA
                   " TARIFA " WS-TARIFA-CAMPO
                   " ISENTA - " WS-MOTIVO-ISENCAO
                   DELIMITED BY SIZE INTO TARIFA-LINE
           ELSE
               STRING "  CONTA " CONTA-NUMERO " TIPO " CONTA-TIPO
                   " MOEDA " CONTA-MOEDA
                   " TARIFA " WS-TARIFA-CAMPO
                   " COBRADA  - NOVO SALDO " WS-RESULT-CAMPO
                   DELIMITED BY SIZE INTO TARIFA-LINE
           END-IF.
           PERFORM GRAVAR-LINHA-TARIFA.
           ADD 1 TO WS-RUNLOG-GRAVADOS.

       OBTER-TARIFA-CONTA.
           MOVE ZEROS TO WS-VALOR-TARIFA.
           PERFORM VARYING WS-TF-IDX FROM 1 BY 1
                   UNTIL WS-TF-IDX > WS-TF-USADAS
               IF WS-TF-TIPO(WS-TF-IDX) = CONTA-TIPO
                       AND WS-TF-MOEDA(WS-TF-IDX) = CONTA-MOEDA
                   MOVE WS-TF-VALOR(WS-TF-IDX) TO WS-VALOR-TARIFA
               END-IF
           END-PERFORM.

       AVALIAR-ISENCAO.
      * Senior owner first, then a dormant account, then one opened
      * inside the period (or after it, when the run is late); the
      * first reason that applies is the one printed.
           MOVE SPACES TO WS-MOTIVO-ISENCAO.
           IF WS-CLIENTE-ABERTO = "S" AND CONTA-CLIENTE NOT = ZEROS
               MOVE CONTA-CLIENTE TO CODIGO
               READ CLIENTE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CLIENTE-STATUS = "00" AND IDOSO-FLAG = "S"
                   MOVE "CLIENTE IDOSO" TO WS-MOTIVO-ISENCAO
                   EXIT PARAGRAPH
               END-IF
               IF WS-CLIENTE-STATUS NOT = "00"
                       AND WS-CLIENTE-STATUS NOT = "23"
                   MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
           END-IF.
           IF CONTA-SITUACAO = "D"
               MOVE "CONTA DORMENTE" TO WS-MOTIVO-ISENCAO
               EXIT PARAGRAPH
           END-IF.
           IF CONTA-ABERTURA NOT = ZEROS
                   AND CONTA-ABERTURA(1:6) >= WS-PERIODO-TARIFA
               MOVE "ABERTA NO MES" TO WS-MOTIVO-ISENCAO
           END-IF.

       CONVERTER-TARIFA-BRL.
      * VLRBRL= carries the fee in reais for the trial balance, at
      * the latest CAMBIO.DAT rate on or before the posting date;
      * with no rate on file it goes at face value, the way
      * PROG_SUSPAGE.cbl writes off a suspended item.
           IF CONTA-MOEDA = "BRL"
               MOVE WS-VALOR-TARIFA TO WS-VALOR-BRL
               EXIT PARAGRAPH
           END-IF.
           PERFORM OBTER-TAXA-CAMBIO.
           IF WS-TAXA-ACHADA = "S"
               COMPUTE WS-VALOR-BRL ROUNDED =
                   WS-VALOR-TARIFA * WS-TAXA-CAMBIO
           ELSE
               MOVE WS-VALOR-TARIFA TO WS-VALOR-BRL
               DISPLAY "SEM TAXA DE CAMBIO PARA " CONTA-MOEDA
                   " EM " WS-DATA-POSTAGEM " - CONTA "
                   CONTA-NUMERO " PELO VALOR DE FACE"
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
               IF CAMBIO-MOEDA = CONTA-MOEDA
                       AND CAMBIO-VIGENCIA <= WS-DATA-POSTAGEM
                       AND CAMBIO-VIGENCIA >= WS-TAXA-VIGENCIA
                   MOVE CAMBIO-TAXA TO WS-TAXA-CAMBIO
                   MOVE CAMBIO-VIGENCIA TO WS-TAXA-VIGENCIA
                   MOVE "S" TO WS-TAXA-ACHADA
               END-IF
           END-PERFORM.
           CLOSE CAMBIO-FILE.

       OBTER-SLOT-TIPO.
           MOVE ZEROS TO WS-TT-SLOT.
           PERFORM VARYING WS-TT-IDX FROM 1 BY 1
                   UNTIL WS-TT-IDX > WS-TT-USADOS
                   OR WS-TT-SLOT NOT = ZEROS
               IF WS-TT-TIPO(WS-TT-IDX) = CONTA-TIPO
                   MOVE WS-TT-IDX TO WS-TT-SLOT
               END-IF
           END-PERFORM.
           IF WS-TT-SLOT = ZEROS AND WS-TT-USADOS < 10
               ADD 1 TO WS-TT-USADOS
               MOVE WS-TT-USADOS TO WS-TT-SLOT
               MOVE CONTA-TIPO TO WS-TT-TIPO(WS-TT-SLOT)
               MOVE ZEROS TO WS-TT-QTD-COBRADAS(WS-TT-SLOT)
               MOVE ZEROS TO WS-TT-VLR-COBRADO(WS-TT-SLOT)
               MOVE ZEROS TO WS-TT-QTD-ISENTAS(WS-TT-SLOT)
               MOVE ZEROS TO WS-TT-VLR-ISENTO(WS-TT-SLOT)
           END-IF.

       GRAVAR-LEDGER-TARIFA.
      * Same line layout GRAVAR-LEDGER writes in the calculator,
      * TIPO=F for a charged fee and TIPO=N for a waived one,
      * stamped with the business-day posting date.
           ADD 1 TO WS-LEDGER-SEQ.
           IF CONTA-SALDO < ZERO
               MOVE CONTA-SALDO TO WS-SALDO-DEV-CAMPO
           ELSE
               MOVE CONTA-SALDO TO WS-SALDO-CAMPO
           END-IF.
           MOVE WS-VALOR-TARIFA TO WS-VALOR-CAMPO.
           MOVE WS-SALDO-NOVO TO WS-RESULT-CAMPO.
           MOVE WS-VALOR-BRL TO WS-VLRBRL-CAMPO.
           MOVE SPACES TO LEDGER-LINE.
           STRING WS-DATA-POSTAGEM "-000000"
               " CONTA=" CONTA-NUMERO
               " MOEDA=" CONTA-MOEDA
               " SALDO=" WS-SALDO-CAMPO
               " TIPO=" WS-TIPO-LEDGER
               " VALOR=" WS-VALOR-CAMPO
               " RESULTADO=" WS-RESULT-CAMPO
               " VLRBRL=" WS-VLRBRL-CAMPO
               " SEQ=" WS-LEDGER-SEQ
               " " WS-TAG-LEDGER
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

       REGRAVAR-CONTA-TARIFA.
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

       IMPRIMIR-TOTAIS.
           MOVE SPACES TO TARIFA-LINE.
           PERFORM GRAVAR-LINHA-TARIFA.
           PERFORM VARYING WS-TT-IDX FROM 1 BY 1
                   UNTIL WS-TT-IDX > WS-TT-USADOS
               MOVE WS-TT-VLR-COBRADO(WS-TT-IDX) TO WS-TOTAL-CAMPO
               MOVE SPACES TO TARIFA-LINE
               STRING "TIPO " WS-TT-TIPO(WS-TT-IDX)
                   " COBRADAS " WS-TT-QTD-COBRADAS(WS-TT-IDX)
                   " BRL " WS-TOTAL-CAMPO
                   DELIMITED BY SIZE INTO TARIFA-LINE
               MOVE WS-TT-VLR-ISENTO(WS-TT-IDX) TO WS-TOTAL-CAMPO
               STRING " ISENTAS " WS-TT-QTD-ISENTAS(WS-TT-IDX)
                   " BRL " WS-TOTAL-CAMPO
                   DELIMITED BY SIZE INTO TARIFA-LINE(46:40)
               PERFORM GRAVAR-LINHA-TARIFA
           END-PERFORM.
           MOVE SPACES TO TARIFA-LINE.
           STRING "CONTAS LIDAS " WS-QTD-CONTAS
               " FORA DA COBRANCA " WS-QTD-FORA
               " SEM TARIFA " WS-QTD-SEM-TARIFA
               DELIMITED BY SIZE INTO TARIFA-LINE.
           PERFORM GRAVAR-LINHA-TARIFA.

       CARREGAR-TARIFAS.
           OPEN INPUT TARIFTAB-FILE.
           IF WS-TARIFTAB-STATUS = "35"
               PERFORM CRIAR-TARIFTAB-PADRAO
               OPEN INPUT TARIFTAB-FILE
           END-IF.
           IF WS-TARIFTAB-STATUS NOT = "00"
               MOVE "TARIFTAB-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TARIFTAB-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-TARIFTAB-STATUS = "10"
               READ TARIFTAB-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-TARIFTAB-STATUS NOT = "00"
                       AND WS-TARIFTAB-STATUS NOT = "10"
                   MOVE "TARIFTAB-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-TARIFTAB-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF WS-TF-USADAS < 30
                   ADD 1 TO WS-TF-USADAS
                   MOVE TARIFA-TIPO TO WS-TF-TIPO(WS-TF-USADAS)
                   MOVE TARIFA-MOEDA TO WS-TF-MOEDA(WS-TF-USADAS)
                   MOVE TARIFA-VALOR TO WS-TF-VALOR(WS-TF-USADAS)
               END-IF
           END-PERFORM.
           CLOSE TARIFTAB-FILE.

       CRIAR-TARIFTAB-PADRAO.
           OPEN OUTPUT TARIFTAB-FILE.
           MOVE "C" TO TARIFA-TIPO.
           MOVE "BRL" TO TARIFA-MOEDA.
           MOVE ZEROS TO TARIFA-VALOR.
           WRITE TARIFTAB-REC.
           IF WS-TARIFTAB-STATUS NOT = "00"
               MOVE "TARIFTAB-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TARIFTAB-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE TARIFTAB-FILE.

       ENCERRAR-RUNLOG.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

       GRAVAR-LINHA-TARIFA.
           WRITE TARIFA-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "TARIFA-REPORT" TO WS-ERRO-ARQUIVO
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
      * 23 (key not found, already handled above) or 35 (not found
      * on first run, already handled above) means a real I/O
      * problem; log which file and status code and stop instead of
      * pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_TARIFA.
