      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Daily maturity run over the time deposits on
      *          CDB.DAT: a deposit whose maturity date has come is
      *          paid on that date, or on the next business day when
      *          it falls on a weekend or FERIADO.DAT holiday (per
      *          SOMAR-DIAS-UTEIS). The interest not yet provisioned
      *          by PROG_CDBJUROS.cbl up to the maturity date itself
      *          posts as a last TIPO=P memo line; the withholding tax
      *          on the whole interest comes off at the IRTAB.DAT
      *          rate for CDB (type "B") and the deposit's holding
      *          period; principal plus interest, net of the tax,
      *          goes back to the linked account as TIPO=K and the
      *          tax as its own TIPO=Y memo line, and the tax
      *          accumulates per CONTA-CLIENTE and account on
      *          IRACUM.DAT for the PROG_IRANUAL.cbl annual
      *          statement, the same way PROG_JUROS.cbl feeds it.
      *          A deposit run late (a missed day) is still paid; one
      *          linked to a closed account is left open and listed
      *          for the back office. The CDBVENC.TXT report lists
      *          every deposit paid or held back.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_CDBVENC.

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

      * Withholding rate per product type and minimum holding period
      * in months, shared with PROG_JUROS.cbl; CDB reads the rows of
      * type "B".
           SELECT IRTAB-FILE ASSIGN TO "IRTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRTAB-STATUS.

      * Withheld tax accumulated per customer, account and year,
      * the base the annual tax statement prints from.
           SELECT IRACUM-FILE ASSIGN TO "IRACUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRACUM-STATUS.

           SELECT CDBVENC-REPORT ASSIGN TO "CDBVENC.TXT"
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

       FD  IRTAB-FILE.
        01 IRTAB-REC.
         05 IR-TIPO PIC X(01).
         05 IR-PRAZO-MESES PIC 9(03).
         05 IR-TAXA PIC 9(02)V9(06).

       FD  IRACUM-FILE.
        01 IRACUM-REC.
         05 IRA-ANO PIC 9(04).
         05 IRA-CLIENTE PIC 9(06).
         05 IRA-VALOR PIC 9(10)V99.
         05 IRA-CONTA PIC 9(05).

       FD  CDBVENC-REPORT.
        01 CDBVENC-LINE PIC X(132).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-CDB-STATUS      PIC X(02) VALUE ZEROS.
        77 WS-CONTA-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-CAMBIO-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-LEDGER-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-LEDGSEQ-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-IRTAB-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-IRACUM-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "CDBVENC.TXT".
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_CDBVENC".
        77 WS-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS    PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.
        77 WS-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
        77 WS-ANO-PROCESSO    PIC 9(04) VALUE ZEROS.
        77 WS-DATA-BASE       PIC 9(08) VALUE ZEROS.
        77 WS-UM-DIA-UTIL     PIC 9(05) VALUE 1.
        77 WS-DATA-EFETIVA    PIC 9(08) VALUE ZEROS.
        77 WS-DATA-ACUMULO    PIC 9(08) VALUE ZEROS.
        77 WS-DIAS-CORRIDOS   PIC 9(05) VALUE ZEROS.
        77 WS-EXPOENTE        PIC 9(03)V9(09) VALUE ZEROS.
        77 WS-BASE-TAXA       PIC 9(03)V9(06) VALUE ZEROS.
        77 WS-FATOR           PIC 9(05)V9(12) VALUE ZEROS.
        77 WS-LEDGER-SEQ      PIC 9(06) VALUE ZEROS.
        77 WS-CONTA-ACHADA    PIC X(01) VALUE "N".
        77 WS-JUROS-BRUTOS    PIC 9(10)V99 VALUE ZEROS.
        77 WS-JUROS-RESIDUO   PIC 9(10)V99 VALUE ZEROS.
        77 WS-RESIDUO-BRL     PIC 9(10)V99 VALUE ZEROS.
        77 WS-VALOR-IR        PIC 9(10)V99 VALUE ZEROS.
        77 WS-IR-BRL          PIC 9(10)V99 VALUE ZEROS.
        77 WS-VALOR-LIQUIDO   PIC 9(10)V99 VALUE ZEROS.
        77 WS-LIQUIDO-BRL     PIC 9(10)V99 VALUE ZEROS.
        77 WS-SALDO-NOVO      PIC S9(10)V99 VALUE ZEROS.
        77 WS-TAXA-IR         PIC 9(02)V9(06) VALUE ZEROS.
        77 WS-MESES-POSSE     PIC 9(03) VALUE ZEROS.
        77 WS-MELHOR-PRAZO    PIC 9(03) VALUE ZEROS.
        77 WS-ANO-INICIO      PIC 9(04) VALUE ZEROS.
        77 WS-MES-INICIO      PIC 9(02) VALUE ZEROS.
        77 WS-ANO-VENCIMENTO  PIC 9(04) VALUE ZEROS.
        77 WS-MES-VENCIMENTO  PIC 9(02) VALUE ZEROS.
        77 WS-FAIXA-ACHADA    PIC X(01) VALUE "N".
        77 WS-TAXA-CAMBIO     PIC 9(03)V9(06) VALUE ZEROS.
        77 WS-TAXA-VIGENCIA   PIC 9(08) VALUE ZEROS.
        77 WS-TAXA-ACHADA     PIC X(01) VALUE "N".
        77 WS-QTD-CDB         PIC 9(05) VALUE ZEROS.
        77 WS-QTD-LIQUIDADOS  PIC 9(05) VALUE ZEROS.
        77 WS-QTD-PENDENTES   PIC 9(05) VALUE ZEROS.
        77 WS-TOTAL-LIQUIDO   PIC 9(12)V99 VALUE ZEROS.
        77 WS-TOTAL-IR        PIC 9(12)V99 VALUE ZEROS.
      * An overdrawn SALDO= goes out through the floating-minus view
      * of the same thirteen columns, as the calculator writes it.
        77 WS-SALDO-CAMPO     PIC Z(9)9.99.
        77 WS-SALDO-DEV-CAMPO REDEFINES WS-SALDO-CAMPO
                              PIC -(9)9.99.
        77 WS-VALOR-CAMPO     PIC Z(9)9.99.
        77 WS-RESULT-CAMPO    PIC Z(9)9.99-.
        77 WS-VLRBRL-CAMPO    PIC Z(9)9.99.
        77 WS-JUROS-CAMPO     PIC Z(9)9.99.
        77 WS-IR-CAMPO        PIC Z(9)9.99.
        77 WS-TOTAL-CAMPO     PIC Z(11)9.99.

      * Withholding bands loaded once per run.
        01 WS-BANDAS-IR.
         05 WS-IR-ENTRY OCCURS 20 TIMES.
          10 WS-IR-TIPO PIC X(01).
          10 WS-IR-PRAZO PIC 9(03).
          10 WS-IR-TAXA PIC 9(02)V9(06).
        77 WS-IR-USADAS PIC 9(02) VALUE ZEROS.
        77 WS-IR-IDX PIC 9(02) VALUE ZEROS.

      * Tax accumulated per customer and account this run plus
      * whatever earlier runs already stamped onto IRACUM.DAT; the
      * file is rewritten whole at close, with the same overflow
      * guard PROG_JUROS.cbl keeps.
        01 WS-ACUMULADOS.
         05 WS-AC-ENTRY OCCURS 40000 TIMES.
          10 WS-AC-ANO PIC 9(04).
          10 WS-AC-CLIENTE PIC 9(06).
          10 WS-AC-VALOR PIC 9(10)V99.
          10 WS-AC-CONTA PIC 9(05).
        77 WS-AC-USADOS PIC 9(05) VALUE ZEROS.
        77 WS-AC-IDX PIC 9(05) VALUE ZEROS.
        77 WS-AC-SLOT PIC 9(05) VALUE ZEROS.
        77 WS-AC-ESTOURO PIC X(01) VALUE "N".
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           MOVE "INI" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           MOVE WS-DATA-PROCESSO(1:4) TO WS-ANO-PROCESSO.
           DISPLAY "VENCIMENTO DE CDB EM " WS-DATA-PROCESSO.

           OPEN OUTPUT CDBVENC-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "CDBVENC-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO CDBVENC-LINE.
           STRING "LIQUIDACAO DE CDB VENCIDOS EM " WS-DATA-PROCESSO
               DELIMITED BY SIZE INTO CDBVENC-LINE.
           PERFORM GRAVAR-LINHA-CDBVENC.

           OPEN I-O CDB-FILE.
           IF WS-CDB-STATUS = "35"
               DISPLAY "CDB.DAT NAO ENCONTRADO - NADA A LIQUIDAR"
               MOVE "NENHUM CDB CADASTRADO" TO CDBVENC-LINE
               PERFORM GRAVAR-LINHA-CDBVENC
               CLOSE CDBVENC-REPORT
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

           PERFORM OBTER-SEQUENCIA-LEDGER.
           PERFORM CARREGAR-BANDAS-IR.
           PERFORM CARREGAR-ACUMULADOS-IR.

           OPEN I-O CONTA-FILE.
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
                   PERFORM LIQUIDAR-CDB
               END-PERFORM
           END-IF.

           CLOSE CDB-FILE.
           CLOSE CONTA-FILE.
           CLOSE LEDGER-FILE.
           PERFORM GRAVAR-SEQUENCIA-LEDGER.
           PERFORM GRAVAR-ACUMULADOS-IR.

           MOVE SPACES TO CDBVENC-LINE.
           PERFORM GRAVAR-LINHA-CDBVENC.
           MOVE WS-TOTAL-LIQUIDO TO WS-TOTAL-CAMPO.
           STRING "CDB LIDOS " WS-QTD-CDB
               " LIQUIDADOS " WS-QTD-LIQUIDADOS
               " PENDENTES " WS-QTD-PENDENTES
               " LIQUIDO BRL " WS-TOTAL-CAMPO
               DELIMITED BY SIZE INTO CDBVENC-LINE.
           MOVE WS-TOTAL-IR TO WS-TOTAL-CAMPO.
           STRING " IR BRL " WS-TOTAL-CAMPO
               DELIMITED BY SIZE INTO CDBVENC-LINE(89:30).
           PERFORM GRAVAR-LINHA-CDBVENC.
           CLOSE CDBVENC-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           DISPLAY "VENCIMENTO DE CDB - LIDOS: " WS-QTD-CDB
               " LIQUIDADOS: " WS-QTD-LIQUIDADOS
               " PENDENTES: " WS-QTD-PENDENTES.
           PERFORM ENCERRAR-RUNLOG.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LIQUIDAR-CDB.
           IF CDB-SITUACAO NOT = "A"
               EXIT PARAGRAPH
           END-IF.
      * The payment date is the first business day on or after the
      * maturity: one business day on from the day before it.
           COMPUTE WS-DATA-BASE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CDB-VENCIMENTO) - 1).
           CALL "SOMAR-DIAS-UTEIS" USING WS-DATA-BASE
               WS-UM-DIA-UTIL WS-DATA-EFETIVA.
           IF WS-DATA-EFETIVA > WS-DATA-PROCESSO
               EXIT PARAGRAPH
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
      * A closed account cannot take the money back; the deposit
      * stays open and keeps coming up every day until the back
      * office decides where it goes. Dormant and frozen accounts
      * are credited as usual: the money is the holder's (or the
      * estate's) either way.
           IF WS-CONTA-ACHADA = "N" OR CONTA-SITUACAO = "E"
               ADD 1 TO WS-QTD-PENDENTES
               MOVE 4 TO WS-RETURN-CODE
               MOVE SPACES TO CDBVENC-LINE
               IF WS-CONTA-ACHADA = "N"
                   STRING "  CDB " CDB-NUMERO " CONTA " CDB-CONTA
                       " VENCIDO EM " CDB-VENCIMENTO
                       " PENDENTE - CONTA NAO CADASTRADA"
                       DELIMITED BY SIZE INTO CDBVENC-LINE
               ELSE
                   STRING "  CDB " CDB-NUMERO " CONTA " CDB-CONTA
                       " VENCIDO EM " CDB-VENCIMENTO
                       " PENDENTE - CONTA ENCERRADA"
                       DELIMITED BY SIZE INTO CDBVENC-LINE
               END-IF
               PERFORM GRAVAR-LINHA-CDBVENC
               DISPLAY "CDB " CDB-NUMERO " NAO LIQUIDADO - CONTA "
                   CDB-CONTA " NAO DISPONIVEL"
               EXIT PARAGRAPH
           END-IF.

      * Whatever the month-end runs have not provisioned yet, up to
      * the maturity date itself, posts first so the provision
      * account carries the whole interest before it is paid out.
           MOVE CDB-VENCIMENTO TO WS-DATA-ACUMULO.
           PERFORM CALCULAR-JUROS-BRUTOS.
           IF WS-JUROS-BRUTOS > CDB-JUROS-ACUM
               COMPUTE WS-JUROS-RESIDUO =
                   WS-JUROS-BRUTOS - CDB-JUROS-ACUM
           ELSE
               MOVE ZEROS TO WS-JUROS-RESIDUO
           END-IF.
           PERFORM OBTER-TAXA-CAMBIO.
           IF WS-JUROS-RESIDUO > ZEROS
               MOVE WS-JUROS-RESIDUO TO WS-RESIDUO-BRL
               IF CDB-MOEDA NOT = "BRL" AND WS-TAXA-ACHADA = "S"
                   COMPUTE WS-RESIDUO-BRL ROUNDED =
                       WS-JUROS-RESIDUO * WS-TAXA-CAMBIO
               END-IF
               PERFORM GRAVAR-LEDGER-PROVISAO
           END-IF.

           PERFORM CALCULAR-IR-RETIDO.
           COMPUTE WS-VALOR-LIQUIDO =
               CDB-PRINCIPAL + WS-JUROS-BRUTOS - WS-VALOR-IR.
      * Principal, interest and tax are paid in the deposit's
      * currency and land on the BRL master at the latest CAMBIO.DAT
      * rate on or before the payment; with no rate on file they go
      * at face value, the way PROG_SUSPAGE.cbl writes off a
      * suspended item, and the run ends with RC 4.
           IF CDB-MOEDA = "BRL"
               MOVE WS-VALOR-LIQUIDO TO WS-LIQUIDO-BRL
               MOVE WS-VALOR-IR TO WS-IR-BRL
           ELSE
               IF WS-TAXA-ACHADA = "S"
                   COMPUTE WS-LIQUIDO-BRL ROUNDED =
                       WS-VALOR-LIQUIDO * WS-TAXA-CAMBIO
                   COMPUTE WS-IR-BRL ROUNDED =
                       WS-VALOR-IR * WS-TAXA-CAMBIO
               ELSE
                   MOVE WS-VALOR-LIQUIDO TO WS-LIQUIDO-BRL
                   MOVE WS-VALOR-IR TO WS-IR-BRL
                   DISPLAY "SEM TAXA DE CAMBIO PARA " CDB-MOEDA
                       " EM " WS-DATA-PROCESSO " - CDB "
                       CDB-NUMERO " PELO VALOR DE FACE"
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

           COMPUTE WS-SALDO-NOVO = CONTA-SALDO + WS-LIQUIDO-BRL.
           PERFORM GRAVAR-LEDGER-RESGATE.
           MOVE WS-SALDO-NOVO TO CONTA-SALDO.
           IF WS-VALOR-IR > ZEROS
               PERFORM GRAVAR-LEDGER-IR
               PERFORM ACUMULAR-IR-CLIENTE
           END-IF.
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

           MOVE WS-JUROS-BRUTOS TO CDB-JUROS-ACUM.
           MOVE CDB-VENCIMENTO TO CDB-ULTIMO-ACUMULO.
           MOVE "L" TO CDB-SITUACAO.
           MOVE WS-DATA-PROCESSO TO CDB-LIQUIDACAO.
           MOVE WS-VALOR-IR TO CDB-IR-RETIDO.
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

           ADD 1 TO WS-QTD-LIQUIDADOS.
           ADD 1 TO WS-RUNLOG-GRAVADOS.
           ADD WS-LIQUIDO-BRL TO WS-TOTAL-LIQUIDO.
           ADD WS-IR-BRL TO WS-TOTAL-IR.
           MOVE CDB-PRINCIPAL TO WS-VALOR-CAMPO.
           MOVE WS-JUROS-BRUTOS TO WS-JUROS-CAMPO.
           MOVE WS-VALOR-IR TO WS-IR-CAMPO.
           MOVE WS-VALOR-LIQUIDO TO WS-VLRBRL-CAMPO.
           MOVE SPACES TO CDBVENC-LINE.
           STRING "  CDB " CDB-NUMERO " CONTA " CDB-CONTA
               " " CDB-MOEDA " VENC " CDB-VENCIMENTO
               " PRINCIPAL " WS-VALOR-CAMPO
               " JUROS " WS-JUROS-CAMPO
               " IR " WS-IR-CAMPO
               " LIQUIDO " WS-VLRBRL-CAMPO
               DELIMITED BY SIZE INTO CDBVENC-LINE.
           PERFORM GRAVAR-LINHA-CDBVENC.

       CALCULAR-JUROS-BRUTOS.
      * Gross interest from the start date to WS-DATA-ACUMULO at the
      * annual rate compounded over calendar days on a 365-day
      * year, the same formula PROG_CDBJUROS.cbl provisions with.
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

       CALCULAR-IR-RETIDO.
      * Holding period in whole months from the start date to the
      * maturity, counted the way PROG_JUROS.cbl counts an account's
      * age; the type "B" band with the largest minimum not
      * exceeding it wins. With no CDB band keyed nothing is
      * withheld, and the run says so.
           MOVE CDB-INICIO(1:4) TO WS-ANO-INICIO.
           MOVE CDB-INICIO(5:2) TO WS-MES-INICIO.
           MOVE CDB-VENCIMENTO(1:4) TO WS-ANO-VENCIMENTO.
           MOVE CDB-VENCIMENTO(5:2) TO WS-MES-VENCIMENTO.
           COMPUTE WS-MESES-POSSE =
               (WS-ANO-VENCIMENTO * 12 + WS-MES-VENCIMENTO)
               - (WS-ANO-INICIO * 12 + WS-MES-INICIO).
           MOVE ZEROS TO WS-TAXA-IR.
           MOVE ZEROS TO WS-MELHOR-PRAZO.
           MOVE "N" TO WS-FAIXA-ACHADA.
           PERFORM VARYING WS-IR-IDX FROM 1 BY 1
                   UNTIL WS-IR-IDX > WS-IR-USADAS
               IF WS-IR-TIPO(WS-IR-IDX) = "B"
                       AND WS-IR-PRAZO(WS-IR-IDX) <= WS-MESES-POSSE
                       AND WS-IR-PRAZO(WS-IR-IDX)
                           >= WS-MELHOR-PRAZO
                   MOVE WS-IR-PRAZO(WS-IR-IDX) TO WS-MELHOR-PRAZO
                   MOVE WS-IR-TAXA(WS-IR-IDX) TO WS-TAXA-IR
                   MOVE "S" TO WS-FAIXA-ACHADA
               END-IF
           END-PERFORM.
           IF WS-FAIXA-ACHADA = "N"
               DISPLAY "SEM FAIXA DE IR TIPO B PARA " WS-MESES-POSSE
                   " MESES - CDB " CDB-NUMERO " SEM RETENCAO"
           END-IF.
           COMPUTE WS-VALOR-IR ROUNDED =
               WS-JUROS-BRUTOS * WS-TAXA-IR.

       OBTER-TAXA-CAMBIO.
           MOVE "N" TO WS-TAXA-ACHADA.
           MOVE ZEROS TO WS-TAXA-CAMBIO.
           MOVE ZEROS TO WS-TAXA-VIGENCIA.
           IF CDB-MOEDA = "BRL"
               EXIT PARAGRAPH
           END-IF.
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

       GRAVAR-LEDGER-PROVISAO.
      * Last provision, same TIPO=P memo line the month-end run
      * writes: SALDO= and RESULTADO= are the same.
           ADD 1 TO WS-LEDGER-SEQ.
           IF CONTA-SALDO < ZERO
               MOVE CONTA-SALDO TO WS-SALDO-DEV-CAMPO
           ELSE
               MOVE CONTA-SALDO TO WS-SALDO-CAMPO
           END-IF.
           MOVE WS-JUROS-RESIDUO TO WS-VALOR-CAMPO.
           MOVE CONTA-SALDO TO WS-RESULT-CAMPO.
           MOVE WS-RESIDUO-BRL TO WS-VLRBRL-CAMPO.
           MOVE SPACES TO LEDGER-LINE.
           STRING WS-DATA-PROCESSO "-000000"
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
           PERFORM GRAVAR-LINHA-LEDGER.

       GRAVAR-LEDGER-RESGATE.
      * Principal plus interest, net of the tax, back on the
      * account as TIPO=K, a credit like a deposit.
           ADD 1 TO WS-LEDGER-SEQ.
           IF CONTA-SALDO < ZERO
               MOVE CONTA-SALDO TO WS-SALDO-DEV-CAMPO
           ELSE
               MOVE CONTA-SALDO TO WS-SALDO-CAMPO
           END-IF.
           MOVE WS-VALOR-LIQUIDO TO WS-VALOR-CAMPO.
           MOVE WS-SALDO-NOVO TO WS-RESULT-CAMPO.
           MOVE WS-LIQUIDO-BRL TO WS-VLRBRL-CAMPO.
           MOVE SPACES TO LEDGER-LINE.
           STRING WS-DATA-PROCESSO "-000000"
               " CONTA=" CONTA-NUMERO
               " MOEDA=" CONTA-MOEDA
               " SALDO=" WS-SALDO-CAMPO
               " TIPO=K"
               " VALOR=" WS-VALOR-CAMPO
               " RESULTADO=" WS-RESULT-CAMPO
               " VLRBRL=" WS-VLRBRL-CAMPO
               " SEQ=" WS-LEDGER-SEQ
               " RESGATE-CDB"
               DELIMITED BY SIZE INTO LEDGER-LINE.
           PERFORM GRAVAR-LINHA-LEDGER.

       GRAVAR-LEDGER-IR.
      * The tax withheld is its own TIPO=Y memo line, so the trial
      * balance moves it from the provision to tax payable and the
      * statement shows it, as TIPO=I does for account interest.
           ADD 1 TO WS-LEDGER-SEQ.
           IF CONTA-SALDO < ZERO
               MOVE CONTA-SALDO TO WS-SALDO-DEV-CAMPO
           ELSE
               MOVE CONTA-SALDO TO WS-SALDO-CAMPO
           END-IF.
           MOVE WS-VALOR-IR TO WS-VALOR-CAMPO.
           MOVE CONTA-SALDO TO WS-RESULT-CAMPO.
           MOVE WS-IR-BRL TO WS-VLRBRL-CAMPO.
           MOVE SPACES TO LEDGER-LINE.
           STRING WS-DATA-PROCESSO "-000000"
               " CONTA=" CONTA-NUMERO
               " MOEDA=" CONTA-MOEDA
               " SALDO=" WS-SALDO-CAMPO
               " TIPO=Y"
               " VALOR=" WS-VALOR-CAMPO
               " RESULTADO=" WS-RESULT-CAMPO
               " VLRBRL=" WS-VLRBRL-CAMPO
               " SEQ=" WS-LEDGER-SEQ
               " IR-RETIDO-CDB"
               DELIMITED BY SIZE INTO LEDGER-LINE.
           PERFORM GRAVAR-LINHA-LEDGER.

       GRAVAR-LINHA-LEDGER.
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

       ACUMULAR-IR-CLIENTE.
      * Kept in reais, as the annual statement prints it.
           MOVE ZEROS TO WS-AC-SLOT.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-USADOS
                   OR WS-AC-SLOT NOT = ZEROS
               IF WS-AC-ANO(WS-AC-IDX) = WS-ANO-PROCESSO
                       AND WS-AC-CLIENTE(WS-AC-IDX) = CONTA-CLIENTE
                       AND WS-AC-CONTA(WS-AC-IDX) = CONTA-NUMERO
                   MOVE WS-AC-IDX TO WS-AC-SLOT
               END-IF
           END-PERFORM.
           IF WS-AC-SLOT = ZEROS AND WS-AC-USADOS < 40000
               ADD 1 TO WS-AC-USADOS
               MOVE WS-AC-USADOS TO WS-AC-SLOT
               MOVE WS-ANO-PROCESSO TO WS-AC-ANO(WS-AC-SLOT)
               MOVE CONTA-CLIENTE TO WS-AC-CLIENTE(WS-AC-SLOT)
               MOVE CONTA-NUMERO TO WS-AC-CONTA(WS-AC-SLOT)
               MOVE ZEROS TO WS-AC-VALOR(WS-AC-SLOT)
           END-IF.
           IF WS-AC-SLOT NOT = ZEROS
               ADD WS-IR-BRL TO WS-AC-VALOR(WS-AC-SLOT)
           ELSE
               MOVE "S" TO WS-AC-ESTOURO
               DISPLAY "TABELA DE ACUMULO DE IR CHEIA - IR DO "
                   "CLIENTE " CONTA-CLIENTE " NAO ACUMULADO"
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       CARREGAR-BANDAS-IR.
           OPEN INPUT IRTAB-FILE.
           IF WS-IRTAB-STATUS = "35"
               CLOSE IRTAB-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-IRTAB-STATUS NOT = "00"
               MOVE "IRTAB-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-IRTAB-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-IRTAB-STATUS = "10"
               READ IRTAB-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-IRTAB-STATUS NOT = "00"
                       AND WS-IRTAB-STATUS NOT = "10"
                   MOVE "IRTAB-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-IRTAB-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF WS-IR-USADAS < 20
                   ADD 1 TO WS-IR-USADAS
                   MOVE IR-TIPO TO WS-IR-TIPO(WS-IR-USADAS)
                   MOVE IR-PRAZO-MESES TO WS-IR-PRAZO(WS-IR-USADAS)
                   MOVE IR-TAXA TO WS-IR-TAXA(WS-IR-USADAS)
               END-IF
           END-PERFORM.
           CLOSE IRTAB-FILE.

       CARREGAR-ACUMULADOS-IR.
           MOVE ZEROS TO WS-AC-USADOS.
           OPEN INPUT IRACUM-FILE.
           IF WS-IRACUM-STATUS = "35"
               CLOSE IRACUM-FILE
           ELSE
               IF WS-IRACUM-STATUS NOT = "00"
                   MOVE "IRACUM-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-IRACUM-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               PERFORM UNTIL WS-IRACUM-STATUS = "10"
                   READ IRACUM-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-IRACUM-STATUS NOT = "00"
                           AND WS-IRACUM-STATUS NOT = "10"
                       MOVE "IRACUM-FILE" TO WS-ERRO-ARQUIVO
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
      * tail for good.
                       DISPLAY "IRACUM.DAT MAIOR QUE A TABELA DE "
                           "ACUMULO - AUMENTE A TABELA ANTES DE "
                           "RODAR"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE IRACUM-FILE
           END-IF.

       GRAVAR-ACUMULADOS-IR.
      * An overflow during the run means the table no longer holds
      * the whole accumulation; rewriting the file from it would
      * make the loss permanent, so the prior file is left as it
      * was and the run ends with the error already flagged.
           IF WS-AC-ESTOURO = "S"
               DISPLAY "IRACUM.DAT NAO REGRAVADO - ACUMULO "
                   "INCOMPLETO NESTA EXECUCAO"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT IRACUM-FILE.
           IF WS-IRACUM-STATUS NOT = "00"
               MOVE "IRACUM-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-IRACUM-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-USADOS
               MOVE WS-AC-ANO(WS-AC-IDX) TO IRA-ANO
               MOVE WS-AC-CLIENTE(WS-AC-IDX) TO IRA-CLIENTE
               MOVE WS-AC-VALOR(WS-AC-IDX) TO IRA-VALOR
               MOVE WS-AC-CONTA(WS-AC-IDX) TO IRA-CONTA
               WRITE IRACUM-REC
               IF WS-IRACUM-STATUS NOT = "00"
                   MOVE "IRACUM-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-IRACUM-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
           END-PERFORM.
           CLOSE IRACUM-FILE.

       ENCERRAR-RUNLOG.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

       GRAVAR-LINHA-CDBVENC.
           WRITE CDBVENC-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "CDBVENC-REPORT" TO WS-ERRO-ARQUIVO
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

                            END PROGRAM PROG_CDBVENC.
