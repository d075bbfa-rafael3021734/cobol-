      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Month-end volume billing for the customers who pay
      *          per piece processed, replacing the spreadsheet that
      *          never agreed with TABCENTRO.DAT. Each customer's
      *          pieces for the month come off CLIVOL.DAT, where the
      *          counting-system load posts them, and are priced in
      *          graduated tiers off FATPRECO.DAT - the customer's
      *          own tiers when it has any, else the default tiers
      *          under customer 000000. The charge posts to the
      *          customer's first live BRL account on CONTAS.DAT as
      *          its own TIPO=Z ledger entry, on the period's last
      *          business day the way PROG_TARIFA.cbl posts its fee,
      *          and FATHIST.DAT keeps what was billed so a rerun of
      *          the period never bills a customer twice. One
      *          invoice per customer lands in FATVOL.TXT; FATVOLR.TXT
      *          sets the customers' volume and the volume nobody is
      *          billed for against each center's TABCENTRO.DAT total
      *          (the lines without a center against what the
      *          consolidated TABELA.DAT month carries beyond the
      *          centers) and lists the unassigned volume by center.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_FATVOL.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CLIVOL-FILE ASSIGN TO "CLIVOL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-CHAVE
               FILE STATUS IS WS-CLIVOL-STATUS.

           SELECT PRECO-FILE ASSIGN TO "FATPRECO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRECO-STATUS.

           SELECT FATHIST-FILE ASSIGN TO "FATHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATHIST-STATUS.

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

           SELECT LEDGSEQ-FILE ASSIGN TO "LEDGSEQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGSEQ-STATUS.

           SELECT TABCENTRO-FILE ASSIGN TO "TABCENTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CHAVE
               FILE STATUS IS WS-TABCENTRO-STATUS.

           SELECT TABELA-FILE ASSIGN TO "TABELA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-TABELA-CHAVE
               FILE STATUS IS WS-TABELA-STATUS.

           SELECT FATURA-REPORT ASSIGN TO "FATVOL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RECON-REPORT ASSIGN TO "FATVOLR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  CLIVOL-FILE.
           COPY CLIVOL.

      * Price per piece by volume tier, a data change owned by
      * finance like TARIFTAB.DAT: a customer's lines in ascending
      * FAIXA-ATE order, each tier priced for the pieces above the
      * previous tier's limit up to its own. Customer 000000 holds
      * the default tiers; a brand-new installation is seeded with
      * one default tier at zero so nothing is charged until a real
      * price is keyed.
       FD  PRECO-FILE.
        01 PRECO-REC.
         05 PRC-CLIENTE PIC 9(06).
         05 PRC-FAIXA-ATE PIC 9(11).
         05 PRC-PRECO PIC 9(03)V9(04).

      * What each billing run charged, one line per customer and
      * period.
       FD  FATHIST-FILE.
        01 FATHIST-REC.
         05 FH-PERIODO PIC 9(06).
         05 FH-CLIENTE PIC 9(06).
         05 FH-VOLUME PIC 9(11).
         05 FH-VALOR PIC 9(10)V99.
         05 FH-CONTA PIC 9(05).
         05 FH-DATA-POSTAGEM PIC 9(08).
         05 FH-LEDGER-SEQ PIC 9(06).

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

       FD  LEDGSEQ-FILE.
        01 LEDGSEQ-REC.
         05 LEDGSEQ-ULTIMO PIC 9(06).

       FD  TABCENTRO-FILE.
           COPY TABCENTRO.

       FD  TABELA-FILE.
           COPY TABANUALR.

       FD  FATURA-REPORT.
        01 FATURA-LINE PIC X(100).

       FD  RECON-REPORT.
        01 RECON-LINE PIC X(100).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-CLIVOL-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-PRECO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-FATHIST-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-CONTA-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-CLIENTE-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-LEDGER-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-LEDGSEQ-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-TABCENTRO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-TABELA-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "FATVOL.TXT".
        77 WS-RECON-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RECON-ARQUIVO PIC X(030) VALUE "FATVOLR.TXT".
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_FATVOL".
        77 WS-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS    PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.
        77 WS-PERIODO-FATURA  PIC 9(06) VALUE ZEROS.
        77 WS-ANO-FATURA      PIC 9(04) VALUE ZEROS.
        77 WS-MES-FATURA      PIC 9(02) VALUE ZEROS.
        77 WS-DATA-FIM-MES    PIC 9(08) VALUE ZEROS.
        77 WS-DATA-POSTAGEM   PIC 9(08) VALUE ZEROS.
        77 WS-INT-POSTAGEM    PIC 9(08) VALUE ZEROS.
        77 WS-CLASSIFICACAO   PIC X(012) VALUE SPACES.
        77 WS-DESCRICAO       PIC X(020) VALUE SPACES.
        01 WS-DIAS-NO-MES VALUE "312831303130313130313031".
          05 WS-DIAS-MES-TAB PIC 9(02) OCCURS 12.
        77 WS-DIA-FIM         PIC 9(02) VALUE ZEROS.
        77 WS-BISSEXTO        PIC X(01) VALUE "N".
        77 WS-CLIENTE-ABERTO  PIC X(01) VALUE "N".
        77 WS-CONTA-ABERTO    PIC X(01) VALUE "N".
        77 WS-CONTA-ACHADA    PIC X(01) VALUE "N".
        77 WS-JA-FATURADO     PIC X(01) VALUE "N".
        77 WS-NOME-CLIENTE    PIC X(030) VALUE SPACES.
        77 WS-LEDGER-SEQ      PIC 9(06) VALUE ZEROS.
        77 WS-VOLUME-CLIENTE  PIC 9(12) VALUE ZEROS.
        77 WS-VALOR-FATURA    PIC 9(10)V99 VALUE ZEROS.
        77 WS-SALDO-NOVO      PIC S9(10)V99 VALUE ZEROS.
        77 WS-CLIENTE-PRECO   PIC 9(06) VALUE ZEROS.
        77 WS-LIMITE-ANTERIOR PIC 9(12) VALUE ZEROS.
        77 WS-QTD-NA-FAIXA    PIC 9(12) VALUE ZEROS.
        77 WS-QTD-CLIENTES    PIC 9(05) VALUE ZEROS.
        77 WS-QTD-FATURADOS   PIC 9(05) VALUE ZEROS.
        77 WS-QTD-JA-FATURADOS PIC 9(05) VALUE ZEROS.
        77 WS-QTD-SEM-PRECO   PIC 9(05) VALUE ZEROS.
        77 WS-QTD-SEM-CONTA   PIC 9(05) VALUE ZEROS.
        77 WS-QTD-DIVERGENTES PIC 9(04) VALUE ZEROS.
        77 WS-VOL-FATURADO    PIC 9(12) VALUE ZEROS.
        77 WS-VOL-NAO-FATURADO PIC 9(12) VALUE ZEROS.
        77 WS-VOL-ANTERIOR    PIC 9(12) VALUE ZEROS.
        77 WS-VLR-FATURADO    PIC 9(12)V99 VALUE ZEROS.
        77 WS-SOMA-CENTROS    PIC 9(12) VALUE ZEROS.
        77 WS-TOTAL-CONSOLIDADO PIC 9(12) VALUE ZEROS.
        77 WS-TOT-CENTRO      PIC 9(12) VALUE ZEROS.
        77 WS-TOT-COM-CLIENTE PIC 9(12) VALUE ZEROS.
        77 WS-TOT-SEM-CLIENTE PIC 9(12) VALUE ZEROS.
        77 WS-DIFERENCA       PIC S9(12) VALUE ZEROS.
        77 WS-CENTRO-EXIBIDO  PIC 9(03) VALUE ZEROS.
        77 WS-IDX             PIC 9(04) VALUE ZEROS.
        77 WS-SLOT            PIC 9(04) VALUE ZEROS.
        77 WS-IDX-DIA         PIC 9(02) VALUE ZEROS.
        77 WS-SALDO-CAMPO     PIC Z(9)9.99.
        77 WS-SALDO-DEV-CAMPO REDEFINES WS-SALDO-CAMPO
                              PIC -(9)9.99.
        77 WS-VALOR-CAMPO     PIC Z(9)9.99.
        77 WS-RESULT-CAMPO    PIC Z(9)9.99-.
        77 WS-VLRBRL-CAMPO    PIC Z(9)9.99.
        77 WS-TOTAL-CAMPO     PIC Z(11)9.99.
        77 WS-PRECO-CAMPO     PIC ZZ9.9999.
        77 WS-QTD-CAMPO       PIC Z(11)9.
        77 WS-QTD-CAMPO2      PIC Z(11)9.
        77 WS-QTD-CAMPO3      PIC Z(11)9.
        77 WS-QTD-CAMPO4      PIC Z(11)9.
        77 WS-DIF-CAMPO       PIC Z(11)9-.

      * Price tiers loaded once per run, in file order.
        01 WS-PRECOS.
         05 WS-PR-ENTRY OCCURS 200 TIMES.
          10 WS-PR-CLIENTE PIC 9(06).
          10 WS-PR-FAIXA-ATE PIC 9(11).
          10 WS-PR-PRECO PIC 9(03)V9(04).
        77 WS-PR-USADOS PIC 9(03) VALUE ZEROS.
        77 WS-PR-IDX PIC 9(03) VALUE ZEROS.

      * Customers already billed for the period on FATHIST.DAT.
        01 WS-FATURADOS.
         05 WS-FT-CLIENTE PIC 9(06) OCCURS 500 TIMES.
        77 WS-FT-USADOS PIC 9(03) VALUE ZEROS.
        77 WS-FT-IDX PIC 9(03) VALUE ZEROS.

      * The month's pieces per customer, all centers together.
        01 WS-CLIENTES.
         05 WS-CL-ENTRY OCCURS 500 TIMES.
          10 WS-CL-CODIGO PIC 9(06).
          10 WS-CL-VOLUME PIC 9(12).
        77 WS-CL-USADOS PIC 9(03) VALUE ZEROS.

      * Per center, indexed by code plus one (center 000, the lines
      * that came without one, on entry 1): the customers' pieces,
      * the pieces nobody is billed for, and the center's total.
        01 WS-CENTROS-VOLUME.
         05 WS-CV-ENTRY OCCURS 1000 TIMES.
          10 WS-CV-PRESENTE PIC X(01).
          10 WS-CV-COM-CLIENTE PIC 9(12).
          10 WS-CV-SEM-CLIENTE PIC 9(12).
          10 WS-CV-TOTAL-CENTRO PIC 9(12).

      * The tiers one invoice is priced through.
        01 WS-FAIXAS-FATURA.
         05 WS-FF-ENTRY OCCURS 20 TIMES.
          10 WS-FF-DE PIC 9(12).
          10 WS-FF-ATE PIC 9(12).
          10 WS-FF-QTD PIC 9(12).
          10 WS-FF-PRECO PIC 9(03)V9(04).
          10 WS-FF-VALOR PIC 9(10)V99.
        77 WS-FF-USADAS PIC 9(02) VALUE ZEROS.
        77 WS-FF-IDX PIC 9(02) VALUE ZEROS.
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           DISPLAY "PERIODO DO FATURAMENTO POR VOLUME (AAAAMM):".
           ACCEPT WS-PERIODO-FATURA.
           MOVE WS-PERIODO-FATURA(1:4) TO WS-ANO-FATURA.
           MOVE WS-PERIODO-FATURA(5:2) TO WS-MES-FATURA.
           IF WS-MES-FATURA < 1 OR WS-MES-FATURA > 12
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
           DISPLAY "DATA DE POSTAGEM DO FATURAMENTO: " WS-DATA-POSTAGEM.

           PERFORM CARREGAR-PRECOS.
           PERFORM CARREGAR-FATURADOS.
           PERFORM CARREGAR-VOLUMES.
           PERFORM OBTER-SEQUENCIA-LEDGER.

           OPEN OUTPUT FATURA-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "FATURA-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

      * Without the customer master the invoices still go out, only
      * without the name.
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

      * No account master means nothing can be posted; every
      * customer then shows on the invoices as having no account.
           OPEN I-O CONTA-FILE.
           IF WS-CONTA-STATUS = "35"
               CLOSE CONTA-FILE
           ELSE
               IF WS-CONTA-STATUS NOT = "00"
                   MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE "S" TO WS-CONTA-ABERTO
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

           OPEN EXTEND FATHIST-FILE.
           IF WS-FATHIST-STATUS = "35"
               OPEN OUTPUT FATHIST-FILE
           END-IF.
           IF WS-FATHIST-STATUS NOT = "00"
               MOVE "FATHIST-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-FATHIST-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CL-USADOS
               PERFORM FATURAR-CLIENTE
           END-PERFORM.
           IF WS-CL-USADOS = ZEROS
               MOVE SPACES TO FATURA-LINE
               STRING "NENHUM CLIENTE COM VOLUME NO PERIODO "
                   WS-PERIODO-FATURA
                   DELIMITED BY SIZE INTO FATURA-LINE
               PERFORM GRAVAR-LINHA-FATURA
           END-IF.

           CLOSE FATHIST-FILE.
           CLOSE LEDGER-FILE.
           IF WS-CONTA-ABERTO = "S"
               CLOSE CONTA-FILE
           END-IF.
           IF WS-CLIENTE-ABERTO = "S"
               CLOSE CLIENTE-FILE
           END-IF.
           CLOSE FATURA-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.
           PERFORM GRAVAR-SEQUENCIA-LEDGER.

           PERFORM RECONCILIAR-CENTROS.

           DISPLAY "FATURAMENTO POR VOLUME " WS-PERIODO-FATURA
               " - CLIENTES: " WS-QTD-CLIENTES
               " FATURADOS: " WS-QTD-FATURADOS
               " JA FATURADOS: " WS-QTD-JA-FATURADOS
               " SEM CONTA: " WS-QTD-SEM-CONTA
               " SEM PRECO: " WS-QTD-SEM-PRECO.
           DISPLAY "FATURAS EM FATVOL.TXT - RECONCILIACAO EM "
               "FATVOLR.TXT - CENTROS DIVERGENTES: "
               WS-QTD-DIVERGENTES.
           IF WS-QTD-SEM-CONTA NOT = ZEROS
                   OR WS-QTD-DIVERGENTES NOT = ZEROS
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       DETERMINAR-DATA-POSTAGEM.
      * The period's last calendar day, slid forward to the next
      * DIA-UTIL off the shared classifier - the date the fee and
      * interest runs post on.
           MOVE WS-DIAS-MES-TAB(WS-MES-FATURA) TO WS-DIA-FIM.
           IF WS-MES-FATURA = 2
               MOVE "N" TO WS-BISSEXTO
               IF FUNCTION MOD(WS-ANO-FATURA, 4) = 0
                   AND (FUNCTION MOD(WS-ANO-FATURA, 100) NOT = 0
                       OR FUNCTION MOD(WS-ANO-FATURA, 400) = 0)
                   MOVE "S" TO WS-BISSEXTO
               END-IF
               IF WS-BISSEXTO = "S"
                   MOVE 29 TO WS-DIA-FIM
               END-IF
           END-IF.
           MOVE ZEROS TO WS-DATA-FIM-MES.
           MOVE WS-ANO-FATURA TO WS-DATA-FIM-MES(1:4).
           MOVE WS-MES-FATURA TO WS-DATA-FIM-MES(5:2).
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

       CARREGAR-PRECOS.
           OPEN INPUT PRECO-FILE.
           IF WS-PRECO-STATUS = "35"
               PERFORM CRIAR-PRECO-PADRAO
               OPEN INPUT PRECO-FILE
           END-IF.
           IF WS-PRECO-STATUS NOT = "00"
               MOVE "PRECO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-PRECO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-PRECO-STATUS = "10"
               READ PRECO-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-PRECO-STATUS NOT = "00"
                       AND WS-PRECO-STATUS NOT = "10"
                   MOVE "PRECO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-PRECO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF WS-PR-USADOS < 200
                   ADD 1 TO WS-PR-USADOS
                   MOVE PRC-CLIENTE TO WS-PR-CLIENTE(WS-PR-USADOS)
                   MOVE PRC-FAIXA-ATE TO WS-PR-FAIXA-ATE(WS-PR-USADOS)
                   MOVE PRC-PRECO TO WS-PR-PRECO(WS-PR-USADOS)
               END-IF
           END-PERFORM.
           CLOSE PRECO-FILE.

       CRIAR-PRECO-PADRAO.
           OPEN OUTPUT PRECO-FILE.
           MOVE ZEROS TO PRC-CLIENTE.
           MOVE 99999999999 TO PRC-FAIXA-ATE.
           MOVE ZEROS TO PRC-PRECO.
           WRITE PRECO-REC.
           IF WS-PRECO-STATUS NOT = "00"
               MOVE "PRECO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-PRECO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE PRECO-FILE.

       CARREGAR-FATURADOS.
           MOVE ZEROS TO WS-FT-USADOS.
           OPEN INPUT FATHIST-FILE.
           IF WS-FATHIST-STATUS = "35"
               CLOSE FATHIST-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-FATHIST-STATUS NOT = "00"
               MOVE "FATHIST-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-FATHIST-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-FATHIST-STATUS = "10"
               READ FATHIST-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-FATHIST-STATUS NOT = "00"
                       AND WS-FATHIST-STATUS NOT = "10"
                   MOVE "FATHIST-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-FATHIST-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF FH-PERIODO = WS-PERIODO-FATURA
                       AND WS-FT-USADOS < 500
                   ADD 1 TO WS-FT-USADOS
                   MOVE FH-CLIENTE TO WS-FT-CLIENTE(WS-FT-USADOS)
               END-IF
           END-PERFORM.
           CLOSE FATHIST-FILE.

       CARREGAR-VOLUMES.
      * Pieces only - the customers are billed per piece - for the
      * period's month, summed over the customer's centers.
           INITIALIZE WS-CENTROS-VOLUME.
           MOVE ZEROS TO WS-CL-USADOS.
           OPEN INPUT CLIVOL-FILE.
           IF WS-CLIVOL-STATUS = "35"
               DISPLAY "CLIVOL.DAT NAO ENCONTRADO - NENHUM VOLUME "
                   "POR CLIENTE CARREGADO"
               CLOSE CLIVOL-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CLIVOL-STATUS NOT = "00"
               MOVE "CLIVOL-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CLIVOL-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE ZEROS TO CV-CHAVE.
           START CLIVOL-FILE KEY NOT LESS THAN CV-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-CLIVOL-STATUS
           END-START.
           PERFORM UNTIL WS-CLIVOL-STATUS = "10"
               READ CLIVOL-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CLIVOL-STATUS NOT = "00"
                       AND WS-CLIVOL-STATUS NOT = "10"
                   MOVE "CLIVOL-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CLIVOL-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF CV-ANO = WS-ANO-FATURA AND CV-MEDIDA = 01
                   ADD 1 TO WS-RUNLOG-LIDOS
                   PERFORM ACUMULAR-VOLUME
               END-IF
           END-PERFORM.
           CLOSE CLIVOL-FILE.

       ACUMULAR-VOLUME.
           COMPUTE WS-SLOT = CV-CENTRO + 1.
           MOVE "S" TO WS-CV-PRESENTE(WS-SLOT).
           IF CV-CLIENTE = ZEROS
               ADD CV-VOLUME-MES(WS-MES-FATURA)
                   TO WS-CV-SEM-CLIENTE(WS-SLOT)
               EXIT PARAGRAPH
           END-IF.
           ADD CV-VOLUME-MES(WS-MES-FATURA)
               TO WS-CV-COM-CLIENTE(WS-SLOT).
      * The file is in customer order, so a customer already seen
      * is always the last slot taken.
           IF WS-CL-USADOS > ZEROS
               IF WS-CL-CODIGO(WS-CL-USADOS) = CV-CLIENTE
                   ADD CV-VOLUME-MES(WS-MES-FATURA)
                       TO WS-CL-VOLUME(WS-CL-USADOS)
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-CL-USADOS NOT < 500
               DISPLAY "CLIENTE " CV-CLIENTE
                   " FORA DO FATURAMENTO - TABELA DE CLIENTES CHEIA"
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CL-USADOS.
           MOVE CV-CLIENTE TO WS-CL-CODIGO(WS-CL-USADOS).
           MOVE CV-VOLUME-MES(WS-MES-FATURA)
               TO WS-CL-VOLUME(WS-CL-USADOS).

       FATURAR-CLIENTE.
           MOVE WS-CL-VOLUME(WS-IDX) TO WS-VOLUME-CLIENTE.
           IF WS-VOLUME-CLIENTE = ZEROS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-CLIENTES.
           PERFORM OBTER-NOME-CLIENTE.

           MOVE "N" TO WS-JA-FATURADO.
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                   UNTIL WS-FT-IDX > WS-FT-USADOS
               IF WS-FT-CLIENTE(WS-FT-IDX) = WS-CL-CODIGO(WS-IDX)
                   MOVE "S" TO WS-JA-FATURADO
               END-IF
           END-PERFORM.
           IF WS-JA-FATURADO = "S"
               ADD 1 TO WS-QTD-JA-FATURADOS
               ADD WS-VOLUME-CLIENTE TO WS-VOL-ANTERIOR
               MOVE SPACES TO FATURA-LINE
               STRING "CLIENTE " WS-CL-CODIGO(WS-IDX) " "
                   WS-NOME-CLIENTE
                   " JA FATURADO NO PERIODO - NADA POSTADO"
                   DELIMITED BY SIZE INTO FATURA-LINE
               PERFORM GRAVAR-LINHA-FATURA
               MOVE SPACES TO FATURA-LINE
               PERFORM GRAVAR-LINHA-FATURA
               EXIT PARAGRAPH
           END-IF.

           PERFORM PRECIFICAR-VOLUME.
           MOVE "N" TO WS-CONTA-ACHADA.
           IF WS-VALOR-FATURA NOT = ZEROS
               PERFORM BUSCAR-CONTA-CLIENTE
           END-IF.

           PERFORM IMPRIMIR-FATURA.

           EVALUATE TRUE
               WHEN WS-VALOR-FATURA = ZEROS
                   ADD 1 TO WS-QTD-SEM-PRECO
                   ADD WS-VOLUME-CLIENTE TO WS-VOL-NAO-FATURADO
                   MOVE "  SEM PRECO PARA O VOLUME - NADA POSTADO"
                       TO FATURA-LINE
               WHEN WS-CONTA-ACHADA = "N"
                   ADD 1 TO WS-QTD-SEM-CONTA
                   ADD WS-VOLUME-CLIENTE TO WS-VOL-NAO-FATURADO
                   MOVE "  CLIENTE SEM CONTA ATIVA EM BRL - NADA "
                       & "POSTADO, FATURAR NA PROXIMA EXECUCAO"
                       TO FATURA-LINE
               WHEN OTHER
                   PERFORM POSTAR-FATURA
                   MOVE WS-VALOR-FATURA TO WS-VALOR-CAMPO
                   MOVE WS-SALDO-NOVO TO WS-RESULT-CAMPO
                   MOVE SPACES TO FATURA-LINE
                   STRING "  DEBITADO NA CONTA " CONTA-NUMERO
                       " EM " WS-DATA-POSTAGEM
                       " - NOVO SALDO " WS-RESULT-CAMPO
                       DELIMITED BY SIZE INTO FATURA-LINE
           END-EVALUATE.
           PERFORM GRAVAR-LINHA-FATURA.
           MOVE SPACES TO FATURA-LINE.
           PERFORM GRAVAR-LINHA-FATURA.

       OBTER-NOME-CLIENTE.
           MOVE "(CLIENTE NAO CADASTRADO)" TO WS-NOME-CLIENTE.
           IF WS-CLIENTE-ABERTO = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CL-CODIGO(WS-IDX) TO CODIGO.
           READ CLIENTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NOME TO WS-NOME-CLIENTE
           END-READ.
           IF WS-CLIENTE-STATUS NOT = "00"
                   AND WS-CLIENTE-STATUS NOT = "23"
               MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       PRECIFICAR-VOLUME.
      * Graduated: each tier prices only the pieces between the
      * previous tier's limit and its own, so crossing a limit
      * never reprices the pieces below it. Pieces beyond the last
      * limit stay at the last tier's price.
           MOVE ZEROS TO WS-VALOR-FATURA.
           MOVE ZEROS TO WS-FF-USADAS.
           MOVE ZEROS TO WS-LIMITE-ANTERIOR.
           MOVE ZEROS TO WS-CLIENTE-PRECO.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-USADOS
               IF WS-PR-CLIENTE(WS-PR-IDX) = WS-CL-CODIGO(WS-IDX)
                   MOVE WS-CL-CODIGO(WS-IDX) TO WS-CLIENTE-PRECO
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-USADOS
                   OR WS-LIMITE-ANTERIOR NOT < WS-VOLUME-CLIENTE
               IF WS-PR-CLIENTE(WS-PR-IDX) = WS-CLIENTE-PRECO
                       AND WS-PR-FAIXA-ATE(WS-PR-IDX)
                           > WS-LIMITE-ANTERIOR
                       AND WS-FF-USADAS < 20
                   ADD 1 TO WS-FF-USADAS
                   COMPUTE WS-FF-DE(WS-FF-USADAS) =
                       WS-LIMITE-ANTERIOR + 1
                   MOVE WS-PR-FAIXA-ATE(WS-PR-IDX)
                       TO WS-FF-ATE(WS-FF-USADAS)
                   MOVE WS-PR-PRECO(WS-PR-IDX)
                       TO WS-FF-PRECO(WS-FF-USADAS)
                   IF WS-VOLUME-CLIENTE > WS-PR-FAIXA-ATE(WS-PR-IDX)
                       COMPUTE WS-QTD-NA-FAIXA =
                           WS-PR-FAIXA-ATE(WS-PR-IDX)
                           - WS-LIMITE-ANTERIOR
                   ELSE
                       COMPUTE WS-QTD-NA-FAIXA =
                           WS-VOLUME-CLIENTE - WS-LIMITE-ANTERIOR
                   END-IF
                   MOVE WS-QTD-NA-FAIXA TO WS-FF-QTD(WS-FF-USADAS)
                   MOVE WS-PR-FAIXA-ATE(WS-PR-IDX)
                       TO WS-LIMITE-ANTERIOR
               END-IF
           END-PERFORM.
           IF WS-LIMITE-ANTERIOR < WS-VOLUME-CLIENTE
                   AND WS-FF-USADAS > ZEROS
               COMPUTE WS-FF-QTD(WS-FF-USADAS) =
                   WS-FF-QTD(WS-FF-USADAS)
                   + WS-VOLUME-CLIENTE - WS-LIMITE-ANTERIOR
               MOVE WS-VOLUME-CLIENTE TO WS-FF-ATE(WS-FF-USADAS)
           END-IF.
           PERFORM VARYING WS-FF-IDX FROM 1 BY 1
                   UNTIL WS-FF-IDX > WS-FF-USADAS
               COMPUTE WS-FF-VALOR(WS-FF-IDX) ROUNDED =
                   WS-FF-QTD(WS-FF-IDX) * WS-FF-PRECO(WS-FF-IDX)
               ADD WS-FF-VALOR(WS-FF-IDX) TO WS-VALOR-FATURA
           END-PERFORM.

       BUSCAR-CONTA-CLIENTE.
      * The customer's lowest-numbered live account in reais; a
      * dormant, frozen or closed account takes no batch posting.
           MOVE "N" TO WS-CONTA-ACHADA.
           IF WS-CONTA-ABERTO = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO CONTA-NUMERO.
           START CONTA-FILE KEY NOT LESS THAN CONTA-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-CONTA-STATUS
           END-START.
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
               IF CONTA-CLIENTE = WS-CL-CODIGO(WS-IDX)
                       AND CONTA-MOEDA = "BRL"
                       AND (CONTA-SITUACAO = SPACE
                           OR CONTA-SITUACAO = "A")
                   MOVE "S" TO WS-CONTA-ACHADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       POSTAR-FATURA.
      * The charge is taken even when it leaves the account
      * overdrawn, as the fee run does; the daily overdraft report
      * then shows it.
           COMPUTE WS-SALDO-NOVO = CONTA-SALDO - WS-VALOR-FATURA.
           PERFORM GRAVAR-LEDGER-FATURA.
           MOVE WS-SALDO-NOVO TO CONTA-SALDO.
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

           MOVE WS-PERIODO-FATURA TO FH-PERIODO.
           MOVE WS-CL-CODIGO(WS-IDX) TO FH-CLIENTE.
           MOVE WS-VOLUME-CLIENTE TO FH-VOLUME.
           MOVE WS-VALOR-FATURA TO FH-VALOR.
           MOVE CONTA-NUMERO TO FH-CONTA.
           MOVE WS-DATA-POSTAGEM TO FH-DATA-POSTAGEM.
           MOVE WS-LEDGER-SEQ TO FH-LEDGER-SEQ.
           WRITE FATHIST-REC.
           IF WS-FATHIST-STATUS NOT = "00"
               MOVE "FATHIST-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-FATHIST-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           ADD 1 TO WS-QTD-FATURADOS.
           ADD 1 TO WS-RUNLOG-GRAVADOS.
           ADD WS-VOLUME-CLIENTE TO WS-VOL-FATURADO.
           ADD WS-VALOR-FATURA TO WS-VLR-FATURADO.

       GRAVAR-LEDGER-FATURA.
      * Same line layout GRAVAR-LEDGER writes in the calculator,
      * TIPO=Z for a volume charge, stamped with the business-day
      * posting date.
           ADD 1 TO WS-LEDGER-SEQ.
           IF CONTA-SALDO < ZERO
               MOVE CONTA-SALDO TO WS-SALDO-DEV-CAMPO
           ELSE
               MOVE CONTA-SALDO TO WS-SALDO-CAMPO
           END-IF.
           MOVE WS-VALOR-FATURA TO WS-VALOR-CAMPO.
           MOVE WS-SALDO-NOVO TO WS-RESULT-CAMPO.
           MOVE WS-VALOR-FATURA TO WS-VLRBRL-CAMPO.
           MOVE SPACES TO LEDGER-LINE.
           STRING WS-DATA-POSTAGEM "-000000"
               " CONTA=" CONTA-NUMERO
               " MOEDA=" CONTA-MOEDA
               " SALDO=" WS-SALDO-CAMPO
               " TIPO=Z"
               " VALOR=" WS-VALOR-CAMPO
               " RESULTADO=" WS-RESULT-CAMPO
               " VLRBRL=" WS-VLRBRL-CAMPO
               " SEQ=" WS-LEDGER-SEQ
               " FATURA-VOLUME"
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

       IMPRIMIR-FATURA.
           MOVE SPACES TO FATURA-LINE.
           STRING "FATURA DE SERVICOS POR VOLUME - PERIODO "
               WS-PERIODO-FATURA
               DELIMITED BY SIZE INTO FATURA-LINE.
           PERFORM GRAVAR-LINHA-FATURA.
           MOVE SPACES TO FATURA-LINE.
           STRING "CLIENTE " WS-CL-CODIGO(WS-IDX) " "
               WS-NOME-CLIENTE
               DELIMITED BY SIZE INTO FATURA-LINE.
           PERFORM GRAVAR-LINHA-FATURA.
           MOVE WS-VOLUME-CLIENTE TO WS-QTD-CAMPO.
           MOVE SPACES TO FATURA-LINE.
           IF WS-CLIENTE-PRECO = ZEROS
               STRING "PECAS PROCESSADAS " WS-QTD-CAMPO
                   " - TABELA DE PRECOS PADRAO"
                   DELIMITED BY SIZE INTO FATURA-LINE
           ELSE
               STRING "PECAS PROCESSADAS " WS-QTD-CAMPO
                   " - TABELA DE PRECOS DO CLIENTE"
                   DELIMITED BY SIZE INTO FATURA-LINE
           END-IF.
           PERFORM GRAVAR-LINHA-FATURA.
           MOVE "      FAIXA DE          ATE        PECAS  PRC UNIT"
               & "          VALOR" TO FATURA-LINE.
           PERFORM GRAVAR-LINHA-FATURA.
           PERFORM VARYING WS-FF-IDX FROM 1 BY 1
                   UNTIL WS-FF-IDX > WS-FF-USADAS
               MOVE WS-FF-DE(WS-FF-IDX) TO WS-QTD-CAMPO
               MOVE WS-FF-ATE(WS-FF-IDX) TO WS-QTD-CAMPO2
               MOVE WS-FF-QTD(WS-FF-IDX) TO WS-QTD-CAMPO3
               MOVE WS-FF-PRECO(WS-FF-IDX) TO WS-PRECO-CAMPO
               MOVE WS-FF-VALOR(WS-FF-IDX) TO WS-VALOR-CAMPO
               MOVE SPACES TO FATURA-LINE
               STRING "  " WS-QTD-CAMPO " "
                   WS-QTD-CAMPO2 " " WS-QTD-CAMPO3 "  "
                   WS-PRECO-CAMPO "  " WS-VALOR-CAMPO
                   DELIMITED BY SIZE INTO FATURA-LINE
               PERFORM GRAVAR-LINHA-FATURA
           END-PERFORM.
           MOVE WS-VALOR-FATURA TO WS-TOTAL-CAMPO.
           MOVE SPACES TO FATURA-LINE.
           STRING "  TOTAL DA FATURA (BRL) " WS-TOTAL-CAMPO
               DELIMITED BY SIZE INTO FATURA-LINE.
           PERFORM GRAVAR-LINHA-FATURA.

       RECONCILIAR-CENTROS.
      * Every center's month total off TABCENTRO.DAT; what the
      * consolidated month carries beyond all the centers is what
      * came in without a center, set against center 000.
           PERFORM CARREGAR-TOTAIS-CENTRO.
           PERFORM CARREGAR-TOTAL-CONSOLIDADO.
           MOVE "S" TO WS-CV-PRESENTE(1).
           IF WS-TOTAL-CONSOLIDADO > WS-SOMA-CENTROS
               COMPUTE WS-CV-TOTAL-CENTRO(1) =
                   WS-TOTAL-CONSOLIDADO - WS-SOMA-CENTROS
           ELSE
               MOVE ZEROS TO WS-CV-TOTAL-CENTRO(1)
           END-IF.

           OPEN OUTPUT RECON-REPORT.
           IF WS-RECON-STATUS NOT = "00"
               MOVE "RECON-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-RECON-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO RECON-LINE.
           STRING "RECONCILIACAO DO FATURAMENTO POR VOLUME - PERIODO "
               WS-PERIODO-FATURA " (PECAS)"
               DELIMITED BY SIZE INTO RECON-LINE.
           PERFORM GRAVAR-LINHA-RECON.
           MOVE "CENTRO   TOTAL DO CENTRO   COM CLIENTE   SEM CLIENT"
               & "E     DIFERENCA" TO RECON-LINE.
           PERFORM GRAVAR-LINHA-RECON.

           MOVE ZEROS TO WS-TOT-CENTRO.
           MOVE ZEROS TO WS-TOT-COM-CLIENTE.
           MOVE ZEROS TO WS-TOT-SEM-CLIENTE.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > 1000
               IF WS-CV-PRESENTE(WS-SLOT) = "S"
                   PERFORM IMPRIMIR-LINHA-CENTRO
               END-IF
           END-PERFORM.
           COMPUTE WS-DIFERENCA = WS-TOT-CENTRO
               - WS-TOT-COM-CLIENTE - WS-TOT-SEM-CLIENTE.
           MOVE WS-TOT-CENTRO TO WS-QTD-CAMPO.
           MOVE WS-TOT-COM-CLIENTE TO WS-QTD-CAMPO2.
           MOVE WS-TOT-SEM-CLIENTE TO WS-QTD-CAMPO3.
           MOVE WS-DIFERENCA TO WS-DIF-CAMPO.
           MOVE SPACES TO RECON-LINE.
           STRING "TOTAL " WS-QTD-CAMPO " " WS-QTD-CAMPO2 " "
               WS-QTD-CAMPO3 " " WS-DIF-CAMPO
               DELIMITED BY SIZE INTO RECON-LINE.
           PERFORM GRAVAR-LINHA-RECON.
           PERFORM GRAVAR-LINHA-RECON.

      * The customers' volume, split by what became of it.
           MOVE WS-VOL-FATURADO TO WS-QTD-CAMPO.
           MOVE WS-VLR-FATURADO TO WS-TOTAL-CAMPO.
           MOVE SPACES TO RECON-LINE.
           STRING "FATURADO NESTA EXECUCAO   " WS-QTD-CAMPO
               " PECAS  BRL " WS-TOTAL-CAMPO
               DELIMITED BY SIZE INTO RECON-LINE.
           PERFORM GRAVAR-LINHA-RECON.
           MOVE WS-VOL-ANTERIOR TO WS-QTD-CAMPO.
           MOVE SPACES TO RECON-LINE.
           STRING "JA FATURADO ANTES         " WS-QTD-CAMPO " PECAS"
               DELIMITED BY SIZE INTO RECON-LINE.
           PERFORM GRAVAR-LINHA-RECON.
           MOVE WS-VOL-NAO-FATURADO TO WS-QTD-CAMPO.
           MOVE SPACES TO RECON-LINE.
           STRING "COM CLIENTE NAO FATURADO  " WS-QTD-CAMPO
               " PECAS (SEM CONTA OU SEM PRECO)"
               DELIMITED BY SIZE INTO RECON-LINE.
           PERFORM GRAVAR-LINHA-RECON.
           PERFORM GRAVAR-LINHA-RECON.

           MOVE "VOLUME SEM CLIENTE POR CENTRO:" TO RECON-LINE.
           PERFORM GRAVAR-LINHA-RECON.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > 1000
               IF WS-CV-SEM-CLIENTE(WS-SLOT) NOT = ZEROS
                   COMPUTE WS-CENTRO-EXIBIDO = WS-SLOT - 1
                   MOVE WS-CV-SEM-CLIENTE(WS-SLOT) TO WS-QTD-CAMPO
                   MOVE SPACES TO RECON-LINE
                   STRING "  CENTRO " WS-CENTRO-EXIBIDO " "
                       WS-QTD-CAMPO " PECAS"
                       DELIMITED BY SIZE INTO RECON-LINE
                   PERFORM GRAVAR-LINHA-RECON
               END-IF
           END-PERFORM.
           IF WS-TOT-SEM-CLIENTE = ZEROS
               MOVE "  NENHUM" TO RECON-LINE
               PERFORM GRAVAR-LINHA-RECON
           END-IF.
           CLOSE RECON-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RECON-ARQUIVO.

       IMPRIMIR-LINHA-CENTRO.
           COMPUTE WS-CENTRO-EXIBIDO = WS-SLOT - 1.
           ADD WS-CV-TOTAL-CENTRO(WS-SLOT) TO WS-TOT-CENTRO.
           ADD WS-CV-COM-CLIENTE(WS-SLOT) TO WS-TOT-COM-CLIENTE.
           ADD WS-CV-SEM-CLIENTE(WS-SLOT) TO WS-TOT-SEM-CLIENTE.
           COMPUTE WS-DIFERENCA = WS-CV-TOTAL-CENTRO(WS-SLOT)
               - WS-CV-COM-CLIENTE(WS-SLOT)
               - WS-CV-SEM-CLIENTE(WS-SLOT).
           MOVE WS-CV-TOTAL-CENTRO(WS-SLOT) TO WS-QTD-CAMPO.
           MOVE WS-CV-COM-CLIENTE(WS-SLOT) TO WS-QTD-CAMPO2.
           MOVE WS-CV-SEM-CLIENTE(WS-SLOT) TO WS-QTD-CAMPO3.
           MOVE WS-DIFERENCA TO WS-DIF-CAMPO.
           MOVE SPACES TO RECON-LINE.
           IF WS-DIFERENCA = ZEROS
               STRING "  " WS-CENTRO-EXIBIDO "  " WS-QTD-CAMPO " "
                   WS-QTD-CAMPO2 " " WS-QTD-CAMPO3 " " WS-DIF-CAMPO
                   DELIMITED BY SIZE INTO RECON-LINE
           ELSE
               ADD 1 TO WS-QTD-DIVERGENTES
               STRING "  " WS-CENTRO-EXIBIDO "  " WS-QTD-CAMPO " "
                   WS-QTD-CAMPO2 " " WS-QTD-CAMPO3 " " WS-DIF-CAMPO
                   " *** DIVERGE"
                   DELIMITED BY SIZE INTO RECON-LINE
           END-IF.
           PERFORM GRAVAR-LINHA-RECON.

       CARREGAR-TOTAIS-CENTRO.
           MOVE ZEROS TO WS-SOMA-CENTROS.
           OPEN INPUT TABCENTRO-FILE.
           IF WS-TABCENTRO-STATUS = "35"
               CLOSE TABCENTRO-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-TABCENTRO-STATUS NOT = "00"
               MOVE "TABCENTRO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TABCENTRO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE ZEROS TO TC-CHAVE.
           START TABCENTRO-FILE KEY NOT LESS THAN TC-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-TABCENTRO-STATUS
           END-START.
           PERFORM UNTIL WS-TABCENTRO-STATUS = "10"
               READ TABCENTRO-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-TABCENTRO-STATUS NOT = "00"
                       AND WS-TABCENTRO-STATUS NOT = "10"
                   MOVE "TABCENTRO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-TABCENTRO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF TC-ANO = WS-ANO-FATURA AND TC-MEDIDA = 01
                   COMPUTE WS-SLOT = TC-CENTRO + 1
                   MOVE TC-TOTAL-MENSAL(WS-MES-FATURA)
                       TO WS-CV-TOTAL-CENTRO(WS-SLOT)
                   ADD TC-TOTAL-MENSAL(WS-MES-FATURA)
                       TO WS-SOMA-CENTROS
                   IF TC-TOTAL-MENSAL(WS-MES-FATURA) NOT = ZEROS
                       MOVE "S" TO WS-CV-PRESENTE(WS-SLOT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE TABCENTRO-FILE.

       CARREGAR-TOTAL-CONSOLIDADO.
      * The month summed from the days of the year's latest pieces
      * generation, as the comparison reports sum it.
           MOVE ZEROS TO WS-TOTAL-CONSOLIDADO.
           OPEN INPUT TABELA-FILE.
           IF WS-TABELA-STATUS = "35"
               CLOSE TABELA-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-TABELA-STATUS NOT = "00"
               MOVE "TABELA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TABELA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-ANO-FATURA TO FD-ANO-REFERENCIA.
           MOVE 01 TO FD-MEDIDA-CODIGO.
           MOVE 99999999 TO FD-GERACAO-DATA.
           START TABELA-FILE KEY NOT GREATER THAN FD-TABELA-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-TABELA-STATUS = "00"
               READ TABELA-FILE PREVIOUS RECORD
                   AT END
                       CONTINUE
               END-READ
               IF WS-TABELA-STATUS = "00"
                       AND FD-ANO-REFERENCIA = WS-ANO-FATURA
                       AND FD-MEDIDA-CODIGO = 01
                   PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                           UNTIL WS-IDX-DIA > 31
                       ADD FD-QUANTIDADE-DIARIA
                           (WS-MES-FATURA, WS-IDX-DIA)
                           TO WS-TOTAL-CONSOLIDADO
                   END-PERFORM
               END-IF
           END-IF.
           IF WS-TABELA-STATUS NOT = "00"
                   AND WS-TABELA-STATUS NOT = "10"
                   AND WS-TABELA-STATUS NOT = "23"
                   AND WS-TABELA-STATUS NOT = "46"
               MOVE "TABELA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TABELA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE TABELA-FILE.

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

       GRAVAR-LINHA-FATURA.
           WRITE FATURA-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "FATURA-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO FATURA-LINE.

       GRAVAR-LINHA-RECON.
           WRITE RECON-LINE.
           IF WS-RECON-STATUS NOT = "00"
               MOVE "RECON-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-RECON-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO RECON-LINE.

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

                            END PROGRAM PROG_FATVOL.
