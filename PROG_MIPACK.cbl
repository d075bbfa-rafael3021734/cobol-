      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Monthly management pack for the directors, run after
      *          the month-end set, instead of fifteen printouts and
      *          a summary put together by hand. One dated document,
      *          MIPACK.TXT: a cover with the index, then one page per
      *          section, each with the keyed month beside the month
      *          before it - customers active, new and inactivated
      *          off CLIENTE.DAT (SITUACAO and its date); balances by
      *          currency off the SALDODIA.DAT month-end snapshots;
      *          interest paid (TIPO=J) and tax withheld (TIPO=I) off
      *          the ledger on each month's interest posting date,
      *          with the year's IRACUM.DAT accumulation; open
      *          suspense value and age off SUSPENSO.DAT; pieces
      *          against the budget and the same month last year off
      *          TABELA.DAT and ORCAMENTO.DAT; approved hours and
      *          overtime by department off APONTA.DAT; and the cost
      *          centers' budget against the TIPO=L/B actuals the way
      *          PROG_CENORC.cbl reads them. Open suspense cannot be
      *          rebuilt for a month gone by (the cleared items are
      *          no longer on file), so each run keeps its suspense
      *          figures on MIHIST.DAT for the next month's pack.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_MIPACK.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS END-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT SALDODIA-FILE ASSIGN TO "SALDODIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDIA-CHAVE
               FILE STATUS IS WS-SALDODIA-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGIX-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT FECHADO-FILE ASSIGN TO WS-NOME-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHADO-STATUS.

           SELECT IRACUM-FILE ASSIGN TO "IRACUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRACUM-STATUS.

           SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSO-STATUS.

           SELECT MIHIST-FILE ASSIGN TO "MIHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MIHIST-STATUS.

           SELECT TABELA-FILE ASSIGN TO "TABELA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-TABELA-CHAVE
               FILE STATUS IS WS-TABELA-STATUS.

           SELECT ORCAMENTO-FILE ASSIGN TO "ORCAMENTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS WS-ORCAMENTO-STATUS.

           SELECT APONTA-FILE ASSIGN TO "APONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APT-CHAVE
               FILE STATUS IS WS-APONTA-STATUS.

           SELECT CENTRO-FILE ASSIGN TO "CENTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CENTRO-CODIGO
               FILE STATUS IS WS-CENTRO-STATUS.

           SELECT PACOTE-REPORT ASSIGN TO "MIPACK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  CLIENTE-FILE.
           COPY CLIENTE.

       FD  SALDODIA-FILE.
           COPY SALDODIA.

       FD  LEDGER-FILE.
        01 LEDGIX-REC.
         05 LEDGIX-CHAVE.
          10 LEDGIX-CONTA PIC 9(05).
          10 LEDGIX-SEQ PIC 9(06).
         05 LEDGER-LINE PIC X(160).

       FD  FECHADO-FILE.
        01 FECHADO-LINE PIC X(160).

       FD  IRACUM-FILE.
        01 IRACUM-REC.
         05 IRA-ANO PIC 9(04).
         05 IRA-CLIENTE PIC 9(06).
         05 IRA-VALOR PIC 9(10)V99.
         05 IRA-CONTA PIC 9(05).

      * Same record the calculator's suspense writer gives the file.
       FD  SUSPENSO-FILE.
        01 SUSPENSO-REC.
         05 SUSP-MOTIVO PIC 9(02).
         05 SUSP-DADOS.
          10 SUSP-CONTA PIC 9(05).
          10 SUSP-SALDO PIC 9(10)V99.
          10 SUSP-TIPO PIC X(01).
          10 SUSP-VALOR PIC 9(10)V99.
          10 SUSP-MOEDA PIC X(03).
          10 SUSP-CONTA-DEST PIC 9(05).
          10 SUSP-SEQ-ESTORNO PIC 9(06).
          10 SUSP-DATA-VALOR PIC 9(08).
          10 SUSP-BANCO-DEST PIC 9(03).
          10 SUSP-AGENCIA-DEST PIC 9(04).
          10 SUSP-CONTA-EXTERNA PIC X(12).
          10 SUSP-FAVORECIDO PIC X(30).
         05 SUSP-REFERENCIA PIC 9(06).
         05 SUSP-DATA-ENTRADA PIC 9(08).

      * The suspense figures each pack printed for its month, read
      * back as the prior-month column of the next pack. A rerun of
      * a month appends again; the last line of a month wins.
       FD  MIHIST-FILE.
        01 MIHIST-REC.
         05 MIH-PERIODO PIC 9(06).
         05 MIH-SUSP-QTD PIC 9(06).
         05 MIH-SUSP-VALOR PIC 9(12)V99.
         05 MIH-SUSP-FAIXA OCCURS 4 TIMES.
          10 MIH-FX-QTD PIC 9(06).
          10 MIH-FX-VALOR PIC 9(12)V99.
         05 MIH-SUSP-IDADE-MAX PIC 9(05).

       FD  TABELA-FILE.
           COPY TABANUALR.

      * The budget file's own names for the TABANUAL shape, as in
      * PROG_ORCCOMP.cbl.
       FD  ORCAMENTO-FILE.
        01 ORC-REC.
         03 ORC-CHAVE.
          05 ORC-ANO PIC 9(004).
          05 ORC-GERACAO PIC 9(008).
         03 ORC-MENSAL OCCURS 12.
          05 ORC-QUANTIDADE-DIARIA PIC 9(009) OCCURS 31.
          05 ORC-TOTAL-MENSAL PIC 9(011).
         03 ORC-TOTAL-ANUAL PIC 9(012).

       FD  APONTA-FILE.
           COPY APONTA.

       FD  CENTRO-FILE.
           COPY CENTRO.

       FD  PACOTE-REPORT.
        01 PACOTE-LINE PIC X(100).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-CLIENTE-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-SALDODIA-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-LEDGER-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-FECHADO-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-IRACUM-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-SUSPENSO-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-MIHIST-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-TABELA-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-ORCAMENTO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-APONTA-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-CENTRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "MIPACK.TXT".
        77 WS-ERRO-ARQUIVO     PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS      PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE      PIC 9(02) VALUE ZEROS.
        77 WS-RUNLOG-PROGRAMA  PIC X(012) VALUE "PROG_MIPACK".
        77 WS-RUNLOG-EVENTO    PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS     PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS  PIC 9(006) VALUE ZEROS.
        77 WS-PERIODO          PIC 9(06) VALUE ZEROS.
        77 WS-PERIODO-SEGUINTE PIC 9(06) VALUE ZEROS.
        77 WS-DATA-PROCESSO    PIC 9(08) VALUE ZEROS.
        77 WS-NOME-LEDGER      PIC X(030) VALUE SPACES.
        77 WS-CALC-ANO         PIC 9(04) VALUE ZEROS.
        77 WS-CALC-MES         PIC 9(02) VALUE ZEROS.
        77 WS-CALC-FIM         PIC 9(08) VALUE ZEROS.
        77 WS-CALC-POSTAGEM    PIC 9(08) VALUE ZEROS.
        77 WS-INT-POSTAGEM     PIC 9(08) VALUE ZEROS.
        77 WS-DIA-FIM          PIC 9(02) VALUE ZEROS.
        77 WS-CLASSIFICACAO    PIC X(010) VALUE SPACES.
        77 WS-DESCRICAO        PIC X(020) VALUE SPACES.
        01 WS-DIAS-NO-MES VALUE "312831303130313130313031".
          05 WS-DIAS-MES-TAB PIC 9(02) OCCURS 12.
        77 WS-COL              PIC 9(01) VALUE ZEROS.
        77 WS-IDX              PIC 9(03) VALUE ZEROS.
        77 WS-SLOT             PIC 9(03) VALUE ZEROS.
        77 WS-IDX-MES          PIC 9(02) VALUE ZEROS.
        77 WS-IDX-DIA          PIC 9(02) VALUE ZEROS.
        77 WS-FX               PIC 9(01) VALUE ZEROS.
        77 WS-QTD-AUSENTES     PIC 9(02) VALUE ZEROS.
        77 WS-QTD-IGNORADOS    PIC 9(04) VALUE ZEROS.

      * The two months side by side: 1 is the keyed month, 2 the
      * month before it. Each carries its first and last calendar
      * day and the business day its interest run posts on.
        01 WS-COLUNAS.
         05 WS-COLUNA OCCURS 2 TIMES.
          10 WS-CO-PERIODO PIC 9(06).
          10 WS-CO-ANO PIC 9(04).
          10 WS-CO-MES PIC 9(02).
          10 WS-CO-INICIO PIC 9(08).
          10 WS-CO-FIM PIC 9(08).
          10 WS-CO-POSTAGEM PIC 9(08).

      * Customers.
        01 WS-CLI-FIGURAS.
         05 WS-CLI-COL OCCURS 2 TIMES.
          10 WS-CLI-ATIVOS PIC 9(07).
          10 WS-CLI-NOVOS PIC 9(07).
          10 WS-CLI-INATIVADOS PIC 9(07).
          10 WS-CLI-FALECIDOS PIC 9(07).
        77 WS-CLI-ACHOU PIC X(01) VALUE "N".

      * Month-end balances per currency, off each account's last
      * snapshot on or before the month's last day.
        01 WS-MOEDAS.
         05 WS-MD-ENTRY OCCURS 20 TIMES.
          10 WS-MD-MOEDA PIC X(03).
          10 WS-MD-COL OCCURS 2 TIMES.
           15 WS-MD-CONTAS PIC 9(06).
           15 WS-MD-SALDO PIC S9(13)V99.
        77 WS-MD-USADOS PIC 9(02) VALUE ZEROS.
        77 WS-SD-CONTA-ATUAL PIC 9(05) VALUE ZEROS.
        01 WS-SD-CONTA.
         05 WS-SD-COL OCCURS 2 TIMES.
          10 WS-SD-ACHOU PIC X(01).
          10 WS-SD-SALDO PIC S9(10)V99.
          10 WS-SD-MOEDA PIC X(03).
        77 WS-SD-ACHOU-ARQ PIC X(01) VALUE "N".

      * Interest paid and tax withheld, in reais (VLRBRL=).
        01 WS-JUROS-FIGURAS.
         05 WS-JR-COL OCCURS 2 TIMES.
          10 WS-JR-QTD-JUROS PIC 9(06).
          10 WS-JR-JUROS PIC 9(12)V99.
          10 WS-JR-QTD-IR PIC 9(06).
          10 WS-JR-IR PIC 9(12)V99.
        77 WS-IR-ACUMULADO PIC 9(12)V99 VALUE ZEROS.
        77 WS-IRACUM-ACHOU PIC X(01) VALUE "N".

      * Open suspense at month end, bucketed at 7, 30 and 90 days
      * as PROG_SUSPAGE.cbl buckets it.
        01 WS-SUSP-FIGURAS.
         05 WS-SP-COL OCCURS 2 TIMES.
          10 WS-SP-ACHOU PIC X(01).
          10 WS-SP-QTD PIC 9(06).
          10 WS-SP-VALOR PIC 9(12)V99.
          10 WS-SP-FAIXA OCCURS 4 TIMES.
           15 WS-SP-FX-QTD PIC 9(06).
           15 WS-SP-FX-VALOR PIC 9(12)V99.
          10 WS-SP-IDADE-MAX PIC 9(05).
        77 WS-DIAS-ITEM PIC 9(05) VALUE ZEROS.
        77 WS-INT-FIM-MES PIC 9(09) VALUE ZEROS.
        01 WS-NOMES-FAIXA.
         05 FILLER PIC X(16) VALUE "ATE 6 DIAS".
         05 FILLER PIC X(16) VALUE "7 A 29 DIAS".
         05 FILLER PIC X(16) VALUE "30 A 89 DIAS".
         05 FILLER PIC X(16) VALUE "90 DIAS OU MAIS".
        01 WS-NOMES-FAIXA-R REDEFINES WS-NOMES-FAIXA.
         05 WS-NOME-FAIXA PIC X(16) OCCURS 4 TIMES.

      * Pieces, budget and the same month a year earlier.
        01 WS-QTD-FIGURAS.
         05 WS-QT-COL OCCURS 2 TIMES.
          10 WS-QT-REAL PIC 9(12).
          10 WS-QT-ORCADO PIC 9(12).
          10 WS-QT-AA PIC 9(12).
          10 WS-QT-ACHOU-REAL PIC X(01).
          10 WS-QT-ACHOU-ORCADO PIC X(01).
          10 WS-QT-ACHOU-AA PIC X(01).
        77 WS-BUSCA-ANO PIC 9(04) VALUE ZEROS.
        77 WS-BUSCA-MES PIC 9(02) VALUE ZEROS.
        77 WS-SOMA-MES PIC 9(12) VALUE ZEROS.
        77 WS-ACHOU PIC X(01) VALUE "N".

      * Approved hours and overtime per department. Overtime is the
      * legal 44-hour week of the overtime report, counted on the
      * hours of each week that fall inside the month, so a week
      * across the turn of the month is judged on each side.
        01 WS-DEPTOS.
         05 WS-DP-ENTRY OCCURS 50 TIMES.
          10 WS-DP-DEPT PIC X(10).
          10 WS-DP-COL OCCURS 2 TIMES.
           15 WS-DP-HORAS PIC 9(07)V99.
           15 WS-DP-EXTRA PIC 9(07)V99.
        77 WS-DP-USADOS PIC 9(02) VALUE ZEROS.
        77 WS-LIMITE-SEMANAL PIC 9(02) VALUE 44.
        77 WS-DIA-REFERENCIA PIC 9(08) VALUE 20240101.
        77 WS-DIAS-DIFF PIC S9(09) VALUE ZEROS.
        77 WS-SEMANA-LINHA PIC 9(09) VALUE ZEROS.
        77 WS-COL-LINHA PIC 9(01) VALUE ZEROS.
        77 WS-DEPT-BUSCA PIC X(10) VALUE SPACES.
        01 WS-SEMANA-ABERTA.
         05 WS-BK-EMP PIC 9(05).
         05 WS-BK-SEMANA PIC 9(09).
         05 WS-BK-COL PIC 9(01).
         05 WS-BK-DEPT PIC X(10).
         05 WS-BK-HORAS PIC 9(05)V99.

      * Cost centers: the monthly budget off CENTRO.DAT against each
      * month's TIPO=L labor and TIPO=B overhead actuals.
        01 WS-CENTROS.
         05 WS-CT-ENTRY OCCURS 50 TIMES.
          10 WS-CT-CODIGO PIC 9(03).
          10 WS-CT-NOME PIC X(30).
          10 WS-CT-ORCADO PIC 9(10)V99.
          10 WS-CT-REAL PIC S9(10)V99 OCCURS 2 TIMES.
        77 WS-CT-USADOS PIC 9(02) VALUE ZEROS.
        77 WS-CENTRO-BUSCA PIC 9(03) VALUE ZEROS.
        77 WS-CONTA-LINHA PIC 9(05) VALUE ZEROS.
        77 WS-DATA-LINHA PIC 9(08) VALUE ZEROS.
        77 WS-VALOR-LINHA PIC 9(10)V99 VALUE ZEROS.
        77 WS-VALOR-CENTRO PIC S9(10)V99 VALUE ZEROS.
        77 WS-PARSE-INT PIC X(10) VALUE SPACES.
        77 WS-NUM-INT PIC 9(10) VALUE ZEROS.
        77 WS-NUM-DEC PIC 9(02) VALUE ZEROS.

      * Report lines: a figure with the two months and the change,
      * and the five-column table the per-key sections print.
        77 WS-NUM-ATUAL PIC S9(15)V99 VALUE ZEROS.
        77 WS-NUM-ANTERIOR PIC S9(15)V99 VALUE ZEROS.
        77 WS-NUM-VARIACAO PIC S9(15)V99 VALUE ZEROS.
        77 WS-TEM-ANTERIOR PIC X(01) VALUE "S".
        77 WS-ED-QTD PIC -(18)9.
        77 WS-ED-VALOR PIC -(15)9.99.
        77 WS-ED-TAB PIC -(10)9.99.
        77 WS-ED-TAB-QTD PIC -(13)9.
        77 WS-ED-PCT PIC -(5)9.9.
        77 WS-PERCENTUAL PIC S9(05)V9 VALUE ZEROS.
        77 WS-PCT-REAL PIC 9(12) VALUE ZEROS.
        77 WS-PCT-BASE PIC 9(12) VALUE ZEROS.
        77 WS-PCT-TEXTO PIC X(08) VALUE SPACES.
        01 WS-LINHA-PACOTE.
         05 WS-LP-ROTULO PIC X(36).
         05 WS-LP-ATUAL PIC X(20).
         05 WS-LP-ANTERIOR PIC X(20).
         05 WS-LP-VARIACAO PIC X(20).
        01 WS-LINHA-TABELA.
         05 WS-LT-ROTULO PIC X(24).
         05 WS-LT-C1 PIC X(15).
         05 WS-LT-C2 PIC X(15).
         05 WS-LT-C3 PIC X(15).
         05 WS-LT-C4 PIC X(15).
         05 WS-LT-C5 PIC X(15).

      * Section titles, in page order after the cover.
        01 WS-NOMES-SECAO.
         05 FILLER PIC X(40)
             VALUE "CLIENTES ATIVOS, NOVOS E INATIVADOS".
         05 FILLER PIC X(40)
             VALUE "SALDOS POR MOEDA NO FIM DO MES".
         05 FILLER PIC X(40)
             VALUE "JUROS PAGOS E IMPOSTO RETIDO".
         05 FILLER PIC X(40)
             VALUE "SUSPENSOS EM ABERTO - VALOR E IDADE".
         05 FILLER PIC X(40)
             VALUE "QUANTIDADES X ORCADO E ANO ANTERIOR".
         05 FILLER PIC X(40)
             VALUE "HORAS E HORAS EXTRAS POR DEPARTAMENTO".
         05 FILLER PIC X(40)
             VALUE "CENTROS DE CUSTO - ORCADO X REALIZADO".
        01 WS-NOMES-SECAO-R REDEFINES WS-NOMES-SECAO.
         05 WS-NOME-SECAO PIC X(40) OCCURS 7 TIMES.
        77 WS-SECAO PIC 9(01) VALUE ZEROS.
        77 WS-PAGINA-SECAO PIC 9(04) VALUE ZEROS.

        77 WS-PAGINA-RELATORIO PIC 9(004) VALUE ZEROS.
        77 WS-TITULO-RELATORIO PIC X(040)
            VALUE "PACOTE GERENCIAL MENSAL".
        01 WS-CABECALHO-RELATORIO.
         05 WS-CAB-LINHA1 PIC X(080).
         05 WS-CAB-LINHA2 PIC X(080).
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           DISPLAY "PERIODO DO PACOTE GERENCIAL (AAAAMM):".
           ACCEPT WS-PERIODO.
           IF WS-PERIODO(5:2) < "01" OR WS-PERIODO(5:2) > "12"
               DISPLAY "PERIODO INVALIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "INI" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.
           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.

           PERFORM PREPARAR-PERIODOS.
           PERFORM APURAR-CLIENTES.
           PERFORM APURAR-SALDOS.
           PERFORM CARREGAR-CENTROS.
           PERFORM APURAR-LEDGER.
           PERFORM APURAR-IRACUM.
           PERFORM APURAR-SUSPENSOS.
           PERFORM APURAR-QUANTIDADES.
           PERFORM APURAR-HORAS.

           OPEN OUTPUT PACOTE-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "PACOTE-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM IMPRIMIR-CAPA.
           PERFORM IMPRIMIR-CLIENTES.
           PERFORM IMPRIMIR-SALDOS.
           PERFORM IMPRIMIR-JUROS.
           PERFORM IMPRIMIR-SUSPENSOS.
           PERFORM IMPRIMIR-QUANTIDADES.
           PERFORM IMPRIMIR-HORAS.
           PERFORM IMPRIMIR-CENTROS.
           CLOSE PACOTE-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           PERFORM GRAVAR-HISTORICO-SUSPENSOS.

           DISPLAY "PACOTE GERENCIAL " WS-PERIODO
               " GERADO EM MIPACK.TXT - PAGINAS: " WS-PAGINA-RELATORIO
               " FONTES AUSENTES: " WS-QTD-AUSENTES.
           IF WS-QTD-AUSENTES NOT = ZEROS
                   OR WS-QTD-IGNORADOS NOT = ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       PREPARAR-PERIODOS.
           MOVE WS-PERIODO TO WS-CO-PERIODO(1).
           MOVE WS-PERIODO(1:4) TO WS-CO-ANO(1).
           MOVE WS-PERIODO(5:2) TO WS-CO-MES(1).
           IF WS-CO-MES(1) = 1
               COMPUTE WS-CO-ANO(2) = WS-CO-ANO(1) - 1
               MOVE 12 TO WS-CO-MES(2)
           ELSE
               MOVE WS-CO-ANO(1) TO WS-CO-ANO(2)
               COMPUTE WS-CO-MES(2) = WS-CO-MES(1) - 1
           END-IF.
           COMPUTE WS-CO-PERIODO(2) =
               WS-CO-ANO(2) * 100 + WS-CO-MES(2).
           IF WS-CO-MES(1) = 12
               COMPUTE WS-PERIODO-SEGUINTE =
                   (WS-CO-ANO(1) + 1) * 100 + 1
           ELSE
               COMPUTE WS-PERIODO-SEGUINTE = WS-PERIODO + 1
           END-IF.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 2
               COMPUTE WS-CO-INICIO(WS-COL) =
                   WS-CO-PERIODO(WS-COL) * 100 + 1
               MOVE WS-CO-ANO(WS-COL) TO WS-CALC-ANO
               MOVE WS-CO-MES(WS-COL) TO WS-CALC-MES
               PERFORM CALCULAR-FIM-MES
               MOVE WS-CALC-FIM TO WS-CO-FIM(WS-COL)
               PERFORM CALCULAR-POSTAGEM
               MOVE WS-CALC-POSTAGEM TO WS-CO-POSTAGEM(WS-COL)
           END-PERFORM.

       CALCULAR-FIM-MES.
           MOVE WS-DIAS-MES-TAB(WS-CALC-MES) TO WS-DIA-FIM.
           IF WS-CALC-MES = 2
               IF FUNCTION MOD(WS-CALC-ANO, 4) = 0
                   AND (FUNCTION MOD(WS-CALC-ANO, 100) NOT = 0
                       OR FUNCTION MOD(WS-CALC-ANO, 400) = 0)
                   MOVE 29 TO WS-DIA-FIM
               END-IF
           END-IF.
           COMPUTE WS-CALC-FIM = WS-CALC-ANO * 10000
               + WS-CALC-MES * 100 + WS-DIA-FIM.

       CALCULAR-POSTAGEM.
      * The month's last calendar day slid forward to the next
      * DIA-UTIL, the date PROG_JUROS.cbl stamps its postings with.
           MOVE WS-CALC-FIM TO WS-CALC-POSTAGEM.
           COMPUTE WS-INT-POSTAGEM =
               FUNCTION INTEGER-OF-DATE(WS-CALC-POSTAGEM).
           MOVE SPACES TO WS-DESCRICAO.
           CALL "CLASSIFICAR-DIA-UTIL" USING WS-CALC-POSTAGEM
               WS-CLASSIFICACAO WS-DESCRICAO.
           PERFORM UNTIL WS-CLASSIFICACAO = "DIA-UTIL"
               ADD 1 TO WS-INT-POSTAGEM
               COMPUTE WS-CALC-POSTAGEM =
                   FUNCTION DATE-OF-INTEGER(WS-INT-POSTAGEM)
               MOVE SPACES TO WS-DESCRICAO
               CALL "CLASSIFICAR-DIA-UTIL" USING WS-CALC-POSTAGEM
                   WS-CLASSIFICACAO WS-DESCRICAO
           END-PERFORM.

       APURAR-CLIENTES.
           INITIALIZE WS-CLI-FIGURAS.
           OPEN INPUT CLIENTE-FILE.
           IF WS-CLIENTE-STATUS = "35"
               DISPLAY "CLIENTE.DAT NAO ENCONTRADO"
               ADD 1 TO WS-QTD-AUSENTES
               CLOSE CLIENTE-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CLIENTE-STATUS NOT = "00"
               MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE "S" TO WS-CLI-ACHOU.
           MOVE ZEROS TO CODIGO.
           START CLIENTE-FILE KEY NOT LESS THAN CODIGO
               INVALID KEY
                   MOVE "10" TO WS-CLIENTE-STATUS
           END-START.
           PERFORM UNTIL WS-CLIENTE-STATUS = "10"
               READ CLIENTE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CLIENTE-STATUS NOT = "00"
                       AND WS-CLIENTE-STATUS NOT = "10"
                   MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-RUNLOG-LIDOS
               PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 2
                   PERFORM CONTAR-CLIENTE
               END-PERFORM
           END-PERFORM.
           CLOSE CLIENTE-FILE.

       CONTAR-CLIENTE.
      * SITUACAO-DATA is the day the status last changed, so a
      * customer inactive today whose change came after the month
      * closed was still active in it. A live customer's date is
      * its registration (or its return to active), which is what
      * counts as new in the month.
           IF SITUACAO = "I" OR SITUACAO = "F"
               IF SITUACAO-DATA > WS-CO-FIM(WS-COL)
                   ADD 1 TO WS-CLI-ATIVOS(WS-COL)
               END-IF
               IF SITUACAO-DATA NOT < WS-CO-INICIO(WS-COL)
                       AND SITUACAO-DATA NOT > WS-CO-FIM(WS-COL)
                   IF SITUACAO = "I"
                       ADD 1 TO WS-CLI-INATIVADOS(WS-COL)
                   ELSE
                       ADD 1 TO WS-CLI-FALECIDOS(WS-COL)
                   END-IF
               END-IF
           ELSE
               IF SITUACAO-DATA NOT > WS-CO-FIM(WS-COL)
                   ADD 1 TO WS-CLI-ATIVOS(WS-COL)
               END-IF
               IF SITUACAO-DATA NOT < WS-CO-INICIO(WS-COL)
                       AND SITUACAO-DATA NOT > WS-CO-FIM(WS-COL)
                   ADD 1 TO WS-CLI-NOVOS(WS-COL)
               END-IF
           END-IF.

       APURAR-SALDOS.
      * SALDODIA.DAT comes in account and date order: each account's
      * last snapshot on or before each month end is kept as the
      * pass goes and lands in its currency at the account break.
           MOVE ZEROS TO WS-MD-USADOS.
           OPEN INPUT SALDODIA-FILE.
           IF WS-SALDODIA-STATUS = "35"
               DISPLAY "SALDODIA.DAT NAO ENCONTRADO"
               ADD 1 TO WS-QTD-AUSENTES
               CLOSE SALDODIA-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-SALDODIA-STATUS NOT = "00"
               MOVE "SALDODIA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-SALDODIA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE "S" TO WS-SD-ACHOU-ARQ.
           INITIALIZE WS-SD-CONTA.
           MOVE ZEROS TO WS-SD-CONTA-ATUAL.
           MOVE ZEROS TO SDIA-CHAVE.
           START SALDODIA-FILE KEY NOT LESS THAN SDIA-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-SALDODIA-STATUS
           END-START.
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
               ADD 1 TO WS-RUNLOG-LIDOS
               IF SDIA-CONTA NOT = WS-SD-CONTA-ATUAL
                   PERFORM FECHAR-CONTA-SALDO
                   MOVE SDIA-CONTA TO WS-SD-CONTA-ATUAL
               END-IF
               PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 2
                   IF SDIA-DATA NOT > WS-CO-FIM(WS-COL)
                       MOVE "S" TO WS-SD-ACHOU(WS-COL)
                       MOVE SDIA-SALDO TO WS-SD-SALDO(WS-COL)
                       MOVE SDIA-MOEDA TO WS-SD-MOEDA(WS-COL)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM FECHAR-CONTA-SALDO.
           CLOSE SALDODIA-FILE.

       FECHAR-CONTA-SALDO.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 2
               IF WS-SD-ACHOU(WS-COL) = "S"
                   PERFORM SOMAR-NA-MOEDA
               END-IF
           END-PERFORM.
           INITIALIZE WS-SD-CONTA.

       SOMAR-NA-MOEDA.
           MOVE ZEROS TO WS-SLOT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MD-USADOS
               IF WS-MD-MOEDA(WS-IDX) = WS-SD-MOEDA(WS-COL)
                   MOVE WS-IDX TO WS-SLOT
               END-IF
           END-PERFORM.
           IF WS-SLOT = ZEROS
               IF WS-MD-USADOS NOT < 20
                   DISPLAY "MOEDA " WS-SD-MOEDA(WS-COL)
                       " FORA DO PACOTE - TABELA DE MOEDAS CHEIA"
                   ADD 1 TO WS-QTD-IGNORADOS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MD-USADOS
               MOVE WS-MD-USADOS TO WS-SLOT
               INITIALIZE WS-MD-ENTRY(WS-SLOT)
               MOVE WS-SD-MOEDA(WS-COL) TO WS-MD-MOEDA(WS-SLOT)
           END-IF.
           ADD 1 TO WS-MD-CONTAS(WS-SLOT, WS-COL).
           ADD WS-SD-SALDO(WS-COL) TO WS-MD-SALDO(WS-SLOT, WS-COL).

       CARREGAR-CENTROS.
           MOVE ZEROS TO WS-CT-USADOS.
           OPEN INPUT CENTRO-FILE.
           IF WS-CENTRO-STATUS = "35"
               DISPLAY "CENTRO.DAT NAO ENCONTRADO"
               ADD 1 TO WS-QTD-AUSENTES
               CLOSE CENTRO-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CENTRO-STATUS NOT = "00"
               MOVE "CENTRO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CENTRO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE ZEROS TO CENTRO-CODIGO.
           START CENTRO-FILE KEY NOT LESS THAN CENTRO-CODIGO
               INVALID KEY
                   MOVE "10" TO WS-CENTRO-STATUS
           END-START.
           PERFORM UNTIL WS-CENTRO-STATUS = "10"
               READ CENTRO-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CENTRO-STATUS NOT = "00"
                       AND WS-CENTRO-STATUS NOT = "10"
                   MOVE "CENTRO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CENTRO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-RUNLOG-LIDOS
               IF WS-CT-USADOS < 50
                   ADD 1 TO WS-CT-USADOS
                   INITIALIZE WS-CT-ENTRY(WS-CT-USADOS)
                   MOVE CENTRO-CODIGO TO WS-CT-CODIGO(WS-CT-USADOS)
                   MOVE CENTRO-NOME TO WS-CT-NOME(WS-CT-USADOS)
                   MOVE CENTRO-ORCAMENTO
                       TO WS-CT-ORCADO(WS-CT-USADOS)
               ELSE
                   DISPLAY "CENTRO " CENTRO-CODIGO
                       " FORA DO PACOTE - TABELA DE CENTROS CHEIA"
                   ADD 1 TO WS-QTD-IGNORADOS
               END-IF
           END-PERFORM.
           CLOSE CENTRO-FILE.

       APURAR-LEDGER.
      * One pass over the live ledger and the closed LEDGER-AAAAMM
      * files of the month before, the month and the month after
      * (where a month's interest posting can land) picks up both
      * the interest and tax lines and the center cost lines.
           INITIALIZE WS-JUROS-FIGURAS.
           PERFORM VARRER-LEDGER-VIVO.
           MOVE SPACES TO WS-NOME-LEDGER.
           STRING "LEDGER-" WS-CO-PERIODO(2) ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-LEDGER.
           PERFORM VARRER-UM-FECHADO.
           MOVE SPACES TO WS-NOME-LEDGER.
           STRING "LEDGER-" WS-CO-PERIODO(1) ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-LEDGER.
           PERFORM VARRER-UM-FECHADO.
           MOVE SPACES TO WS-NOME-LEDGER.
           STRING "LEDGER-" WS-PERIODO-SEGUINTE ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-LEDGER.
           PERFORM VARRER-UM-FECHADO.

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
               ADD 1 TO WS-RUNLOG-LIDOS
               PERFORM CLASSIFICAR-LINHA-LEDGER
           END-PERFORM.
           CLOSE LEDGER-FILE.

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
               MOVE FECHADO-LINE TO LEDGER-LINE
               PERFORM CLASSIFICAR-LINHA-LEDGER
           END-PERFORM.
           CLOSE FECHADO-FILE.

       CLASSIFICAR-LINHA-LEDGER.
           IF LEDGER-LINE(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE LEDGER-LINE(1:8) TO WS-DATA-LINHA.
           EVALUATE LEDGER-LINE(64:1)
               WHEN "J"
               WHEN "I"
                   PERFORM LANCAR-JUROS-IR
               WHEN "L"
               WHEN "B"
                   PERFORM LANCAR-CUSTO-CENTRO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CONVERTER-VALOR-LINHA.
      * VLRBRL= carries the reais equivalent whatever the currency.
           MOVE LEDGER-LINE(118:10) TO WS-PARSE-INT.
           INSPECT WS-PARSE-INT REPLACING LEADING " " BY "0".
           IF WS-PARSE-INT IS NOT NUMERIC
                   OR LEDGER-LINE(129:2) IS NOT NUMERIC
               MOVE ZEROS TO WS-VALOR-LINHA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PARSE-INT TO WS-NUM-INT.
           MOVE LEDGER-LINE(129:2) TO WS-NUM-DEC.
           COMPUTE WS-VALOR-LINHA = WS-NUM-INT + WS-NUM-DEC / 100.

       LANCAR-JUROS-IR.
      * A month's interest and its tax are the lines stamped with
      * that month's posting date.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 2
               IF WS-DATA-LINHA = WS-CO-POSTAGEM(WS-COL)
                   PERFORM CONVERTER-VALOR-LINHA
                   IF LEDGER-LINE(64:1) = "J"
                       ADD 1 TO WS-JR-QTD-JUROS(WS-COL)
                       ADD WS-VALOR-LINHA TO WS-JR-JUROS(WS-COL)
                   ELSE
                       ADD 1 TO WS-JR-QTD-IR(WS-COL)
                       ADD WS-VALOR-LINHA TO WS-JR-IR(WS-COL)
                   END-IF
               END-IF
           END-PERFORM.

       LANCAR-CUSTO-CENTRO.
      * Only the 9xxxx internal accounts are center-tagged cost; an
      * overhead share also comes off the shared center named at
      * the end of the line, as PROG_CENORC.cbl nets it.
           IF LEDGER-LINE(23:5) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE LEDGER-LINE(23:5) TO WS-CONTA-LINHA.
           IF WS-CONTA-LINHA < 90001 OR WS-CONTA-LINHA > 90999
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 2
               IF WS-DATA-LINHA NOT < WS-CO-INICIO(WS-COL)
                       AND WS-DATA-LINHA NOT > WS-CO-FIM(WS-COL)
                   PERFORM CONVERTER-VALOR-LINHA
                   COMPUTE WS-CENTRO-BUSCA = WS-CONTA-LINHA - 90000
                   MOVE WS-VALOR-LINHA TO WS-VALOR-CENTRO
                   PERFORM SOMAR-NO-CENTRO
                   IF LEDGER-LINE(64:1) = "B"
                           AND LEDGER-LINE(157:3) IS NUMERIC
                       MOVE LEDGER-LINE(157:3) TO WS-CENTRO-BUSCA
                       COMPUTE WS-VALOR-CENTRO = 0 - WS-VALOR-LINHA
                       PERFORM SOMAR-NO-CENTRO
                   END-IF
               END-IF
           END-PERFORM.

       SOMAR-NO-CENTRO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CT-USADOS
               IF WS-CT-CODIGO(WS-IDX) = WS-CENTRO-BUSCA
                   ADD WS-VALOR-CENTRO TO WS-CT-REAL(WS-IDX, WS-COL)
               END-IF
           END-PERFORM.

       APURAR-IRACUM.
      * The year's withheld tax so far, the base the annual tax
      * statement prints from.
           MOVE ZEROS TO WS-IR-ACUMULADO.
           OPEN INPUT IRACUM-FILE.
           IF WS-IRACUM-STATUS = "35"
               CLOSE IRACUM-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-IRACUM-STATUS NOT = "00"
               MOVE "IRACUM-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-IRACUM-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE "S" TO WS-IRACUM-ACHOU.
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
               ADD 1 TO WS-RUNLOG-LIDOS
               IF IRA-ANO = WS-CO-ANO(1)
                   ADD IRA-VALOR TO WS-IR-ACUMULADO
               END-IF
           END-PERFORM.
           CLOSE IRACUM-FILE.

       APURAR-SUSPENSOS.
      * Items on file at the month's close, aged to its last day;
      * an item with no entry date ages as "forever", as in the
      * aging report. The month before comes off MIHIST.DAT.
           INITIALIZE WS-SUSP-FIGURAS.
           COMPUTE WS-INT-FIM-MES =
               FUNCTION INTEGER-OF-DATE(WS-CO-FIM(1)).
           OPEN INPUT SUSPENSO-FILE.
           IF WS-SUSPENSO-STATUS = "35"
               MOVE "S" TO WS-SP-ACHOU(1)
               CLOSE SUSPENSO-FILE
           ELSE
               IF WS-SUSPENSO-STATUS NOT = "00"
                   MOVE "SUSPENSO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-SUSPENSO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE "S" TO WS-SP-ACHOU(1)
               PERFORM UNTIL WS-SUSPENSO-STATUS = "10"
                   READ SUSPENSO-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-SUSPENSO-STATUS NOT = "00"
                           AND WS-SUSPENSO-STATUS NOT = "10"
                       MOVE "SUSPENSO-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-SUSPENSO-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   ADD 1 TO WS-RUNLOG-LIDOS
                   IF SUSP-DATA-ENTRADA NOT > WS-CO-FIM(1)
                       PERFORM CLASSIFICAR-SUSPENSO
                   END-IF
               END-PERFORM
               CLOSE SUSPENSO-FILE
           END-IF.
           PERFORM LER-HISTORICO-SUSPENSOS.

       CLASSIFICAR-SUSPENSO.
           IF SUSP-DATA-ENTRADA = ZEROS
               MOVE 9999 TO WS-DIAS-ITEM
           ELSE
               COMPUTE WS-DIAS-ITEM = WS-INT-FIM-MES
                   - FUNCTION INTEGER-OF-DATE(SUSP-DATA-ENTRADA)
           END-IF.
           EVALUATE TRUE
               WHEN WS-DIAS-ITEM < 7
                   MOVE 1 TO WS-FX
               WHEN WS-DIAS-ITEM < 30
                   MOVE 2 TO WS-FX
               WHEN WS-DIAS-ITEM < 90
                   MOVE 3 TO WS-FX
               WHEN OTHER
                   MOVE 4 TO WS-FX
           END-EVALUATE.
           ADD 1 TO WS-SP-QTD(1).
           ADD SUSP-VALOR TO WS-SP-VALOR(1).
           ADD 1 TO WS-SP-FX-QTD(1, WS-FX).
           ADD SUSP-VALOR TO WS-SP-FX-VALOR(1, WS-FX).
           IF WS-DIAS-ITEM > WS-SP-IDADE-MAX(1)
               MOVE WS-DIAS-ITEM TO WS-SP-IDADE-MAX(1)
           END-IF.

       LER-HISTORICO-SUSPENSOS.
           MOVE "N" TO WS-SP-ACHOU(2).
           OPEN INPUT MIHIST-FILE.
           IF WS-MIHIST-STATUS = "35"
               CLOSE MIHIST-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-MIHIST-STATUS NOT = "00"
               MOVE "MIHIST-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-MIHIST-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-MIHIST-STATUS = "10"
               READ MIHIST-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-MIHIST-STATUS NOT = "00"
                       AND WS-MIHIST-STATUS NOT = "10"
                   MOVE "MIHIST-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-MIHIST-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF MIH-PERIODO = WS-CO-PERIODO(2)
                   MOVE "S" TO WS-SP-ACHOU(2)
                   MOVE MIH-SUSP-QTD TO WS-SP-QTD(2)
                   MOVE MIH-SUSP-VALOR TO WS-SP-VALOR(2)
                   PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 4
                       MOVE MIH-FX-QTD(WS-FX)
                           TO WS-SP-FX-QTD(2, WS-FX)
                       MOVE MIH-FX-VALOR(WS-FX)
                           TO WS-SP-FX-VALOR(2, WS-FX)
                   END-PERFORM
                   MOVE MIH-SUSP-IDADE-MAX TO WS-SP-IDADE-MAX(2)
               END-IF
           END-PERFORM.
           CLOSE MIHIST-FILE.

       GRAVAR-HISTORICO-SUSPENSOS.
           OPEN EXTEND MIHIST-FILE.
           IF WS-MIHIST-STATUS = "35"
               OPEN OUTPUT MIHIST-FILE
           END-IF.
           IF WS-MIHIST-STATUS NOT = "00"
               MOVE "MIHIST-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-MIHIST-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-CO-PERIODO(1) TO MIH-PERIODO.
           MOVE WS-SP-QTD(1) TO MIH-SUSP-QTD.
           MOVE WS-SP-VALOR(1) TO MIH-SUSP-VALOR.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 4
               MOVE WS-SP-FX-QTD(1, WS-FX) TO MIH-FX-QTD(WS-FX)
               MOVE WS-SP-FX-VALOR(1, WS-FX) TO MIH-FX-VALOR(WS-FX)
           END-PERFORM.
           MOVE WS-SP-IDADE-MAX(1) TO MIH-SUSP-IDADE-MAX.
           WRITE MIHIST-REC.
           IF WS-MIHIST-STATUS NOT = "00"
               MOVE "MIHIST-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-MIHIST-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE MIHIST-FILE.

       APURAR-QUANTIDADES.
           INITIALIZE WS-QTD-FIGURAS.
           OPEN INPUT TABELA-FILE.
           IF WS-TABELA-STATUS = "35"
               DISPLAY "TABELA.DAT NAO ENCONTRADA"
               ADD 1 TO WS-QTD-AUSENTES
               CLOSE TABELA-FILE
           ELSE
               IF WS-TABELA-STATUS NOT = "00"
                   MOVE "TABELA-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-TABELA-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 2
                   MOVE WS-CO-ANO(WS-COL) TO WS-BUSCA-ANO
                   MOVE WS-CO-MES(WS-COL) TO WS-BUSCA-MES
                   PERFORM LER-TABELA-MES
                   MOVE WS-ACHOU TO WS-QT-ACHOU-REAL(WS-COL)
                   MOVE WS-SOMA-MES TO WS-QT-REAL(WS-COL)
                   COMPUTE WS-BUSCA-ANO = WS-CO-ANO(WS-COL) - 1
                   PERFORM LER-TABELA-MES
                   MOVE WS-ACHOU TO WS-QT-ACHOU-AA(WS-COL)
                   MOVE WS-SOMA-MES TO WS-QT-AA(WS-COL)
               END-PERFORM
               CLOSE TABELA-FILE
           END-IF.

           OPEN INPUT ORCAMENTO-FILE.
           IF WS-ORCAMENTO-STATUS = "35"
               DISPLAY "ORCAMENTO.DAT NAO ENCONTRADO"
               CLOSE ORCAMENTO-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ORCAMENTO-STATUS NOT = "00"
               MOVE "ORCAMENTO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-ORCAMENTO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 2
               MOVE WS-CO-ANO(WS-COL) TO WS-BUSCA-ANO
               MOVE WS-CO-MES(WS-COL) TO WS-BUSCA-MES
               PERFORM LER-ORCADO-MES
               MOVE WS-ACHOU TO WS-QT-ACHOU-ORCADO(WS-COL)
               MOVE WS-SOMA-MES TO WS-QT-ORCADO(WS-COL)
           END-PERFORM.
           CLOSE ORCAMENTO-FILE.

       LER-TABELA-MES.
      * The month summed from the days of the year's latest pieces
      * generation, as the comparison reports sum it.
           MOVE "N" TO WS-ACHOU.
           MOVE ZEROS TO WS-SOMA-MES.
           MOVE WS-BUSCA-ANO TO FD-ANO-REFERENCIA.
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
                       AND FD-ANO-REFERENCIA = WS-BUSCA-ANO
                       AND FD-MEDIDA-CODIGO = 01
                   MOVE "S" TO WS-ACHOU
                   ADD 1 TO WS-RUNLOG-LIDOS
                   PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                           UNTIL WS-IDX-DIA > 31
                       ADD FD-QUANTIDADE-DIARIA
                           (WS-BUSCA-MES, WS-IDX-DIA)
                           TO WS-SOMA-MES
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

       LER-ORCADO-MES.
           MOVE "N" TO WS-ACHOU.
           MOVE ZEROS TO WS-SOMA-MES.
           MOVE WS-BUSCA-ANO TO ORC-ANO.
           MOVE 99999999 TO ORC-GERACAO.
           START ORCAMENTO-FILE KEY NOT GREATER THAN ORC-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-ORCAMENTO-STATUS = "00"
               READ ORCAMENTO-FILE PREVIOUS RECORD
                   AT END
                       CONTINUE
               END-READ
               IF WS-ORCAMENTO-STATUS = "00"
                       AND ORC-ANO = WS-BUSCA-ANO
                   MOVE "S" TO WS-ACHOU
                   ADD 1 TO WS-RUNLOG-LIDOS
                   PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                           UNTIL WS-IDX-DIA > 31
                       ADD ORC-QUANTIDADE-DIARIA
                           (WS-BUSCA-MES, WS-IDX-DIA)
                           TO WS-SOMA-MES
                   END-PERFORM
               END-IF
           END-IF.
           IF WS-ORCAMENTO-STATUS NOT = "00"
                   AND WS-ORCAMENTO-STATUS NOT = "10"
                   AND WS-ORCAMENTO-STATUS NOT = "23"
                   AND WS-ORCAMENTO-STATUS NOT = "46"
               MOVE "ORCAMENTO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-ORCAMENTO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       APURAR-HORAS.
      * APONTA.DAT comes in employee and date order, so one open
      * week at a time is enough: it closes when the employee, the
      * Monday-to-Sunday week or the month changes.
           MOVE ZEROS TO WS-DP-USADOS.
           INITIALIZE WS-SEMANA-ABERTA.
           OPEN INPUT APONTA-FILE.
           IF WS-APONTA-STATUS = "35"
               DISPLAY "APONTA.DAT NAO ENCONTRADO"
               ADD 1 TO WS-QTD-AUSENTES
               CLOSE APONTA-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-APONTA-STATUS NOT = "00"
               MOVE "APONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-APONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE ZEROS TO APT-CHAVE.
           START APONTA-FILE KEY NOT LESS THAN APT-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-APONTA-STATUS
           END-START.
           PERFORM UNTIL WS-APONTA-STATUS = "10"
               READ APONTA-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-APONTA-STATUS NOT = "00"
                       AND WS-APONTA-STATUS NOT = "10"
                   MOVE "APONTA-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-APONTA-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-RUNLOG-LIDOS
               IF APT-APROV = "A"
                   PERFORM LANCAR-HORA
               END-IF
           END-PERFORM.
           PERFORM FECHAR-SEMANA.
           CLOSE APONTA-FILE.

       LANCAR-HORA.
           MOVE ZEROS TO WS-COL-LINHA.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 2
               IF APT-DATA NOT < WS-CO-INICIO(WS-COL)
                       AND APT-DATA NOT > WS-CO-FIM(WS-COL)
                   MOVE WS-COL TO WS-COL-LINHA
               END-IF
           END-PERFORM.
           IF WS-COL-LINHA = ZEROS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DIAS-DIFF =
               FUNCTION INTEGER-OF-DATE(APT-DATA)
               - FUNCTION INTEGER-OF-DATE(WS-DIA-REFERENCIA).
           COMPUTE WS-SEMANA-LINHA =
               FUNCTION INTEGER-OF-DATE(APT-DATA)
               - FUNCTION MOD(WS-DIAS-DIFF, 7).
           IF APT-EMP-ID NOT = WS-BK-EMP
                   OR WS-SEMANA-LINHA NOT = WS-BK-SEMANA
                   OR WS-COL-LINHA NOT = WS-BK-COL
               PERFORM FECHAR-SEMANA
               MOVE APT-EMP-ID TO WS-BK-EMP
               MOVE WS-SEMANA-LINHA TO WS-BK-SEMANA
               MOVE WS-COL-LINHA TO WS-BK-COL
           END-IF.
           MOVE APT-DEPT TO WS-BK-DEPT.
           ADD APT-HORAS TO WS-BK-HORAS.
           MOVE APT-DEPT TO WS-DEPT-BUSCA.
           PERFORM OBTER-DEPTO.
           IF WS-SLOT NOT = ZEROS
               ADD APT-HORAS TO WS-DP-HORAS(WS-SLOT, WS-COL-LINHA)
           END-IF.

       FECHAR-SEMANA.
           IF WS-BK-COL NOT = ZEROS
                   AND WS-BK-HORAS > WS-LIMITE-SEMANAL
               MOVE WS-BK-DEPT TO WS-DEPT-BUSCA
               PERFORM OBTER-DEPTO
               IF WS-SLOT NOT = ZEROS
                   COMPUTE WS-DP-EXTRA(WS-SLOT, WS-BK-COL) =
                       WS-DP-EXTRA(WS-SLOT, WS-BK-COL)
                       + WS-BK-HORAS - WS-LIMITE-SEMANAL
               END-IF
           END-IF.
           INITIALIZE WS-SEMANA-ABERTA.

       OBTER-DEPTO.
           MOVE ZEROS TO WS-SLOT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DP-USADOS
               IF WS-DP-DEPT(WS-IDX) = WS-DEPT-BUSCA
                   MOVE WS-IDX TO WS-SLOT
               END-IF
           END-PERFORM.
           IF WS-SLOT NOT = ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF WS-DP-USADOS NOT < 50
               DISPLAY "DEPARTAMENTO " WS-DEPT-BUSCA
                   " FORA DO PACOTE - TABELA DE DEPARTAMENTOS CHEIA"
               ADD 1 TO WS-QTD-IGNORADOS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DP-USADOS.
           MOVE WS-DP-USADOS TO WS-SLOT.
           INITIALIZE WS-DP-ENTRY(WS-SLOT).
           MOVE WS-DEPT-BUSCA TO WS-DP-DEPT(WS-SLOT).

       IMPRIMIR-CAPA.
      * The cover is page 1 and every section takes one page after
      * it, so the index knows its pages before they are written.
           MOVE ZEROS TO WS-PAGINA-RELATORIO.
           PERFORM GRAVAR-CABECALHO-PAGINA.
           MOVE SPACES TO PACOTE-LINE.
           STRING "PACOTE GERENCIAL MENSAL - PERIODO "
               WS-CO-PERIODO(1)
               DELIMITED BY SIZE INTO PACOTE-LINE.
           PERFORM GRAVAR-LINHA-PACOTE.
           STRING "COMPARADO COM O PERIODO ANTERIOR "
               WS-CO-PERIODO(2)
               DELIMITED BY SIZE INTO PACOTE-LINE.
           PERFORM GRAVAR-LINHA-PACOTE.
           STRING "DATA DO PROCESSO " WS-DATA-PROCESSO
               DELIMITED BY SIZE INTO PACOTE-LINE.
           PERFORM GRAVAR-LINHA-PACOTE.
           PERFORM GRAVAR-LINHA-PACOTE.
           MOVE "INDICE" TO PACOTE-LINE.
           PERFORM GRAVAR-LINHA-PACOTE.
           PERFORM VARYING WS-SECAO FROM 1 BY 1 UNTIL WS-SECAO > 7
               COMPUTE WS-PAGINA-SECAO = WS-SECAO + 1
               STRING "  " WS-SECAO ". " WS-NOME-SECAO(WS-SECAO)
                   " PAGINA " WS-PAGINA-SECAO
                   DELIMITED BY SIZE INTO PACOTE-LINE
               PERFORM GRAVAR-LINHA-PACOTE
           END-PERFORM.
           IF WS-QTD-AUSENTES NOT = ZEROS
               PERFORM GRAVAR-LINHA-PACOTE
               STRING "ATENCAO: " WS-QTD-AUSENTES
                   " ARQUIVO(S) DE ORIGEM NAO ENCONTRADO(S) - VER "
                   "AS SECOES"
                   DELIMITED BY SIZE INTO PACOTE-LINE
               PERFORM GRAVAR-LINHA-PACOTE
           END-IF.

       ABRIR-SECAO.
           PERFORM GRAVAR-CABECALHO-PAGINA.
           STRING WS-SECAO ". " WS-NOME-SECAO(WS-SECAO)
               DELIMITED BY SIZE INTO PACOTE-LINE.
           PERFORM GRAVAR-LINHA-PACOTE.
           PERFORM GRAVAR-LINHA-PACOTE.

       GRAVAR-CABECALHO-PAGINA.
           CALL "IMPRIMIR-CABECALHO-RELATORIO" USING
               WS-TITULO-RELATORIO
               WS-PAGINA-RELATORIO
               WS-CABECALHO-RELATORIO.
           MOVE WS-CAB-LINHA1 TO PACOTE-LINE.
           PERFORM GRAVAR-LINHA-PACOTE.
           MOVE WS-CAB-LINHA2 TO PACOTE-LINE.
           PERFORM GRAVAR-LINHA-PACOTE.
           PERFORM GRAVAR-LINHA-PACOTE.

       GRAVAR-COLUNAS-MESES.
           MOVE SPACES TO WS-LINHA-PACOTE.
           STRING "         MES " WS-CO-PERIODO(1)
               DELIMITED BY SIZE INTO WS-LP-ATUAL.
           STRING "         MES " WS-CO-PERIODO(2)
               DELIMITED BY SIZE INTO WS-LP-ANTERIOR.
           MOVE "           VARIACAO" TO WS-LP-VARIACAO.
           MOVE WS-LINHA-PACOTE TO PACOTE-LINE.
           PERFORM GRAVAR-LINHA-PACOTE.

       IMPRIMIR-CLIENTES.
           MOVE 1 TO WS-SECAO.
           PERFORM ABRIR-SECAO.
           IF WS-CLI-ACHOU = "N"
               MOVE "CLIENTE.DAT NAO ENCONTRADO" TO PACOTE-LINE
               PERFORM GRAVAR-LINHA-PACOTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM GRAVAR-COLUNAS-MESES.
           MOVE "S" TO WS-TEM-ANTERIOR.
           MOVE "ATIVOS NO FIM DO MES" TO WS-LP-ROTULO.
           MOVE WS-CLI-ATIVOS(1) TO WS-NUM-ATUAL.
           MOVE WS-CLI-ATIVOS(2) TO WS-NUM-ANTERIOR.
           PERFORM MONTAR-LINHA-QTD.
           MOVE "NOVOS OU REATIVADOS NO MES" TO WS-LP-ROTULO.
           MOVE WS-CLI-NOVOS(1) TO WS-NUM-ATUAL.
           MOVE WS-CLI-NOVOS(2) TO WS-NUM-ANTERIOR.
           PERFORM MONTAR-LINHA-QTD.
           MOVE "INATIVADOS NO MES" TO WS-LP-ROTULO.
           MOVE WS-CLI-INATIVADOS(1) TO WS-NUM-ATUAL.
           MOVE WS-CLI-INATIVADOS(2) TO WS-NUM-ANTERIOR.
           PERFORM MONTAR-LINHA-QTD.
           MOVE "FALECIDOS REGISTRADOS NO MES" TO WS-LP-ROTULO.
           MOVE WS-CLI-FALECIDOS(1) TO WS-NUM-ATUAL.
           MOVE WS-CLI-FALECIDOS(2) TO WS-NUM-ANTERIOR.
           PERFORM MONTAR-LINHA-QTD.

       IMPRIMIR-SALDOS.
           MOVE 2 TO WS-SECAO.
           PERFORM ABRIR-SECAO.
           IF WS-SD-ACHOU-ARQ = "N"
               MOVE "SALDODIA.DAT NAO ENCONTRADO" TO PACOTE-LINE
               PERFORM GRAVAR-LINHA-PACOTE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LINHA-TABELA.
           MOVE "MOEDA" TO WS-LT-ROTULO.
           STRING "  CONTAS " WS-CO-PERIODO(1)
               DELIMITED BY SIZE INTO WS-LT-C1.
           STRING "   SALDO " WS-CO-PERIODO(1)
               DELIMITED BY SIZE INTO WS-LT-C2.
           STRING "  CONTAS " WS-CO-PERIODO(2)
               DELIMITED BY SIZE INTO WS-LT-C3.
           STRING "   SALDO " WS-CO-PERIODO(2)
               DELIMITED BY SIZE INTO WS-LT-C4.
           MOVE "      VARIACAO" TO WS-LT-C5.
           MOVE WS-LINHA-TABELA TO PACOTE-LINE.
           PERFORM GRAVAR-LINHA-PACOTE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MD-USADOS
               MOVE SPACES TO WS-LINHA-TABELA
               MOVE WS-MD-MOEDA(WS-IDX) TO WS-LT-ROTULO
               MOVE WS-MD-CONTAS(WS-IDX, 1) TO WS-ED-TAB-QTD
               MOVE WS-ED-TAB-QTD TO WS-LT-C1
               MOVE WS-MD-SALDO(WS-IDX, 1) TO WS-ED-TAB
               MOVE WS-ED-TAB TO WS-LT-C2
               MOVE WS-MD-CONTAS(WS-IDX, 2) TO WS-ED-TAB-QTD
               MOVE WS-ED-TAB-QTD TO WS-LT-C3
               MOVE WS-MD-SALDO(WS-IDX, 2) TO WS-ED-TAB
               MOVE WS-ED-TAB TO WS-LT-C4
               COMPUTE WS-NUM-VARIACAO = WS-MD-SALDO(WS-IDX, 1)
                   - WS-MD-SALDO(WS-IDX, 2)
               MOVE WS-NUM-VARIACAO TO WS-ED-TAB
               MOVE WS-ED-TAB TO WS-LT-C5
               MOVE WS-LINHA-TABELA TO PACOTE-LINE
               PERFORM GRAVAR-LINHA-PACOTE
           END-PERFORM.
           IF WS-MD-USADOS = ZEROS
               MOVE "NENHUMA FOTO DE SALDO ATE O FIM DO MES"
                   TO PACOTE-LINE
               PERFORM GRAVAR-LINHA-PACOTE
           END-IF.

       IMPRIMIR-JUROS.
           MOVE 3 TO WS-SECAO.
           PERFORM ABRIR-SECAO.
           STRING "LANCAMENTOS DE " WS-CO-POSTAGEM(1) " E "
               WS-CO-POSTAGEM(2) " (DATAS DE POSTAGEM DOS JUROS)"
               DELIMITED BY SIZE INTO PACOTE-LINE.
           PERFORM GRAVAR-LINHA-PACOTE.
           PERFORM GRAVAR-COLUNAS-MESES.
           MOVE "S" TO WS-TEM-ANTERIOR.
           MOVE "LANCAMENTOS DE JUROS (TIPO=J)" TO WS-LP-ROTULO.
           MOVE WS-JR-QTD-JUROS(1) TO WS-NUM-ATUAL.
           MOVE WS-JR-QTD-JUROS(2) TO WS-NUM-ANTERIOR.
           PERFORM MONTAR-LINHA-QTD.
           MOVE "JUROS PAGOS (BRL)" TO WS-LP-ROTULO.
           MOVE WS-JR-JUROS(1) TO WS-NUM-ATUAL.
           MOVE WS-JR-JUROS(2) TO WS-NUM-ANTERIOR.
           PERFORM MONTAR-LINHA-VALOR.
           MOVE "LANCAMENTOS DE IR (TIPO=I)" TO WS-LP-ROTULO.
           MOVE WS-JR-QTD-IR(1) TO WS-NUM-ATUAL.
           MOVE WS-JR-QTD-IR(2) TO WS-NUM-ANTERIOR.
           PERFORM MONTAR-LINHA-QTD.
           MOVE "IMPOSTO RETIDO (BRL)" TO WS-LP-ROTULO.
           MOVE WS-JR-IR(1) TO WS-NUM-ATUAL.
           MOVE WS-JR-IR(2) TO WS-NUM-ANTERIOR.
           PERFORM MONTAR-LINHA-VALOR.
      * IRACUM.DAT holds the year so far, not month by month.
           MOVE "N" TO WS-TEM-ANTERIOR.
           MOVE SPACES TO WS-LP-ROTULO.
           STRING "IR ACUMULADO EM " WS-CO-ANO(1) " (IRACUM)"
               DELIMITED BY SIZE INTO WS-LP-ROTULO.
           MOVE WS-IR-ACUMULADO TO WS-NUM-ATUAL.
           MOVE ZEROS TO WS-NUM-ANTERIOR.
           PERFORM MONTAR-LINHA-VALOR.

       IMPRIMIR-SUSPENSOS.
           MOVE 4 TO WS-SECAO.
           PERFORM ABRIR-SECAO.
           STRING "ITENS DE SUSPENSO.DAT ENTRADOS ATE " WS-CO-FIM(1)
               ", IDADE NO ULTIMO DIA DO MES"
               DELIMITED BY SIZE INTO PACOTE-LINE.
           PERFORM GRAVAR-LINHA-PACOTE.
           IF WS-SP-ACHOU(2) = "N"
               STRING "MES ANTERIOR SEM REGISTRO EM MIHIST.DAT"
                   DELIMITED BY SIZE INTO PACOTE-LINE
               PERFORM GRAVAR-LINHA-PACOTE
           END-IF.
           PERFORM GRAVAR-COLUNAS-MESES.
           MOVE WS-SP-ACHOU(2) TO WS-TEM-ANTERIOR.
           MOVE "ITENS EM ABERTO" TO WS-LP-ROTULO.
           MOVE WS-SP-QTD(1) TO WS-NUM-ATUAL.
           MOVE WS-SP-QTD(2) TO WS-NUM-ANTERIOR.
           PERFORM MONTAR-LINHA-QTD.
           MOVE "VALOR EM ABERTO" TO WS-LP-ROTULO.
           MOVE WS-SP-VALOR(1) TO WS-NUM-ATUAL.
           MOVE WS-SP-VALOR(2) TO WS-NUM-ANTERIOR.
           PERFORM MONTAR-LINHA-VALOR.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 4
               MOVE SPACES TO WS-LP-ROTULO
               STRING "  " WS-NOME-FAIXA(WS-FX) " - ITENS"
                   DELIMITED BY SIZE INTO WS-LP-ROTULO
               MOVE WS-SP-FX-QTD(1, WS-FX) TO WS-NUM-ATUAL
               MOVE WS-SP-FX-QTD(2, WS-FX) TO WS-NUM-ANTERIOR
               PERFORM MONTAR-LINHA-QTD
               MOVE SPACES TO WS-LP-ROTULO
               STRING "  " WS-NOME-FAIXA(WS-FX) " - VALOR"
                   DELIMITED BY SIZE INTO WS-LP-ROTULO
               MOVE WS-SP-FX-VALOR(1, WS-FX) TO WS-NUM-ATUAL
               MOVE WS-SP-FX-VALOR(2, WS-FX) TO WS-NUM-ANTERIOR
               PERFORM MONTAR-LINHA-VALOR
           END-PERFORM.
           MOVE "IDADE DO ITEM MAIS ANTIGO (DIAS)" TO WS-LP-ROTULO.
           MOVE WS-SP-IDADE-MAX(1) TO WS-NUM-ATUAL.
           MOVE WS-SP-IDADE-MAX(2) TO WS-NUM-ANTERIOR.
           PERFORM MONTAR-LINHA-QTD.

       IMPRIMIR-QUANTIDADES.
           MOVE 5 TO WS-SECAO.
           PERFORM ABRIR-SECAO.
           PERFORM GRAVAR-COLUNAS-MESES.
           MOVE "S" TO WS-TEM-ANTERIOR.
           MOVE "PECAS REALIZADAS" TO WS-LP-ROTULO.
           MOVE WS-QT-REAL(1) TO WS-NUM-ATUAL.
           MOVE WS-QT-REAL(2) TO WS-NUM-ANTERIOR.
           PERFORM MONTAR-LINHA-QTD.
           MOVE "PECAS ORCADAS" TO WS-LP-ROTULO.
           MOVE WS-QT-ORCADO(1) TO WS-NUM-ATUAL.
           MOVE WS-QT-ORCADO(2) TO WS-NUM-ANTERIOR.
           PERFORM MONTAR-LINHA-QTD.
           MOVE "MESMO MES DO ANO ANTERIOR" TO WS-LP-ROTULO.
           MOVE WS-QT-AA(1) TO WS-NUM-ATUAL.
           MOVE WS-QT-AA(2) TO WS-NUM-ANTERIOR.
           PERFORM MONTAR-LINHA-QTD.
           MOVE SPACES TO WS-LINHA-PACOTE.
           MOVE "REALIZADO X ORCADO %" TO WS-LP-ROTULO.
           MOVE 1 TO WS-COL.
           MOVE WS-QT-ORCADO(1) TO WS-PCT-BASE.
           PERFORM MONTAR-PERCENTUAL.
           MOVE WS-PCT-TEXTO TO WS-LP-ATUAL(12:8).
           MOVE 2 TO WS-COL.
           MOVE WS-QT-ORCADO(2) TO WS-PCT-BASE.
           PERFORM MONTAR-PERCENTUAL.
           MOVE WS-PCT-TEXTO TO WS-LP-ANTERIOR(12:8).
           MOVE WS-LINHA-PACOTE TO PACOTE-LINE.
           PERFORM GRAVAR-LINHA-PACOTE.
           MOVE SPACES TO WS-LINHA-PACOTE.
           MOVE "REALIZADO X ANO ANTERIOR %" TO WS-LP-ROTULO.
           MOVE 1 TO WS-COL.
           MOVE WS-QT-AA(1) TO WS-PCT-BASE.
           PERFORM MONTAR-PERCENTUAL.
           MOVE WS-PCT-TEXTO TO WS-LP-ATUAL(12:8).
           MOVE 2 TO WS-COL.
           MOVE WS-QT-AA(2) TO WS-PCT-BASE.
           PERFORM MONTAR-PERCENTUAL.
           MOVE WS-PCT-TEXTO TO WS-LP-ANTERIOR(12:8).
           MOVE WS-LINHA-PACOTE TO PACOTE-LINE.
           PERFORM GRAVAR-LINHA-PACOTE.
           PERFORM GRAVAR-LINHA-PACOTE.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 2
               IF WS-QT-ACHOU-REAL(WS-COL) = "N"
                   STRING "SEM REALIZADO EM TABELA.DAT PARA "
                       WS-CO-ANO(WS-COL)
                       DELIMITED BY SIZE INTO PACOTE-LINE
                   PERFORM GRAVAR-LINHA-PACOTE
               END-IF
               IF WS-QT-ACHOU-ORCADO(WS-COL) = "N"
                   STRING "SEM ORCADO EM ORCAMENTO.DAT PARA "
                       WS-CO-ANO(WS-COL)
                       DELIMITED BY SIZE INTO PACOTE-LINE
                   PERFORM GRAVAR-LINHA-PACOTE
               END-IF
           END-PERFORM.

       MONTAR-PERCENTUAL.
      * Realized over the base of the column in WS-COL; no base, or
      * a swing too wide for the column, prints as not available.
           MOVE WS-QT-REAL(WS-COL) TO WS-PCT-REAL.
           IF WS-PCT-BASE = ZEROS
               MOVE "     N/D" TO WS-PCT-TEXTO
           ELSE
               COMPUTE WS-PERCENTUAL ROUNDED =
                   (WS-PCT-REAL - WS-PCT-BASE) * 100 / WS-PCT-BASE
                   ON SIZE ERROR
                       MOVE "     N/D" TO WS-PCT-TEXTO
                   NOT ON SIZE ERROR
                       MOVE WS-PERCENTUAL TO WS-ED-PCT
                       MOVE WS-ED-PCT TO WS-PCT-TEXTO
               END-COMPUTE
           END-IF.

       IMPRIMIR-HORAS.
           MOVE 6 TO WS-SECAO.
           PERFORM ABRIR-SECAO.
           STRING "HORAS APROVADAS EM APONTA.DAT; EXTRAS ACIMA DE "
               WS-LIMITE-SEMANAL " HORAS NA SEMANA"
               DELIMITED BY SIZE INTO PACOTE-LINE.
           PERFORM GRAVAR-LINHA-PACOTE.
           MOVE SPACES TO WS-LINHA-TABELA.
           MOVE "DEPARTAMENTO" TO WS-LT-ROTULO.
           STRING "   HORAS " WS-CO-PERIODO(1)
               DELIMITED BY SIZE INTO WS-LT-C1.
           STRING "  EXTRAS " WS-CO-PERIODO(1)
               DELIMITED BY SIZE INTO WS-LT-C2.
           STRING "   HORAS " WS-CO-PERIODO(2)
               DELIMITED BY SIZE INTO WS-LT-C3.
           STRING "  EXTRAS " WS-CO-PERIODO(2)
               DELIMITED BY SIZE INTO WS-LT-C4.
           MOVE "  VAR. EXTRAS" TO WS-LT-C5.
           MOVE WS-LINHA-TABELA TO PACOTE-LINE.
           PERFORM GRAVAR-LINHA-PACOTE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DP-USADOS
               MOVE SPACES TO WS-LINHA-TABELA
               MOVE WS-DP-DEPT(WS-IDX) TO WS-LT-ROTULO
               MOVE WS-DP-HORAS(WS-IDX, 1) TO WS-ED-TAB
               MOVE WS-ED-TAB TO WS-LT-C1
               MOVE WS-DP-EXTRA(WS-IDX, 1) TO WS-ED-TAB
               MOVE WS-ED-TAB TO WS-LT-C2
               MOVE WS-DP-HORAS(WS-IDX, 2) TO WS-ED-TAB
               MOVE WS-ED-TAB TO WS-LT-C3
               MOVE WS-DP-EXTRA(WS-IDX, 2) TO WS-ED-TAB
               MOVE WS-ED-TAB TO WS-LT-C4
               COMPUTE WS-NUM-VARIACAO = WS-DP-EXTRA(WS-IDX, 1)
                   - WS-DP-EXTRA(WS-IDX, 2)
               MOVE WS-NUM-VARIACAO TO WS-ED-TAB
               MOVE WS-ED-TAB TO WS-LT-C5
               MOVE WS-LINHA-TABELA TO PACOTE-LINE
               PERFORM GRAVAR-LINHA-PACOTE
           END-PERFORM.
           IF WS-DP-USADOS = ZEROS
               MOVE "NENHUMA HORA APROVADA NOS DOIS MESES"
                   TO PACOTE-LINE
               PERFORM GRAVAR-LINHA-PACOTE
           END-IF.

       IMPRIMIR-CENTROS.
      * CENTRO.DAT keeps one monthly budget per center, so both
      * months are set against today's figure.
           MOVE 7 TO WS-SECAO.
           PERFORM ABRIR-SECAO.
           MOVE SPACES TO WS-LINHA-TABELA.
           MOVE "CENTRO" TO WS-LT-ROTULO.
           MOVE "  ORCADO MENSAL" TO WS-LT-C1.
           STRING "    REAL " WS-CO-PERIODO(1)
               DELIMITED BY SIZE INTO WS-LT-C2.
           STRING "     VAR " WS-CO-PERIODO(1)
               DELIMITED BY SIZE INTO WS-LT-C3.
           STRING "    REAL " WS-CO-PERIODO(2)
               DELIMITED BY SIZE INTO WS-LT-C4.
           STRING "     VAR " WS-CO-PERIODO(2)
               DELIMITED BY SIZE INTO WS-LT-C5.
           MOVE WS-LINHA-TABELA TO PACOTE-LINE.
           PERFORM GRAVAR-LINHA-PACOTE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CT-USADOS
               MOVE SPACES TO WS-LINHA-TABELA
               STRING WS-CT-CODIGO(WS-IDX) " "
                   WS-CT-NOME(WS-IDX)(1:19)
                   DELIMITED BY SIZE INTO WS-LT-ROTULO
               MOVE WS-CT-ORCADO(WS-IDX) TO WS-ED-TAB
               MOVE WS-ED-TAB TO WS-LT-C1
               MOVE WS-CT-REAL(WS-IDX, 1) TO WS-ED-TAB
               MOVE WS-ED-TAB TO WS-LT-C2
               COMPUTE WS-NUM-VARIACAO = WS-CT-REAL(WS-IDX, 1)
                   - WS-CT-ORCADO(WS-IDX)
               MOVE WS-NUM-VARIACAO TO WS-ED-TAB
               MOVE WS-ED-TAB TO WS-LT-C3
               MOVE WS-CT-REAL(WS-IDX, 2) TO WS-ED-TAB
               MOVE WS-ED-TAB TO WS-LT-C4
               COMPUTE WS-NUM-VARIACAO = WS-CT-REAL(WS-IDX, 2)
                   - WS-CT-ORCADO(WS-IDX)
               MOVE WS-NUM-VARIACAO TO WS-ED-TAB
               MOVE WS-ED-TAB TO WS-LT-C5
               MOVE WS-LINHA-TABELA TO PACOTE-LINE
               PERFORM GRAVAR-LINHA-PACOTE
           END-PERFORM.
           IF WS-CT-USADOS = ZEROS
               MOVE "NENHUM CENTRO NO MASTER" TO PACOTE-LINE
               PERFORM GRAVAR-LINHA-PACOTE
           END-IF.

       MONTAR-LINHA-QTD.
           MOVE SPACES TO WS-LP-ATUAL WS-LP-ANTERIOR WS-LP-VARIACAO.
           MOVE WS-NUM-ATUAL TO WS-ED-QTD.
           MOVE WS-ED-QTD TO WS-LP-ATUAL.
           IF WS-TEM-ANTERIOR = "S"
               MOVE WS-NUM-ANTERIOR TO WS-ED-QTD
               MOVE WS-ED-QTD TO WS-LP-ANTERIOR
               COMPUTE WS-NUM-VARIACAO =
                   WS-NUM-ATUAL - WS-NUM-ANTERIOR
               MOVE WS-NUM-VARIACAO TO WS-ED-QTD
               MOVE WS-ED-QTD TO WS-LP-VARIACAO
           ELSE
               MOVE "                N/D" TO WS-LP-ANTERIOR
           END-IF.
           MOVE WS-LINHA-PACOTE TO PACOTE-LINE.
           PERFORM GRAVAR-LINHA-PACOTE.
           MOVE SPACES TO WS-LINHA-PACOTE.

       MONTAR-LINHA-VALOR.
           MOVE SPACES TO WS-LP-ATUAL WS-LP-ANTERIOR WS-LP-VARIACAO.
           MOVE WS-NUM-ATUAL TO WS-ED-VALOR.
           MOVE WS-ED-VALOR TO WS-LP-ATUAL.
           IF WS-TEM-ANTERIOR = "S"
               MOVE WS-NUM-ANTERIOR TO WS-ED-VALOR
               MOVE WS-ED-VALOR TO WS-LP-ANTERIOR
               COMPUTE WS-NUM-VARIACAO =
                   WS-NUM-ATUAL - WS-NUM-ANTERIOR
               MOVE WS-NUM-VARIACAO TO WS-ED-VALOR
               MOVE WS-ED-VALOR TO WS-LP-VARIACAO
           ELSE
               MOVE "                N/D" TO WS-LP-ANTERIOR
           END-IF.
           MOVE WS-LINHA-PACOTE TO PACOTE-LINE.
           PERFORM GRAVAR-LINHA-PACOTE.
           MOVE SPACES TO WS-LINHA-PACOTE.

       GRAVAR-LINHA-PACOTE.
           WRITE PACOTE-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "PACOTE-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WS-RUNLOG-GRAVADOS.
           MOVE SPACES TO PACOTE-LINE.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file),
      * 23 (key not found, already handled above) or 35 (not found,
      * already handled above) means a real I/O problem; log which
      * file and status code and stop instead of pressing on with
      * bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_MIPACK.
