      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Ad-hoc ledger search over the live LEDGER.DAT and
      *          every closed LEDGER-AAAAMM.TXT the PROG_LEDGFECH.cbl
      *          cutover left in the date range, in one pass, so a
      *          question like "every reversal over 5,000 in USD last
      *          quarter" or "which accounts received money from
      *          account 12345 this year" stops meaning opening the
      *          monthly files one by one. The operator keys any
      *          combination of: account range; date range (a zero
      *          final date is the processing date, a zero initial
      *          date goes back WS-ANOS-HISTORICO years); TIPO (E
      *          picks the reversals - the C or D lines carrying
      *          ESTORNO-DE=); currency; value range (in the keyed
      *          currency's VALOR= when a currency is given, in the
      *          BRL VLRBRL= otherwise); and counterpart account (the
      *          PARA= or DE= a transfer leg carries). Blank or zero
      *          leaves a criterion open. The matches are listed on
      *          LEDGBUSCA.TXT under the criteria used, and written
      *          semicolon-delimited, one line per movement with a
      *          title row, to LEDGBUSCA.CSV for a spreadsheet. Months
      *          archived before the centavos release are read at
      *          their old offsets, as PROG_LEDGCONV.cbl does. The
      *          carried-forward balance lines (TIPO S) are not
      *          movements and only come out when TIPO S is asked.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_LEDGBUSCA.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGIX-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.

      * The closed monthly files stay plain dated text.
           SELECT FECHADO-FILE ASSIGN TO WS-NOME-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHADO-STATUS.

           SELECT BUSCA-REPORT ASSIGN TO "LEDGBUSCA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT EXPORT-FILE ASSIGN TO "LEDGBUSCA.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  LEDGER-FILE.
        01 LEDGIX-REC.
         05 LEDGIX-CHAVE.
          10 LEDGIX-CONTA PIC 9(05).
          10 LEDGIX-SEQ PIC 9(06).
         05 LEDGER-LINE PIC X(160).

      * Same record length PROG_LEDGFECH.cbl gives the closed files.
       FD  FECHADO-FILE.
        01 FECHADO-LINE PIC X(160).

       FD  BUSCA-REPORT.
        01 BUSCA-LINE PIC X(132).

       FD  EXPORT-FILE.
        01 EXPORT-LINE PIC X(132).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-LEDGER-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-FECHADO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "LEDGBUSCA.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_LEDGBUS".
        77 WS-EXPORT-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-DATA-PROCESSO  PIC 9(08) VALUE ZEROS.

      * How far back an open initial date reaches, in years.
        77 WS-ANOS-HISTORICO PIC 9(02) VALUE 5.

      * The criteria as keyed.
        77 WS-CONTA-DE       PIC 9(05) VALUE ZEROS.
        77 WS-CONTA-ATE      PIC 9(05) VALUE ZEROS.
        77 WS-DATA-INICIAL   PIC 9(08) VALUE ZEROS.
        77 WS-DATA-FINAL     PIC 9(08) VALUE ZEROS.
        77 WS-TIPO-BUSCA     PIC X(01) VALUE SPACES.
        77 WS-MOEDA-BUSCA    PIC X(03) VALUE SPACES.
        77 WS-VALOR-MINIMO   PIC 9(10)V99 VALUE ZEROS.
        77 WS-VALOR-MAXIMO   PIC 9(10)V99 VALUE ZEROS.
        77 WS-CONTRAPARTE-BUSCA PIC 9(05) VALUE ZEROS.

        77 WS-ANO-VARRER     PIC 9(04) VALUE ZEROS.
        77 WS-MES-VARRER     PIC 9(02) VALUE ZEROS.
        77 WS-PERIODO-VARRER PIC 9(06) VALUE ZEROS.
        77 WS-NOME-LEDGER    PIC X(030) VALUE SPACES.
        77 WS-ORIGEM         PIC X(06) VALUE SPACES.
        77 WS-LINHA          PIC X(160) VALUE SPACES.

      * One line taken apart, whichever vintage it is.
        77 WS-LINHA-LEGIVEL  PIC X(01) VALUE "N".
        77 WS-DATA-LINHA     PIC X(08) VALUE SPACES.
        77 WS-HORA-LINHA     PIC X(06) VALUE SPACES.
        77 WS-CONTA-LINHA    PIC 9(05) VALUE ZEROS.
        77 WS-MOEDA-LINHA    PIC X(03) VALUE SPACES.
        77 WS-TIPO-LINHA     PIC X(01) VALUE SPACES.
        77 WS-VALOR-LINHA    PIC 9(10)V99 VALUE ZEROS.
        77 WS-VLRBRL-LINHA   PIC 9(10)V99 VALUE ZEROS.
        77 WS-VALOR-TESTE    PIC 9(10)V99 VALUE ZEROS.
        77 WS-SEQ-LINHA      PIC X(06) VALUE SPACES.
        77 WS-EXTRA-LINHA    PIC X(019) VALUE SPACES.
        77 WS-ESTORNO-LINHA  PIC X(01) VALUE "N".
        77 WS-CONTRAPARTE-LINHA PIC 9(05) VALUE ZEROS.
        77 WS-QTD-ESTORNO    PIC 9(02) VALUE ZEROS.
        77 WS-PARSE-INT      PIC X(10) VALUE SPACES.
        77 WS-PARSE-DEC      PIC X(02) VALUE SPACES.
        77 WS-NUM-INT        PIC 9(10) VALUE ZEROS.
        77 WS-NUM-DEC        PIC 9(02) VALUE ZEROS.

        77 WS-QTD-LIDAS      PIC 9(07) VALUE ZEROS.
        77 WS-QTD-ACHADAS    PIC 9(07) VALUE ZEROS.
        77 WS-QTD-ILEGIVEIS  PIC 9(07) VALUE ZEROS.
        77 WS-QTD-ARQUIVOS   PIC 9(04) VALUE ZEROS.
        77 WS-TOTAL-BRL      PIC 9(14)V99 VALUE ZEROS.
        77 WS-VALOR-CAMPO    PIC Z(9)9.99.
        77 WS-VLRBRL-CAMPO   PIC Z(9)9.99.
        77 WS-TOTAL-CAMPO    PIC Z(13)9.99.
        77 WS-MINIMO-CAMPO   PIC Z(9)9.99.
        77 WS-MAXIMO-CAMPO   PIC Z(9)9.99.
        77 WS-EXP-VALOR      PIC 9(10).99.
        77 WS-EXP-VLRBRL     PIC 9(10).99.
        77 WS-TEXTO-TIPO     PIC X(020) VALUE SPACES.
        77 WS-TEXTO-MOEDA    PIC X(010) VALUE SPACES.
        77 WS-TEXTO-CONTRA   PIC X(010) VALUE SPACES.
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           PERFORM OBTER-CRITERIOS.

           OPEN OUTPUT BUSCA-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "BUSCA-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT EXPORT-FILE.
           IF WS-EXPORT-STATUS NOT = "00"
               MOVE "EXPORT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-EXPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM IMPRIMIR-CRITERIOS.
           MOVE "DATA;HORA;CONTA;MOEDA;TIPO;VALOR;VLRBRL;SEQ;ESTORNO;"
               TO EXPORT-LINE.
           MOVE "CONTRAPARTE;ORIGEM" TO EXPORT-LINE(52:18).
           PERFORM GRAVAR-LINHA-EXPORT.

      * Every closed month in the range, oldest first, then the
      * live ledger; a month with no closed file (never closed, or
      * still live) simply skips.
           MOVE WS-DATA-INICIAL(1:4) TO WS-ANO-VARRER.
           MOVE WS-DATA-INICIAL(5:2) TO WS-MES-VARRER.
           PERFORM UNTIL WS-ANO-VARRER * 100 + WS-MES-VARRER
                   > WS-DATA-FINAL(1:6)
               COMPUTE WS-PERIODO-VARRER =
                   WS-ANO-VARRER * 100 + WS-MES-VARRER
               MOVE SPACES TO WS-NOME-LEDGER
               STRING "LEDGER-" WS-PERIODO-VARRER ".TXT"
                   DELIMITED BY SIZE INTO WS-NOME-LEDGER
               MOVE WS-PERIODO-VARRER TO WS-ORIGEM
               PERFORM VARRER-UM-FECHADO
               ADD 1 TO WS-MES-VARRER
               IF WS-MES-VARRER > 12
                   MOVE 1 TO WS-MES-VARRER
                   ADD 1 TO WS-ANO-VARRER
               END-IF
           END-PERFORM.
           MOVE "ATUAL" TO WS-ORIGEM.
           PERFORM VARRER-LEDGER-VIVO.

           MOVE SPACES TO BUSCA-LINE.
           PERFORM GRAVAR-LINHA-BUSCA.
           MOVE WS-TOTAL-BRL TO WS-TOTAL-CAMPO.
           MOVE SPACES TO BUSCA-LINE.
           STRING "MOVIMENTOS ENCONTRADOS " WS-QTD-ACHADAS
               "  TOTAL EM BRL " WS-TOTAL-CAMPO
               "  LINHAS LIDAS " WS-QTD-LIDAS
               "  MESES FECHADOS LIDOS " WS-QTD-ARQUIVOS
               DELIMITED BY SIZE INTO BUSCA-LINE.
           PERFORM GRAVAR-LINHA-BUSCA.
           IF WS-QTD-ILEGIVEIS NOT = ZEROS
               MOVE SPACES TO BUSCA-LINE
               STRING "LINHAS SEM LAYOUT RECONHECIVEL IGNORADAS "
                   WS-QTD-ILEGIVEIS
                   DELIMITED BY SIZE INTO BUSCA-LINE
               PERFORM GRAVAR-LINHA-BUSCA
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           CLOSE BUSCA-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.
           CLOSE EXPORT-FILE.
           DISPLAY "PESQUISA GERADA EM LEDGBUSCA.TXT E LEDGBUSCA.CSV"
               " - MOVIMENTOS: " WS-QTD-ACHADAS.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       OBTER-CRITERIOS.
           DISPLAY "CONTA INICIAL (0 = TODAS):".
           ACCEPT WS-CONTA-DE.
           DISPLAY "CONTA FINAL (0 = SO A INICIAL, OU TODAS):".
           ACCEPT WS-CONTA-ATE.
           IF WS-CONTA-ATE = ZEROS
               IF WS-CONTA-DE = ZEROS
                   MOVE 99999 TO WS-CONTA-ATE
               ELSE
                   MOVE WS-CONTA-DE TO WS-CONTA-ATE
               END-IF
           END-IF.
           DISPLAY "DATA INICIAL (AAAAMMDD, 0 = ULTIMOS "
               WS-ANOS-HISTORICO " ANOS):".
           ACCEPT WS-DATA-INICIAL.
           DISPLAY "DATA FINAL (AAAAMMDD, 0 = DATA DE PROCESSAMENTO):".
           ACCEPT WS-DATA-FINAL.
           IF WS-DATA-FINAL = ZEROS
               MOVE WS-DATA-PROCESSO TO WS-DATA-FINAL
           END-IF.
           IF WS-DATA-INICIAL = ZEROS
               MOVE WS-DATA-FINAL(1:4) TO WS-ANO-VARRER
               SUBTRACT WS-ANOS-HISTORICO FROM WS-ANO-VARRER
               COMPUTE WS-DATA-INICIAL = WS-ANO-VARRER * 10000 + 0101
           END-IF.
           IF WS-DATA-INICIAL > WS-DATA-FINAL
                   OR WS-CONTA-DE > WS-CONTA-ATE
               DISPLAY "FAIXA INVALIDA - INICIAL MAIOR QUE A FINAL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "TIPO (C D T X G ... E = ESTORNOS, BRANCO = TODOS):".
           ACCEPT WS-TIPO-BUSCA.
           MOVE FUNCTION UPPER-CASE(WS-TIPO-BUSCA) TO WS-TIPO-BUSCA.
           DISPLAY "MOEDA (BRANCO = TODAS):".
           ACCEPT WS-MOEDA-BUSCA.
           MOVE FUNCTION UPPER-CASE(WS-MOEDA-BUSCA) TO WS-MOEDA-BUSCA.
           IF WS-MOEDA-BUSCA = SPACES
               DISPLAY "VALOR MINIMO EM BRL (0 = SEM MINIMO):"
           ELSE
               DISPLAY "VALOR MINIMO EM " WS-MOEDA-BUSCA
                   " (0 = SEM MINIMO):"
           END-IF.
           ACCEPT WS-VALOR-MINIMO.
           DISPLAY "VALOR MAXIMO (0 = SEM MAXIMO):".
           ACCEPT WS-VALOR-MAXIMO.
           IF WS-VALOR-MAXIMO NOT = ZEROS
                   AND WS-VALOR-MINIMO > WS-VALOR-MAXIMO
               DISPLAY "FAIXA INVALIDA - MINIMO MAIOR QUE O MAXIMO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "CONTA DE CONTRAPARTIDA (0 = QUALQUER):".
           ACCEPT WS-CONTRAPARTE-BUSCA.

       IMPRIMIR-CRITERIOS.
           MOVE SPACES TO BUSCA-LINE.
           STRING "PESQUISA NO LEDGER - PROCESSAMENTO "
               WS-DATA-PROCESSO(7:2) "/" WS-DATA-PROCESSO(5:2) "/"
               WS-DATA-PROCESSO(1:4)
               DELIMITED BY SIZE INTO BUSCA-LINE.
           PERFORM GRAVAR-LINHA-BUSCA.
           MOVE SPACES TO BUSCA-LINE.
           STRING "CRITERIOS: CONTAS " WS-CONTA-DE " A " WS-CONTA-ATE
               "  DATAS " WS-DATA-INICIAL " A " WS-DATA-FINAL
               DELIMITED BY SIZE INTO BUSCA-LINE.
           PERFORM GRAVAR-LINHA-BUSCA.
           EVALUATE WS-TIPO-BUSCA
               WHEN SPACES
                   MOVE "TODOS" TO WS-TEXTO-TIPO
               WHEN "E"
                   MOVE "E (ESTORNOS)" TO WS-TEXTO-TIPO
               WHEN OTHER
                   MOVE WS-TIPO-BUSCA TO WS-TEXTO-TIPO
           END-EVALUATE.
           IF WS-MOEDA-BUSCA = SPACES
               MOVE "TODAS" TO WS-TEXTO-MOEDA
           ELSE
               MOVE WS-MOEDA-BUSCA TO WS-TEXTO-MOEDA
           END-IF.
           IF WS-CONTRAPARTE-BUSCA = ZEROS
               MOVE "QUALQUER" TO WS-TEXTO-CONTRA
           ELSE
               MOVE WS-CONTRAPARTE-BUSCA TO WS-TEXTO-CONTRA
           END-IF.
           MOVE SPACES TO BUSCA-LINE.
           STRING "           TIPO " WS-TEXTO-TIPO
               "  MOEDA " WS-TEXTO-MOEDA
               "  CONTRAPARTIDA " WS-TEXTO-CONTRA
               DELIMITED BY SIZE INTO BUSCA-LINE.
           PERFORM GRAVAR-LINHA-BUSCA.
           MOVE WS-VALOR-MINIMO TO WS-MINIMO-CAMPO.
           MOVE WS-VALOR-MAXIMO TO WS-MAXIMO-CAMPO.
           MOVE SPACES TO BUSCA-LINE.
           IF WS-VALOR-MAXIMO = ZEROS
               STRING "           VALOR A PARTIR DE " WS-MINIMO-CAMPO
                   DELIMITED BY SIZE INTO BUSCA-LINE
           ELSE
               STRING "           VALOR DE " WS-MINIMO-CAMPO
                   " A " WS-MAXIMO-CAMPO
                   DELIMITED BY SIZE INTO BUSCA-LINE
           END-IF.
           IF WS-MOEDA-BUSCA = SPACES
               MOVE "EM BRL (VLRBRL=)" TO BUSCA-LINE(60:30)
           ELSE
               MOVE "NA MOEDA DA CONTA (VALOR=)" TO BUSCA-LINE(60:30)
           END-IF.
           PERFORM GRAVAR-LINHA-BUSCA.
           MOVE SPACES TO BUSCA-LINE.
           PERFORM GRAVAR-LINHA-BUSCA.
           MOVE SPACES TO BUSCA-LINE.
           MOVE "DATA" TO BUSCA-LINE(1:4).
           MOVE "HORA" TO BUSCA-LINE(10:4).
           MOVE "CONTA" TO BUSCA-LINE(17:5).
           MOVE "MOEDA" TO BUSCA-LINE(23:5).
           MOVE "TIPO" TO BUSCA-LINE(29:4).
           MOVE "VALOR" TO BUSCA-LINE(41:5).
           MOVE "VLRBRL" TO BUSCA-LINE(54:6).
           MOVE "SEQ" TO BUSCA-LINE(61:3).
           MOVE "ESTORNO" TO BUSCA-LINE(67:7).
           MOVE "CONTRAPARTIDA" TO BUSCA-LINE(77:13).
           MOVE "ORIGEM" TO BUSCA-LINE(92:6).
           PERFORM GRAVAR-LINHA-BUSCA.

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
           ADD 1 TO WS-QTD-ARQUIVOS.
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
               ADD 1 TO WS-QTD-LIDAS
               MOVE FECHADO-LINE TO WS-LINHA
               PERFORM AVALIAR-LINHA
           END-PERFORM.
           CLOSE FECHADO-FILE.

       VARRER-LEDGER-VIVO.
      * The live ledger is keyed on account, so an account range
      * starts at its first account and stops past its last.
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
           MOVE WS-CONTA-DE TO LEDGIX-CONTA.
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
               IF LEDGIX-CONTA > WS-CONTA-ATE
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-QTD-LIDAS
               MOVE LEDGER-LINE TO WS-LINHA
               PERFORM AVALIAR-LINHA
           END-PERFORM.
           CLOSE LEDGER-FILE.

       AVALIAR-LINHA.
           PERFORM EXTRAIR-CAMPOS-LINHA.
           IF WS-LINHA-LEGIVEL NOT = "S"
               ADD 1 TO WS-QTD-ILEGIVEIS
               EXIT PARAGRAPH
           END-IF.
           IF WS-CONTA-LINHA < WS-CONTA-DE
                   OR WS-CONTA-LINHA > WS-CONTA-ATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-DATA-LINHA < WS-DATA-INICIAL
                   OR WS-DATA-LINHA > WS-DATA-FINAL
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN WS-TIPO-BUSCA = SPACES
                   IF WS-TIPO-LINHA = "S"
                       EXIT PARAGRAPH
                   END-IF
               WHEN WS-TIPO-BUSCA = "E"
                   IF WS-ESTORNO-LINHA NOT = "S"
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   IF WS-TIPO-LINHA NOT = WS-TIPO-BUSCA
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE.
           IF WS-MOEDA-BUSCA NOT = SPACES
               IF WS-MOEDA-LINHA NOT = WS-MOEDA-BUSCA
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-VALOR-LINHA TO WS-VALOR-TESTE
           ELSE
               MOVE WS-VLRBRL-LINHA TO WS-VALOR-TESTE
           END-IF.
           IF WS-VALOR-TESTE < WS-VALOR-MINIMO
               EXIT PARAGRAPH
           END-IF.
           IF WS-VALOR-MAXIMO NOT = ZEROS
                   AND WS-VALOR-TESTE > WS-VALOR-MAXIMO
               EXIT PARAGRAPH
           END-IF.
           IF WS-CONTRAPARTE-BUSCA NOT = ZEROS
                   AND WS-CONTRAPARTE-LINHA NOT = WS-CONTRAPARTE-BUSCA
               EXIT PARAGRAPH
           END-IF.
           PERFORM LISTAR-MOVIMENTO.

       EXTRAIR-CAMPOS-LINHA.
      * The SEQ= tag's position tells the vintage apart, the same
      * test PROG_LEDGCONV.cbl makes: at 131 the current layout,
      * at 126 a month archived before the centavos release (TIPO
      * at 61, VALOR= a whole number at 69, VLRBRL= at 112, the
      * free text from 136). Anything else is not a ledger line
      * this program can read.
           MOVE "S" TO WS-LINHA-LEGIVEL.
           MOVE WS-LINHA(1:8) TO WS-DATA-LINHA.
           MOVE WS-LINHA(10:6) TO WS-HORA-LINHA.
           MOVE WS-LINHA(35:3) TO WS-MOEDA-LINHA.
           IF WS-LINHA(23:5) IS NOT NUMERIC
                   OR WS-DATA-LINHA IS NOT NUMERIC
               MOVE "N" TO WS-LINHA-LEGIVEL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LINHA(23:5) TO WS-CONTA-LINHA.
           EVALUATE TRUE
               WHEN WS-LINHA(131:4) = "SEQ="
                   MOVE WS-LINHA(64:1) TO WS-TIPO-LINHA
                   MOVE WS-LINHA(72:10) TO WS-PARSE-INT
                   MOVE WS-LINHA(83:2) TO WS-PARSE-DEC
                   PERFORM CONVERTER-VALOR
                   COMPUTE WS-VALOR-LINHA =
                       WS-NUM-INT + WS-NUM-DEC / 100
                   MOVE WS-LINHA(118:10) TO WS-PARSE-INT
                   MOVE WS-LINHA(129:2) TO WS-PARSE-DEC
                   PERFORM CONVERTER-VALOR
                   COMPUTE WS-VLRBRL-LINHA =
                       WS-NUM-INT + WS-NUM-DEC / 100
                   MOVE WS-LINHA(136:6) TO WS-SEQ-LINHA
                   MOVE WS-LINHA(142:19) TO WS-EXTRA-LINHA
               WHEN WS-LINHA(126:4) = "SEQ="
                   MOVE WS-LINHA(61:1) TO WS-TIPO-LINHA
                   MOVE WS-LINHA(69:10) TO WS-PARSE-INT
                   MOVE "00" TO WS-PARSE-DEC
                   PERFORM CONVERTER-VALOR
                   MOVE WS-NUM-INT TO WS-VALOR-LINHA
                   MOVE WS-LINHA(112:10) TO WS-PARSE-INT
                   MOVE WS-LINHA(123:2) TO WS-PARSE-DEC
                   PERFORM CONVERTER-VALOR
                   COMPUTE WS-VLRBRL-LINHA =
                       WS-NUM-INT + WS-NUM-DEC / 100
                   MOVE WS-LINHA(130:6) TO WS-SEQ-LINHA
                   MOVE WS-LINHA(136:19) TO WS-EXTRA-LINHA
               WHEN OTHER
                   MOVE "N" TO WS-LINHA-LEGIVEL
           END-EVALUATE.
           IF WS-LINHA-LEGIVEL NOT = "S"
               EXIT PARAGRAPH
           END-IF.

      * A reversal is the C or D line that names the SEQ= it backs
      * out; a transfer leg names the other account, PARA= on the
      * debit and DE= on the credit.
           MOVE ZEROS TO WS-QTD-ESTORNO.
           INSPECT WS-EXTRA-LINHA TALLYING WS-QTD-ESTORNO
               FOR ALL "ESTORNO-DE=".
           IF WS-QTD-ESTORNO > 0
               MOVE "S" TO WS-ESTORNO-LINHA
           ELSE
               MOVE "N" TO WS-ESTORNO-LINHA
           END-IF.
           MOVE ZEROS TO WS-CONTRAPARTE-LINHA.
           IF WS-EXTRA-LINHA(1:6) = " PARA="
                   AND WS-EXTRA-LINHA(7:5) IS NUMERIC
               MOVE WS-EXTRA-LINHA(7:5) TO WS-CONTRAPARTE-LINHA
           END-IF.
           IF WS-EXTRA-LINHA(1:4) = " DE="
                   AND WS-EXTRA-LINHA(5:5) IS NUMERIC
               MOVE WS-EXTRA-LINHA(5:5) TO WS-CONTRAPARTE-LINHA
           END-IF.

       CONVERTER-VALOR.
           INSPECT WS-PARSE-INT REPLACING LEADING " " BY "0".
           IF WS-PARSE-INT IS NUMERIC AND WS-PARSE-DEC IS NUMERIC
               MOVE WS-PARSE-INT TO WS-NUM-INT
               MOVE WS-PARSE-DEC TO WS-NUM-DEC
           ELSE
               MOVE ZEROS TO WS-NUM-INT
               MOVE ZEROS TO WS-NUM-DEC
           END-IF.

       LISTAR-MOVIMENTO.
           ADD 1 TO WS-QTD-ACHADAS.
           ADD WS-VLRBRL-LINHA TO WS-TOTAL-BRL.
           MOVE WS-VALOR-LINHA TO WS-VALOR-CAMPO.
           MOVE WS-VLRBRL-LINHA TO WS-VLRBRL-CAMPO.
           MOVE SPACES TO BUSCA-LINE.
           MOVE WS-DATA-LINHA TO BUSCA-LINE(1:8).
           MOVE WS-HORA-LINHA TO BUSCA-LINE(10:6).
           MOVE WS-CONTA-LINHA TO BUSCA-LINE(17:5).
           MOVE WS-MOEDA-LINHA TO BUSCA-LINE(24:3).
           MOVE WS-TIPO-LINHA TO BUSCA-LINE(30:1).
           MOVE WS-VALOR-CAMPO TO BUSCA-LINE(33:13).
           MOVE WS-VLRBRL-CAMPO TO BUSCA-LINE(47:13).
           MOVE WS-SEQ-LINHA TO BUSCA-LINE(61:6).
           MOVE WS-ESTORNO-LINHA TO BUSCA-LINE(70:1).
           IF WS-CONTRAPARTE-LINHA NOT = ZEROS
               MOVE WS-CONTRAPARTE-LINHA TO BUSCA-LINE(81:5)
           END-IF.
           MOVE WS-ORIGEM TO BUSCA-LINE(92:6).
           PERFORM GRAVAR-LINHA-BUSCA.

           MOVE WS-VALOR-LINHA TO WS-EXP-VALOR.
           MOVE WS-VLRBRL-LINHA TO WS-EXP-VLRBRL.
           MOVE SPACES TO EXPORT-LINE.
           STRING WS-DATA-LINHA ";" WS-HORA-LINHA ";"
               WS-CONTA-LINHA ";" WS-MOEDA-LINHA ";"
               WS-TIPO-LINHA ";" WS-EXP-VALOR ";"
               WS-EXP-VLRBRL ";" WS-SEQ-LINHA ";"
               WS-ESTORNO-LINHA ";" WS-CONTRAPARTE-LINHA ";"
               WS-ORIGEM
               DELIMITED BY SIZE INTO EXPORT-LINE.
           PERFORM GRAVAR-LINHA-EXPORT.

       GRAVAR-LINHA-BUSCA.
           WRITE BUSCA-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "BUSCA-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       GRAVAR-LINHA-EXPORT.
           WRITE EXPORT-LINE.
           IF WS-EXPORT-STATUS NOT = "00"
               MOVE "EXPORT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-EXPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file)
      * or 35 (not found, already handled above) means a real I/O
      * problem; log which file and status code and stop instead of
      * pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_LEDGBUSCA.
