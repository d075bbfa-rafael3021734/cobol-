      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Morning flash on the quantities of the processing
      *          date (OBTER-DATA-PROCESSO) - one page instead of
      *          the CALGRID, ANOCOMP and ORCCOMP printouts side by
      *          side. The day's pieces are set against the same
      *          weekday a year earlier (364 days back) and the
      *          budget; month-to-date and year-to-date against the
      *          budget and the same span last year; the month's
      *          business days elapsed and remaining off the shared
      *          day classifier (FERIADO.DAT, a half day counting
      *          half); and a run-rate projection of the month-end
      *          total. The consolidated line comes off the latest
      *          TABELA.DAT generation and ORCAMENTO.DAT, with one
      *          line per cost center underneath off TABCENTRO.DAT
      *          (the budget is only kept consolidated, so the
      *          center lines carry no budget). Report in
      *          FLASHRPT.TXT.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_FLASH.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT TABELA-FILE ASSIGN TO "TABELA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-TABELA-CHAVE
               FILE STATUS IS WS-TABELA-STATUS.

           SELECT TABCENTRO-FILE ASSIGN TO "TABCENTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CHAVE
               FILE STATUS IS WS-TABCENTRO-STATUS.

           SELECT ORCAMENTO-FILE ASSIGN TO "ORCAMENTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS WS-ORCAMENTO-STATUS.

           SELECT FLASH-REPORT ASSIGN TO "FLASHRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  TABELA-FILE.
           COPY TABANUALR.

       FD  TABCENTRO-FILE.
           COPY TABCENTRO.

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

       FD  FLASH-REPORT.
        01 FLASH-LINE PIC X(132).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-TABELA-STATUS PIC X(02) VALUE ZEROS.
        77 WS-TABCENTRO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-ORCAMENTO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "FLASHRPT.TXT".
        77 WS-ERRO-ARQUIVO PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE PIC 9(02) VALUE ZEROS.
        77 WS-DATA-PROCESSO PIC 9(08) VALUE ZEROS.
        77 WS-ANO-PROC PIC 9(04) VALUE ZEROS.
        77 WS-MES-PROC PIC 9(02) VALUE ZEROS.
        77 WS-DIA-PROC PIC 9(02) VALUE ZEROS.
        77 WS-ANO-AA PIC 9(04) VALUE ZEROS.
        77 WS-DATA-AA PIC 9(08) VALUE ZEROS.
        77 WS-ANO-DATA-AA PIC 9(04) VALUE ZEROS.
        77 WS-MES-DATA-AA PIC 9(02) VALUE ZEROS.
        77 WS-DIA-DATA-AA PIC 9(02) VALUE ZEROS.
        77 WS-INT-DATA PIC 9(09) VALUE ZEROS.
        77 WS-DIAS-DIFF PIC S9(09) VALUE ZEROS.
        77 WS-DIA-REFERENCIA PIC 9(08) VALUE 20240101.
        77 WS-DIA-SEMANA PIC 9(01) VALUE ZEROS.
        77 WS-DATA-DIA PIC 9(08) VALUE ZEROS.
        77 WS-CLASSIFICACAO PIC X(010) VALUE SPACES.
        77 WS-DESCRICAO PIC X(020) VALUE SPACES.
        77 WS-DIAS-DO-MES PIC 9(02) VALUE ZEROS.
        77 WS-DU-DECORRIDOS PIC 9(02)V9 VALUE ZEROS.
        77 WS-DU-RESTANTES PIC 9(02)V9 VALUE ZEROS.
        77 WS-DU-TOTAL PIC 9(02)V9 VALUE ZEROS.
        77 WS-PESO-DIA PIC 9(01)V9 VALUE ZEROS.
        77 WS-IDX-MES PIC 9(02) VALUE ZEROS.
        77 WS-IDX-DIA PIC 9(02) VALUE ZEROS.
        77 WS-IDX PIC 9(03) VALUE ZEROS.
        77 WS-SLOT PIC 9(03) VALUE ZEROS.
        77 WS-ANO-BUSCA PIC 9(04) VALUE ZEROS.
        77 WS-ACHOU-REAL PIC X(01) VALUE "N".
        77 WS-ACHOU-REAL-AA PIC X(01) VALUE "N".
        77 WS-ACHOU-ORCADO PIC X(01) VALUE "N".
        77 WS-ACHOU PIC X(01) VALUE "N".
        77 WS-QTD-IGNORADOS PIC 9(04) VALUE ZEROS.

      * One year's 12-by-31 cells, whichever file they came from,
      * so the period sums are worked out by one paragraph.
        01 WS-ANO-TRABALHO.
         05 WS-AT-MENSAL OCCURS 12.
          10 WS-AT-QTD PIC 9(009) OCCURS 31.
          10 WS-AT-TOTAL PIC 9(011).
        77 WS-APU-DIA PIC 9(011) VALUE ZEROS.
        77 WS-APU-MES PIC 9(012) VALUE ZEROS.
        77 WS-APU-ANO PIC 9(012) VALUE ZEROS.

      * The figures one report line carries; the consolidated line
      * and each center entry hold the same layout.
        01 WS-FIGURAS.
         05 WS-FG-DIA PIC 9(011).
         05 WS-FG-DIA-AA PIC 9(011).
         05 WS-FG-MES PIC 9(012).
         05 WS-FG-MES-AA PIC 9(012).
         05 WS-FG-ANO PIC 9(012).
         05 WS-FG-ANO-AA PIC 9(012).
         05 WS-FG-PROJECAO PIC 9(012).
        01 WS-CONSOLIDADO.
         05 WS-CS-FIGURAS.
          10 FILLER PIC X(082).

      * Budget, consolidated only: the day, the month and year to
      * the processing date, and the whole month.
        77 WS-ORC-DIA PIC 9(011) VALUE ZEROS.
        77 WS-ORC-MES PIC 9(012) VALUE ZEROS.
        77 WS-ORC-ANO PIC 9(012) VALUE ZEROS.
        77 WS-ORC-MES-CHEIO PIC 9(012) VALUE ZEROS.

        01 WS-CENTROS.
         05 WS-CT-ENTRY OCCURS 50 TIMES.
          10 WS-CT-CODIGO PIC 9(03).
          10 WS-CT-FIGURAS.
           15 FILLER PIC X(082).
        77 WS-CT-USADOS PIC 9(03) VALUE ZEROS.

        77 WS-VAR-REAL PIC 9(012) VALUE ZEROS.
        77 WS-VAR-BASE PIC 9(012) VALUE ZEROS.
        77 WS-VAR-TEXTO PIC X(08) VALUE SPACES.
        77 WS-PERCENTUAL PIC S9(05)V9 VALUE ZEROS.
        77 WS-PCT-CAMPO PIC -(5)9.9.
        77 WS-QTD-CAMPO PIC Z(11)9.
        77 WS-DU-CAMPO PIC Z9.9.
        77 WS-DU-CAMPO2 PIC Z9.9.

      * One line of the flash table.
        01 WS-LINHA-FLASH.
         05 WS-LF-ROTULO PIC X(14).
         05 WS-LF-DIA PIC X(12).
         05 WS-LF-DIA-AA PIC X(12).
         05 WS-LF-VAR-DIA PIC X(08).
         05 FILLER PIC X(01).
         05 WS-LF-MES PIC X(12).
         05 WS-LF-MES-AA PIC X(12).
         05 WS-LF-VAR-MES PIC X(08).
         05 FILLER PIC X(01).
         05 WS-LF-ANO PIC X(12).
         05 WS-LF-ANO-AA PIC X(12).
         05 WS-LF-VAR-ANO PIC X(08).
         05 FILLER PIC X(01).
         05 WS-LF-PROJECAO PIC X(12).

        01 WS-NOMES-DIA.
         05 FILLER PIC X(07) VALUE "SEGUNDA".
         05 FILLER PIC X(07) VALUE "TERCA  ".
         05 FILLER PIC X(07) VALUE "QUARTA ".
         05 FILLER PIC X(07) VALUE "QUINTA ".
         05 FILLER PIC X(07) VALUE "SEXTA  ".
         05 FILLER PIC X(07) VALUE "SABADO ".
         05 FILLER PIC X(07) VALUE "DOMINGO".
        01 WS-NOMES-DIA-R REDEFINES WS-NOMES-DIA.
         05 WS-NOME-DIA PIC X(07) OCCURS 7 TIMES.
        01 WS-DIAS-NO-MES VALUE "312831303130313130313031".
          05 WS-DIAS-MES-TAB PIC 9(02) OCCURS 12.

        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_FLASH".
        77 WS-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS    PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.

        77 WS-PAGINA-RELATORIO PIC 9(004) VALUE ZEROS.
        77 WS-TITULO-RELATORIO PIC X(040)
            VALUE "FLASH DIARIO DE QUANTIDADES".
        01 WS-CABECALHO-RELATORIO.
         05 WS-CAB-LINHA1 PIC X(080).
         05 WS-CAB-LINHA2 PIC X(080).
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           MOVE "INI" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           MOVE WS-DATA-PROCESSO(1:4) TO WS-ANO-PROC.
           MOVE WS-DATA-PROCESSO(5:2) TO WS-MES-PROC.
           MOVE WS-DATA-PROCESSO(7:2) TO WS-DIA-PROC.
           COMPUTE WS-ANO-AA = WS-ANO-PROC - 1.
      * 52 weeks back lands on the same weekday, which is what the
      * day is compared with; the month and year spans compare
      * calendar to calendar.
           COMPUTE WS-INT-DATA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSO) - 364.
           COMPUTE WS-DATA-AA = FUNCTION DATE-OF-INTEGER(WS-INT-DATA).
           MOVE WS-DATA-AA(1:4) TO WS-ANO-DATA-AA.
           MOVE WS-DATA-AA(5:2) TO WS-MES-DATA-AA.
           MOVE WS-DATA-AA(7:2) TO WS-DIA-DATA-AA.
           COMPUTE WS-DIAS-DIFF =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSO)
               - FUNCTION INTEGER-OF-DATE(WS-DIA-REFERENCIA).
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIAS-DIFF, 7) + 1.

           PERFORM CONTAR-DIAS-UTEIS.
           PERFORM CARREGAR-CONSOLIDADO.
           PERFORM CARREGAR-ORCADO.
           PERFORM CARREGAR-CENTROS.
           PERFORM IMPRIMIR-FLASH.

           DISPLAY "FLASH DE " WS-DATA-PROCESSO
               " GERADO EM FLASHRPT.TXT - CENTROS: " WS-CT-USADOS.
           IF WS-ACHOU-REAL = "N" OR WS-ACHOU-ORCADO = "N"
                   OR WS-QTD-IGNORADOS NOT = ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       CONTAR-DIAS-UTEIS.
      * Through the processing date counts as elapsed; a half day
      * counts half, the same weighting the budget spread uses.
           MOVE ZEROS TO WS-DU-DECORRIDOS.
           MOVE ZEROS TO WS-DU-RESTANTES.
           MOVE WS-DIAS-MES-TAB(WS-MES-PROC) TO WS-DIAS-DO-MES.
           IF WS-MES-PROC = 2
               IF FUNCTION MOD(WS-ANO-PROC, 4) = 0
                   AND (FUNCTION MOD(WS-ANO-PROC, 100) NOT = 0
                       OR FUNCTION MOD(WS-ANO-PROC, 400) = 0)
                   MOVE 29 TO WS-DIAS-DO-MES
               END-IF
           END-IF.
           MOVE WS-DATA-PROCESSO TO WS-DATA-DIA.
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > WS-DIAS-DO-MES
               MOVE WS-IDX-DIA TO WS-DATA-DIA(7:2)
               MOVE SPACES TO WS-DESCRICAO
               CALL "CLASSIFICAR-DIA-UTIL" USING WS-DATA-DIA
                   WS-CLASSIFICACAO WS-DESCRICAO
               EVALUATE WS-CLASSIFICACAO
                   WHEN "DIA-UTIL"
                       MOVE 1 TO WS-PESO-DIA
                   WHEN "MEIO-DIA"
                       MOVE 0.5 TO WS-PESO-DIA
                   WHEN OTHER
                       MOVE ZEROS TO WS-PESO-DIA
               END-EVALUATE
               IF WS-IDX-DIA > WS-DIA-PROC
                   ADD WS-PESO-DIA TO WS-DU-RESTANTES
               ELSE
                   ADD WS-PESO-DIA TO WS-DU-DECORRIDOS
               END-IF
           END-PERFORM.
           COMPUTE WS-DU-TOTAL = WS-DU-DECORRIDOS + WS-DU-RESTANTES.

       CARREGAR-CONSOLIDADO.
           INITIALIZE WS-FIGURAS.
           OPEN INPUT TABELA-FILE.
           IF WS-TABELA-STATUS = "35"
               DISPLAY "TABELA.DAT NAO ENCONTRADA"
               CLOSE TABELA-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TABELA-STATUS NOT = "00"
               MOVE "TABELA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TABELA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           MOVE WS-ANO-PROC TO WS-ANO-BUSCA.
           PERFORM LER-TABELA-ANO.
           MOVE WS-ACHOU TO WS-ACHOU-REAL.
           IF WS-ACHOU = "S"
               PERFORM APURAR-PERIODOS
               MOVE WS-APU-DIA TO WS-FG-DIA
               MOVE WS-APU-MES TO WS-FG-MES
               MOVE WS-APU-ANO TO WS-FG-ANO
               IF WS-ANO-DATA-AA = WS-ANO-PROC
                   MOVE WS-AT-QTD(WS-MES-DATA-AA, WS-DIA-DATA-AA)
                       TO WS-FG-DIA-AA
               END-IF
           ELSE
               DISPLAY "SEM REALIZADO PARA " WS-ANO-PROC
           END-IF.

           MOVE WS-ANO-AA TO WS-ANO-BUSCA.
           PERFORM LER-TABELA-ANO.
           MOVE WS-ACHOU TO WS-ACHOU-REAL-AA.
           IF WS-ACHOU = "S"
               PERFORM APURAR-PERIODOS
               MOVE WS-APU-MES TO WS-FG-MES-AA
               MOVE WS-APU-ANO TO WS-FG-ANO-AA
               IF WS-ANO-DATA-AA = WS-ANO-AA
                   MOVE WS-AT-QTD(WS-MES-DATA-AA, WS-DIA-DATA-AA)
                       TO WS-FG-DIA-AA
               END-IF
           END-IF.
           CLOSE TABELA-FILE.
           PERFORM PROJETAR-MES.
           MOVE WS-FIGURAS TO WS-CS-FIGURAS.

       LER-TABELA-ANO.
      * The year's latest pieces generation, the keyed START/READ
      * PREVIOUS load the comparison reports use.
           MOVE "N" TO WS-ACHOU.
           MOVE WS-ANO-BUSCA TO FD-ANO-REFERENCIA.
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
                       AND FD-ANO-REFERENCIA = WS-ANO-BUSCA
                       AND FD-MEDIDA-CODIGO = 01
                   MOVE "S" TO WS-ACHOU
                   ADD 1 TO WS-RUNLOG-LIDOS
                   PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                           UNTIL WS-IDX-MES > 12
                       MOVE FD-TABELA-MENSAL(WS-IDX-MES)
                           TO WS-AT-MENSAL(WS-IDX-MES)
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

       APURAR-PERIODOS.
      * The processing day's cell, the month's cells through it, and
      * every cell of the year through it, summed from the days as
      * PROG_ANOCOMP.cbl does rather than trusting stored totals.
           MOVE WS-AT-QTD(WS-MES-PROC, WS-DIA-PROC) TO WS-APU-DIA.
           MOVE ZEROS TO WS-APU-MES.
           MOVE ZEROS TO WS-APU-ANO.
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > WS-MES-PROC
               PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                       UNTIL WS-IDX-DIA > 31
                   IF WS-IDX-MES < WS-MES-PROC
                           OR WS-IDX-DIA NOT > WS-DIA-PROC
                       ADD WS-AT-QTD(WS-IDX-MES, WS-IDX-DIA)
                           TO WS-APU-ANO
                       IF WS-IDX-MES = WS-MES-PROC
                           ADD WS-AT-QTD(WS-IDX-MES, WS-IDX-DIA)
                               TO WS-APU-MES
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       PROJETAR-MES.
      * Month-to-date over the business days gone, times the
      * month's business days; before the first business day the
      * month-to-date stands as it is.
           IF WS-DU-DECORRIDOS = ZEROS
               MOVE WS-FG-MES TO WS-FG-PROJECAO
           ELSE
               COMPUTE WS-FG-PROJECAO ROUNDED =
                   WS-FG-MES * WS-DU-TOTAL / WS-DU-DECORRIDOS
           END-IF.

       CARREGAR-ORCADO.
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
           MOVE WS-ANO-PROC TO ORC-ANO.
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
                       AND ORC-ANO = WS-ANO-PROC
                   MOVE "S" TO WS-ACHOU-ORCADO
                   ADD 1 TO WS-RUNLOG-LIDOS
                   PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                           UNTIL WS-IDX-MES > 12
                       MOVE ORC-MENSAL(WS-IDX-MES)
                           TO WS-AT-MENSAL(WS-IDX-MES)
                   END-PERFORM
                   PERFORM APURAR-PERIODOS
                   MOVE WS-APU-DIA TO WS-ORC-DIA
                   MOVE WS-APU-MES TO WS-ORC-MES
                   MOVE WS-APU-ANO TO WS-ORC-ANO
                   MOVE ZEROS TO WS-ORC-MES-CHEIO
                   PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                           UNTIL WS-IDX-DIA > 31
                       ADD WS-AT-QTD(WS-MES-PROC, WS-IDX-DIA)
                           TO WS-ORC-MES-CHEIO
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
           CLOSE ORCAMENTO-FILE.

       CARREGAR-CENTROS.
      * One pass over TABCENTRO.DAT: every center's pieces record
      * for this year and last lands in its slot, in key order, so
      * the lines print by center code.
           MOVE ZEROS TO WS-CT-USADOS.
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
               IF TC-MEDIDA = 01
                       AND (TC-ANO = WS-ANO-PROC OR TC-ANO = WS-ANO-AA)
                   ADD 1 TO WS-RUNLOG-LIDOS
                   PERFORM POSTAR-CENTRO
               END-IF
           END-PERFORM.
           CLOSE TABCENTRO-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CT-USADOS
               MOVE WS-CT-FIGURAS(WS-IDX) TO WS-FIGURAS
               PERFORM PROJETAR-MES
               MOVE WS-FIGURAS TO WS-CT-FIGURAS(WS-IDX)
           END-PERFORM.

       POSTAR-CENTRO.
           MOVE ZEROS TO WS-SLOT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CT-USADOS
               IF WS-CT-CODIGO(WS-IDX) = TC-CENTRO
                   MOVE WS-IDX TO WS-SLOT
               END-IF
           END-PERFORM.
           IF WS-SLOT = ZEROS
               IF WS-CT-USADOS NOT < 50
                   DISPLAY "CENTRO " TC-CENTRO
                       " FORA DO FLASH - TABELA DE CENTROS CHEIA"
                   ADD 1 TO WS-QTD-IGNORADOS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CT-USADOS
               MOVE WS-CT-USADOS TO WS-SLOT
               MOVE TC-CENTRO TO WS-CT-CODIGO(WS-SLOT)
               INITIALIZE WS-FIGURAS
               MOVE WS-FIGURAS TO WS-CT-FIGURAS(WS-SLOT)
           END-IF.

           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 12
               MOVE TC-MENSAL(WS-IDX-MES) TO WS-AT-MENSAL(WS-IDX-MES)
           END-PERFORM.
           PERFORM APURAR-PERIODOS.
           MOVE WS-CT-FIGURAS(WS-SLOT) TO WS-FIGURAS.
           IF TC-ANO = WS-ANO-PROC
               MOVE WS-APU-DIA TO WS-FG-DIA
               MOVE WS-APU-MES TO WS-FG-MES
               MOVE WS-APU-ANO TO WS-FG-ANO
           ELSE
               MOVE WS-APU-MES TO WS-FG-MES-AA
               MOVE WS-APU-ANO TO WS-FG-ANO-AA
           END-IF.
           IF TC-ANO = WS-ANO-DATA-AA
               MOVE WS-AT-QTD(WS-MES-DATA-AA, WS-DIA-DATA-AA)
                   TO WS-FG-DIA-AA
           END-IF.
           MOVE WS-FIGURAS TO WS-CT-FIGURAS(WS-SLOT).

       IMPRIMIR-FLASH.
           OPEN OUTPUT FLASH-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "FLASH-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CALL "IMPRIMIR-CABECALHO-RELATORIO" USING
               WS-TITULO-RELATORIO
               WS-PAGINA-RELATORIO
               WS-CABECALHO-RELATORIO.
           MOVE WS-CAB-LINHA1 TO FLASH-LINE.
           PERFORM GRAVAR-LINHA-FLASH.
           MOVE WS-CAB-LINHA2 TO FLASH-LINE.
           PERFORM GRAVAR-LINHA-FLASH.

           STRING "DATA DO PROCESSO " WS-DATA-PROCESSO " ("
               WS-NOME-DIA(WS-DIA-SEMANA)
               ") - MESMO DIA DA SEMANA NO ANO ANTERIOR "
               WS-DATA-AA
               DELIMITED BY SIZE INTO FLASH-LINE.
           PERFORM GRAVAR-LINHA-FLASH.
           MOVE WS-DU-DECORRIDOS TO WS-DU-CAMPO.
           MOVE WS-DU-RESTANTES TO WS-DU-CAMPO2.
           STRING "DIAS UTEIS NO MES: DECORRIDOS " WS-DU-CAMPO
               " RESTANTES " WS-DU-CAMPO2
               DELIMITED BY SIZE INTO FLASH-LINE.
           PERFORM GRAVAR-LINHA-FLASH.
           IF WS-ACHOU-REAL = "N"
               STRING "SEM REALIZADO EM TABELA.DAT PARA "
                   WS-ANO-PROC
                   DELIMITED BY SIZE INTO FLASH-LINE
               PERFORM GRAVAR-LINHA-FLASH
           END-IF.
           IF WS-ACHOU-ORCADO = "N"
               STRING "SEM ORCADO EM ORCAMENTO.DAT PARA "
                   WS-ANO-PROC
                   DELIMITED BY SIZE INTO FLASH-LINE
               PERFORM GRAVAR-LINHA-FLASH
           END-IF.
           PERFORM GRAVAR-LINHA-FLASH.

           STRING "                       DIA      DIA AA   VAR %"
               " MES ATE DATA      MES AA   VAR %"
               " ANO ATE DATA      ANO AA   VAR %"
               " PROJECAO MES"
               DELIMITED BY SIZE INTO FLASH-LINE.
           PERFORM GRAVAR-LINHA-FLASH.

           MOVE WS-CS-FIGURAS TO WS-FIGURAS.
           MOVE "CONSOLIDADO" TO WS-LF-ROTULO.
           PERFORM MONTAR-LINHA-REAL.
           MOVE WS-LINHA-FLASH TO FLASH-LINE.
           PERFORM GRAVAR-LINHA-FLASH.
           IF WS-ACHOU-ORCADO = "S"
               PERFORM MONTAR-LINHA-ORCADO
               MOVE WS-LINHA-FLASH TO FLASH-LINE
               PERFORM GRAVAR-LINHA-FLASH
               MOVE WS-FG-PROJECAO TO WS-VAR-REAL
               MOVE WS-ORC-MES-CHEIO TO WS-VAR-BASE
               PERFORM CALCULAR-VARIACAO
               MOVE WS-ORC-MES-CHEIO TO WS-QTD-CAMPO
               STRING "  ORCADO DO MES CHEIO " WS-QTD-CAMPO
                   " - PROJECAO X ORCADO " WS-VAR-TEXTO "%"
                   DELIMITED BY SIZE INTO FLASH-LINE
               PERFORM GRAVAR-LINHA-FLASH
           END-IF.
           PERFORM GRAVAR-LINHA-FLASH.

           MOVE "POR CENTRO DE CUSTO:" TO FLASH-LINE.
           PERFORM GRAVAR-LINHA-FLASH.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CT-USADOS
               MOVE WS-CT-FIGURAS(WS-IDX) TO WS-FIGURAS
               MOVE SPACES TO WS-LF-ROTULO
               STRING "  CENTRO " WS-CT-CODIGO(WS-IDX)
                   DELIMITED BY SIZE INTO WS-LF-ROTULO
               PERFORM MONTAR-LINHA-REAL
               MOVE WS-LINHA-FLASH TO FLASH-LINE
               PERFORM GRAVAR-LINHA-FLASH
           END-PERFORM.
           IF WS-CT-USADOS = ZEROS
               MOVE "  NENHUM CENTRO COM QUANTIDADES NO PERIODO"
                   TO FLASH-LINE
               PERFORM GRAVAR-LINHA-FLASH
           END-IF.
           CLOSE FLASH-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.

       MONTAR-LINHA-REAL.
           MOVE WS-FG-DIA TO WS-QTD-CAMPO.
           MOVE WS-QTD-CAMPO TO WS-LF-DIA.
           MOVE WS-FG-DIA-AA TO WS-QTD-CAMPO.
           MOVE WS-QTD-CAMPO TO WS-LF-DIA-AA.
           MOVE WS-FG-DIA TO WS-VAR-REAL.
           MOVE WS-FG-DIA-AA TO WS-VAR-BASE.
           PERFORM CALCULAR-VARIACAO.
           MOVE WS-VAR-TEXTO TO WS-LF-VAR-DIA.
           MOVE WS-FG-MES TO WS-QTD-CAMPO.
           MOVE WS-QTD-CAMPO TO WS-LF-MES.
           MOVE WS-FG-MES-AA TO WS-QTD-CAMPO.
           MOVE WS-QTD-CAMPO TO WS-LF-MES-AA.
           MOVE WS-FG-MES TO WS-VAR-REAL.
           MOVE WS-FG-MES-AA TO WS-VAR-BASE.
           PERFORM CALCULAR-VARIACAO.
           MOVE WS-VAR-TEXTO TO WS-LF-VAR-MES.
           MOVE WS-FG-ANO TO WS-QTD-CAMPO.
           MOVE WS-QTD-CAMPO TO WS-LF-ANO.
           MOVE WS-FG-ANO-AA TO WS-QTD-CAMPO.
           MOVE WS-QTD-CAMPO TO WS-LF-ANO-AA.
           MOVE WS-FG-ANO TO WS-VAR-REAL.
           MOVE WS-FG-ANO-AA TO WS-VAR-BASE.
           PERFORM CALCULAR-VARIACAO.
           MOVE WS-VAR-TEXTO TO WS-LF-VAR-ANO.
           MOVE WS-FG-PROJECAO TO WS-QTD-CAMPO.
           MOVE WS-QTD-CAMPO TO WS-LF-PROJECAO.

       MONTAR-LINHA-ORCADO.
      * The budget sits in the actual columns, the variance beside
      * it is actual against budget, and the last-year columns
      * stay blank.
           MOVE SPACES TO WS-LINHA-FLASH.
           MOVE "  ORCADO" TO WS-LF-ROTULO.
           MOVE WS-ORC-DIA TO WS-QTD-CAMPO.
           MOVE WS-QTD-CAMPO TO WS-LF-DIA.
           MOVE WS-FG-DIA TO WS-VAR-REAL.
           MOVE WS-ORC-DIA TO WS-VAR-BASE.
           PERFORM CALCULAR-VARIACAO.
           MOVE WS-VAR-TEXTO TO WS-LF-VAR-DIA.
           MOVE WS-ORC-MES TO WS-QTD-CAMPO.
           MOVE WS-QTD-CAMPO TO WS-LF-MES.
           MOVE WS-FG-MES TO WS-VAR-REAL.
           MOVE WS-ORC-MES TO WS-VAR-BASE.
           PERFORM CALCULAR-VARIACAO.
           MOVE WS-VAR-TEXTO TO WS-LF-VAR-MES.
           MOVE WS-ORC-ANO TO WS-QTD-CAMPO.
           MOVE WS-QTD-CAMPO TO WS-LF-ANO.
           MOVE WS-FG-ANO TO WS-VAR-REAL.
           MOVE WS-ORC-ANO TO WS-VAR-BASE.
           PERFORM CALCULAR-VARIACAO.
           MOVE WS-VAR-TEXTO TO WS-LF-VAR-ANO.

       CALCULAR-VARIACAO.
      * Percentage of WS-VAR-REAL over WS-VAR-BASE; no base, or a
      * swing too wide for the column, prints as not available.
           IF WS-VAR-BASE = ZEROS
               MOVE "     N/D" TO WS-VAR-TEXTO
           ELSE
               COMPUTE WS-PERCENTUAL ROUNDED =
                   (WS-VAR-REAL - WS-VAR-BASE) * 100 / WS-VAR-BASE
                   ON SIZE ERROR
                       MOVE "     N/D" TO WS-VAR-TEXTO
                   NOT ON SIZE ERROR
                       MOVE WS-PERCENTUAL TO WS-PCT-CAMPO
                       MOVE WS-PCT-CAMPO TO WS-VAR-TEXTO
               END-COMPUTE
           END-IF.

       GRAVAR-LINHA-FLASH.
           WRITE FLASH-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "FLASH-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WS-RUNLOG-GRAVADOS.
           MOVE SPACES TO FLASH-LINE.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file) or
      * 35 (not found, already handled above) means a real I/O
      * problem; log which file and status code and stop instead of
      * pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_FLASH.
