      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Shift report over the TABTURNO.DAT figures the
      *          CONTAGEM.DAT load keeps per center, day and shift:
      *          for the keyed year and measure - one cost center or
      *          all of them - it prints each day's volume per
      *          shift with each shift's share of the day, the month
      *          totals per shift, and the weekday pattern per shift
      *          (average volume per day of week), so the night
      *          shift's staffing is argued from the counts. The
      *          day's total comes from the TABELA.DAT cell (or the
      *          center's TABCENTRO.DAT cell); what the shifts do not
      *          explain - figures keyed by hand in PROG_TESTE5.cbl,
      *          which carry no shift - shows as SEM TURNO, so the
      *          columns always add up to the day. Report in
      *          TURNORPT.TXT.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_TURNORPT.

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

           SELECT TABTURNO-FILE ASSIGN TO "TABTURNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-CHAVE
               FILE STATUS IS WS-TABTURNO-STATUS.

           SELECT TURNO-REPORT ASSIGN TO "TURNORPT.TXT"
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

       FD  TABTURNO-FILE.
           COPY TABTURNO.

       FD  TURNO-REPORT.
        01 TURNO-LINE PIC X(100).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-TABELA-STATUS PIC X(02) VALUE ZEROS.
        77 WS-TABCENTRO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-TABTURNO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "TURNORPT.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_TURNORP".
        77 WS-ERRO-ARQUIVO  PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE   PIC 9(02) VALUE ZEROS.
        77 WS-ANO-ANALISE   PIC 9(04) VALUE ZEROS.
        77 WS-MEDIDA-ANALISE PIC 9(02) VALUE ZEROS.
        77 WS-MEDIDA-NOME   PIC X(20) VALUE SPACES.
        77 WS-MEDIDA-UNIDADE PIC X(05) VALUE SPACES.
        77 WS-MEDIDA-SITUACAO PIC X(01) VALUE "N".
        77 WS-CENTRO-ANALISE PIC 9(03) VALUE ZEROS.
        77 WS-ACHOU-ANO     PIC X(01) VALUE "N".
        77 WS-QTD-REG-TURNO PIC 9(06) VALUE ZEROS.
        77 WS-IDX-MES       PIC 9(02) VALUE ZEROS.
        77 WS-IDX-DIA       PIC 9(02) VALUE ZEROS.
        77 WS-IDX-TURNO     PIC 9(01) VALUE ZEROS.
        77 WS-DATA-DIA      PIC 9(08) VALUE ZEROS.
        77 WS-DIA-SEMANA    PIC 9(01) VALUE ZEROS.
        77 WS-DIAS-DIFF     PIC S9(09) VALUE ZEROS.
        77 WS-DIA-REFERENCIA PIC 9(08) VALUE 20240101.
        77 WS-SOMA-TURNOS   PIC 9(010) VALUE ZEROS.
        77 WS-SEM-TURNO     PIC S9(010) VALUE ZEROS.
        77 WS-TOTAL-DIA     PIC 9(010) VALUE ZEROS.
        77 WS-BASE-PCT      PIC 9(012) VALUE ZEROS.
        77 WS-PCT           PIC 9(03)V9 VALUE ZEROS.
        77 WS-MEDIA         PIC 9(09)V99 VALUE ZEROS.
        77 WS-SEM-CAMPO     PIC Z(10)9-.

      * The day's cell the shifts must add up to: the consolidated
      * TABELA cell, or the center's own cell when one is keyed.
        01 WS-TOTAIS-DIA.
         05 WS-TD-MES OCCURS 12 TIMES.
          10 WS-TD-QTD PIC 9(009) OCCURS 31 TIMES.

      * Shift volume per day, summed over the centers selected.
        01 WS-VOLUME-TURNO.
         05 WS-VT-TURNO OCCURS 3 TIMES.
          10 WS-VT-MES OCCURS 12 TIMES.
           15 WS-VT-QTD PIC 9(010) OCCURS 31 TIMES.

      * Month and year totals per shift, entry 4 being SEM TURNO.
        01 WS-TOTAIS-TURNO.
         05 WS-TT-COLUNA OCCURS 4 TIMES.
          10 WS-TT-MES PIC S9(011) OCCURS 12 TIMES.
          10 WS-TT-ANO PIC S9(012).

      * Weekday pattern: per day of week (1=SEG) the volume of each
      * shift and the number of days that had any volume.
        01 WS-PERFIL-SEMANA.
         05 WS-PS-ENTRY OCCURS 7 TIMES.
          10 WS-PS-SOMA PIC 9(012) OCCURS 3 TIMES.
          10 WS-PS-QTD PIC 9(03).
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

      * Print lines: day detail, month/year totals, weekday profile.
        01 WS-LINHA-DIA.
         05 WS-LD-DIA PIC 9(02).
         05 WS-LD-BARRA PIC X(01).
         05 WS-LD-MES PIC 9(02).
         05 WS-LD-COL OCCURS 3 TIMES.
          10 FILLER PIC X(01).
          10 WS-LD-TURNO PIC Z(9)9.
         05 FILLER PIC X(01).
         05 WS-LD-SEM PIC Z(9)9-.
         05 FILLER PIC X(01).
         05 WS-LD-TOTAL PIC Z(9)9.
         05 WS-LD-PCT-COL OCCURS 3 TIMES.
          10 FILLER PIC X(01).
          10 WS-LD-PCT PIC ZZ9.9.
        01 WS-LINHA-MES.
         05 WS-LM-ROTULO PIC X(08).
         05 WS-LM-COL OCCURS 3 TIMES.
          10 FILLER PIC X(01).
          10 WS-LM-TURNO PIC X(02).
          10 WS-LM-TOTAL PIC Z(11)9.
          10 FILLER PIC X(01).
          10 WS-LM-PCT PIC ZZ9.9.
          10 WS-LM-SINAL PIC X(01).
        01 WS-LINHA-SEMANA.
         05 FILLER PIC X(02).
         05 WS-LS-NOME PIC X(07).
         05 WS-LS-COL OCCURS 3 TIMES.
          10 FILLER PIC X(01).
          10 WS-LS-TURNO PIC X(02).
          10 WS-LS-MEDIA PIC Z(8)9.99.
          10 FILLER PIC X(01).
          10 WS-LS-PCT PIC ZZ9.9.
          10 WS-LS-SINAL PIC X(01).

        01 WS-DIAS-NO-MES VALUE "312831303130313130313031".
          05 WS-DIAS-MES-TAB PIC 9(02) OCCURS 12.
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           DISPLAY "ANO DA ANALISE (AAAA):".
           ACCEPT WS-ANO-ANALISE.
           DISPLAY "MEDIDA (01 PECAS 02 PESO KG 03 DEVOLUCOES):".
           ACCEPT WS-MEDIDA-ANALISE.
           IF WS-MEDIDA-ANALISE = ZEROS
               MOVE 01 TO WS-MEDIDA-ANALISE
           END-IF.
           CALL "OBTER-MEDIDA" USING WS-MEDIDA-ANALISE WS-MEDIDA-NOME
               WS-MEDIDA-UNIDADE WS-MEDIDA-SITUACAO.
           IF WS-MEDIDA-SITUACAO = "N"
               DISPLAY "MEDIDA " WS-MEDIDA-ANALISE
                   " NAO CADASTRADA EM MEDIDA.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "CENTRO DE CUSTO (000 = TODOS):".
           ACCEPT WS-CENTRO-ANALISE.

           INITIALIZE WS-TOTAIS-DIA.
           IF WS-CENTRO-ANALISE = ZEROS
               PERFORM CARREGAR-ANO-ANALISE
           ELSE
               PERFORM CARREGAR-CENTRO-ANALISE
           END-IF.
           IF WS-ACHOU-ANO = "N"
               DISPLAY "ANO " WS-ANO-ANALISE
                   " SEM REGISTRO NA TABELA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CARREGAR-VOLUME-TURNO.
           IF WS-QTD-REG-TURNO = ZEROS
               DISPLAY "NENHUM VOLUME POR TURNO PARA O ANO "
                   WS-ANO-ANALISE " MEDIDA " WS-MEDIDA-ANALISE
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

           OPEN OUTPUT TURNO-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "TURNO-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO TURNO-LINE.
           STRING "VOLUME POR TURNO - ANO " WS-ANO-ANALISE
               DELIMITED BY SIZE INTO TURNO-LINE.
           PERFORM GRAVAR-LINHA-TURNO.
           MOVE SPACES TO TURNO-LINE.
           STRING "MEDIDA " WS-MEDIDA-ANALISE " " WS-MEDIDA-NOME
               " (" WS-MEDIDA-UNIDADE ")"
               DELIMITED BY SIZE INTO TURNO-LINE.
           PERFORM GRAVAR-LINHA-TURNO.
           MOVE SPACES TO TURNO-LINE.
           IF WS-CENTRO-ANALISE = ZEROS
               MOVE "TODOS OS CENTROS DE CUSTO" TO TURNO-LINE
           ELSE
               STRING "CENTRO DE CUSTO " WS-CENTRO-ANALISE
                   DELIMITED BY SIZE INTO TURNO-LINE
           END-IF.
           PERFORM GRAVAR-LINHA-TURNO.

           PERFORM IMPRIMIR-DIAS.
           PERFORM IMPRIMIR-MESES.
           PERFORM IMPRIMIR-PERFIL-SEMANA.

           CLOSE TURNO-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.
           DISPLAY "RELATORIO DE TURNOS GERADO EM TURNORPT.TXT PARA "
               WS-ANO-ANALISE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       CARREGAR-ANO-ANALISE.
      * The year's latest generation, the keyed START/READ PREVIOUS
      * load the comparison reports use.
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
           MOVE WS-ANO-ANALISE TO FD-ANO-REFERENCIA.
           MOVE WS-MEDIDA-ANALISE TO FD-MEDIDA-CODIGO.
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
                       AND FD-ANO-REFERENCIA = WS-ANO-ANALISE
                       AND FD-MEDIDA-CODIGO = WS-MEDIDA-ANALISE
                   MOVE "S" TO WS-ACHOU-ANO
                   PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                           UNTIL WS-IDX-MES > 12
                       PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                               UNTIL WS-IDX-DIA > 31
                           MOVE FD-QUANTIDADE-DIARIA
                               (WS-IDX-MES, WS-IDX-DIA)
                               TO WS-TD-QTD(WS-IDX-MES, WS-IDX-DIA)
                       END-PERFORM
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

       CARREGAR-CENTRO-ANALISE.
           OPEN INPUT TABCENTRO-FILE.
           IF WS-TABCENTRO-STATUS = "35"
               DISPLAY "TABCENTRO.DAT NAO ENCONTRADA"
               CLOSE TABCENTRO-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TABCENTRO-STATUS NOT = "00"
               MOVE "TABCENTRO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TABCENTRO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-CENTRO-ANALISE TO TC-CENTRO.
           MOVE WS-ANO-ANALISE TO TC-ANO.
           MOVE WS-MEDIDA-ANALISE TO TC-MEDIDA.
           READ TABCENTRO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-ANO
                   PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                           UNTIL WS-IDX-MES > 12
                       PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                               UNTIL WS-IDX-DIA > 31
                           MOVE TC-QUANTIDADE-DIARIA
                               (WS-IDX-MES, WS-IDX-DIA)
                               TO WS-TD-QTD(WS-IDX-MES, WS-IDX-DIA)
                       END-PERFORM
                   END-PERFORM
           END-READ.
           IF WS-TABCENTRO-STATUS NOT = "00"
                   AND WS-TABCENTRO-STATUS NOT = "23"
               MOVE "TABCENTRO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TABCENTRO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE TABCENTRO-FILE.

       CARREGAR-VOLUME-TURNO.
      * One pass over TABTURNO.DAT picking the year and measure's
      * records - every center's, or only the keyed one's.
           INITIALIZE WS-VOLUME-TURNO.
           MOVE ZEROS TO WS-QTD-REG-TURNO.
           OPEN INPUT TABTURNO-FILE.
           IF WS-TABTURNO-STATUS = "35"
               CLOSE TABTURNO-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-TABTURNO-STATUS NOT = "00"
               MOVE "TABTURNO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TABTURNO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-CENTRO-ANALISE TO TT-CENTRO.
           MOVE ZEROS TO TT-ANO.
           MOVE ZEROS TO TT-MEDIDA.
           MOVE ZEROS TO TT-TURNO.
           START TABTURNO-FILE KEY NOT LESS THAN TT-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-TABTURNO-STATUS = "00"
               PERFORM UNTIL WS-TABTURNO-STATUS = "10"
                   READ TABTURNO-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-TABTURNO-STATUS NOT = "00"
                           AND WS-TABTURNO-STATUS NOT = "10"
                       MOVE "TABTURNO-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-TABTURNO-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF WS-CENTRO-ANALISE NOT = ZEROS
                           AND TT-CENTRO NOT = WS-CENTRO-ANALISE
                       EXIT PERFORM
                   END-IF
                   IF TT-ANO = WS-ANO-ANALISE
                           AND TT-MEDIDA = WS-MEDIDA-ANALISE
                           AND TT-TURNO >= 1 AND TT-TURNO <= 3
                       ADD 1 TO WS-QTD-REG-TURNO
                       PERFORM SOMAR-REGISTRO-TURNO
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE TABTURNO-FILE.

       SOMAR-REGISTRO-TURNO.
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 12
               PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                       UNTIL WS-IDX-DIA > 31
                   ADD TT-QUANTIDADE-DIARIA(WS-IDX-MES, WS-IDX-DIA)
                       TO WS-VT-QTD(TT-TURNO, WS-IDX-MES, WS-IDX-DIA)
               END-PERFORM
           END-PERFORM.

       IMPRIMIR-DIAS.
      * One line per day with any volume; the shares are of the
      * day's cell, SEM TURNO included, so they read as "how much
      * of the day this shift produced". A negative SEM TURNO means
      * the day was corrected down by hand after the load.
           INITIALIZE WS-TOTAIS-TURNO.
           INITIALIZE WS-PERFIL-SEMANA.
           MOVE SPACES TO TURNO-LINE.
           PERFORM GRAVAR-LINHA-TURNO.
           MOVE "VOLUME DIARIO POR TURNO E PARTICIPACAO NO DIA (%):"
               TO TURNO-LINE.
           PERFORM GRAVAR-LINHA-TURNO.
           MOVE SPACES TO TURNO-LINE.
           STRING "DIA      TURNO 1    TURNO 2    TURNO 3"
               "   SEM TURNO  TOTAL DIA   %T1   %T2   %T3"
               DELIMITED BY SIZE INTO TURNO-LINE.
           PERFORM GRAVAR-LINHA-TURNO.
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 12
               PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                       UNTIL WS-IDX-DIA > WS-DIAS-MES-TAB(WS-IDX-MES)
                   PERFORM IMPRIMIR-UM-DIA
               END-PERFORM
           END-PERFORM.

       IMPRIMIR-UM-DIA.
           MOVE ZEROS TO WS-SOMA-TURNOS.
           PERFORM VARYING WS-IDX-TURNO FROM 1 BY 1
                   UNTIL WS-IDX-TURNO > 3
               ADD WS-VT-QTD(WS-IDX-TURNO, WS-IDX-MES, WS-IDX-DIA)
                   TO WS-SOMA-TURNOS
           END-PERFORM.
           MOVE WS-TD-QTD(WS-IDX-MES, WS-IDX-DIA) TO WS-TOTAL-DIA.
           IF WS-SOMA-TURNOS = ZEROS AND WS-TOTAL-DIA = ZEROS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SEM-TURNO = WS-TOTAL-DIA - WS-SOMA-TURNOS.

           MOVE SPACES TO WS-LINHA-DIA.
           MOVE WS-IDX-DIA TO WS-LD-DIA.
           MOVE "/" TO WS-LD-BARRA.
           MOVE WS-IDX-MES TO WS-LD-MES.
           PERFORM VARYING WS-IDX-TURNO FROM 1 BY 1
                   UNTIL WS-IDX-TURNO > 3
               MOVE WS-VT-QTD(WS-IDX-TURNO, WS-IDX-MES, WS-IDX-DIA)
                   TO WS-LD-TURNO(WS-IDX-TURNO)
               ADD WS-VT-QTD(WS-IDX-TURNO, WS-IDX-MES, WS-IDX-DIA)
                   TO WS-TT-MES(WS-IDX-TURNO, WS-IDX-MES)
               IF WS-TOTAL-DIA NOT = ZEROS
                   COMPUTE WS-PCT ROUNDED =
                       WS-VT-QTD(WS-IDX-TURNO, WS-IDX-MES, WS-IDX-DIA)
                       * 100 / WS-TOTAL-DIA
                   MOVE WS-PCT TO WS-LD-PCT(WS-IDX-TURNO)
               END-IF
           END-PERFORM.
           ADD WS-SEM-TURNO TO WS-TT-MES(4, WS-IDX-MES).
           MOVE WS-SEM-TURNO TO WS-LD-SEM.
           MOVE WS-TOTAL-DIA TO WS-LD-TOTAL.
           MOVE WS-LINHA-DIA TO TURNO-LINE.
           PERFORM GRAVAR-LINHA-TURNO.

      * The weekday pattern counts only days with shift volume, on
      * the same 2024-01-01 Monday reference PROG_TENDRPT.cbl uses.
           IF WS-SOMA-TURNOS NOT = ZEROS
               MOVE ZEROS TO WS-DATA-DIA
               MOVE WS-ANO-ANALISE TO WS-DATA-DIA(1:4)
               MOVE WS-IDX-MES TO WS-DATA-DIA(5:2)
               MOVE WS-IDX-DIA TO WS-DATA-DIA(7:2)
               COMPUTE WS-DIAS-DIFF =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-DIA)
                   - FUNCTION INTEGER-OF-DATE(WS-DIA-REFERENCIA)
               COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-DIAS-DIFF, 7) + 1
               ADD 1 TO WS-PS-QTD(WS-DIA-SEMANA)
               PERFORM VARYING WS-IDX-TURNO FROM 1 BY 1
                       UNTIL WS-IDX-TURNO > 3
                   ADD WS-VT-QTD(WS-IDX-TURNO, WS-IDX-MES, WS-IDX-DIA)
                       TO WS-PS-SOMA(WS-DIA-SEMANA, WS-IDX-TURNO)
               END-PERFORM
           END-IF.

       IMPRIMIR-MESES.
      * Month shares are of the month's whole volume, SEM TURNO
      * included, like the day shares.
           MOVE SPACES TO TURNO-LINE.
           PERFORM GRAVAR-LINHA-TURNO.
           MOVE "TOTAL DO MES POR TURNO E PARTICIPACAO NO MES (%):"
               TO TURNO-LINE.
           PERFORM GRAVAR-LINHA-TURNO.
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 12
               MOVE ZEROS TO WS-BASE-PCT
               PERFORM VARYING WS-IDX-TURNO FROM 1 BY 1
                       UNTIL WS-IDX-TURNO > 4
                   ADD WS-TT-MES(WS-IDX-TURNO, WS-IDX-MES)
                       TO WS-TT-ANO(WS-IDX-TURNO)
                   ADD WS-TT-MES(WS-IDX-TURNO, WS-IDX-MES)
                       TO WS-BASE-PCT
               END-PERFORM
               IF WS-BASE-PCT NOT = ZEROS
                   MOVE SPACES TO WS-LINHA-MES
                   STRING "  MES " WS-IDX-MES
                       DELIMITED BY SIZE INTO WS-LM-ROTULO
                   PERFORM VARYING WS-IDX-TURNO FROM 1 BY 1
                           UNTIL WS-IDX-TURNO > 3
                       MOVE WS-TT-MES(WS-IDX-TURNO, WS-IDX-MES)
                           TO WS-LM-TOTAL(WS-IDX-TURNO)
                       COMPUTE WS-PCT ROUNDED =
                           WS-TT-MES(WS-IDX-TURNO, WS-IDX-MES)
                           * 100 / WS-BASE-PCT
                       PERFORM MONTAR-COLUNA-MES
                   END-PERFORM
                   MOVE WS-LINHA-MES TO TURNO-LINE
                   PERFORM GRAVAR-LINHA-TURNO
               END-IF
           END-PERFORM.
           MOVE ZEROS TO WS-BASE-PCT.
           PERFORM VARYING WS-IDX-TURNO FROM 1 BY 1
                   UNTIL WS-IDX-TURNO > 4
               ADD WS-TT-ANO(WS-IDX-TURNO) TO WS-BASE-PCT
           END-PERFORM.
           IF WS-BASE-PCT NOT = ZEROS
               MOVE SPACES TO WS-LINHA-MES
               MOVE "  ANO" TO WS-LM-ROTULO
               PERFORM VARYING WS-IDX-TURNO FROM 1 BY 1
                       UNTIL WS-IDX-TURNO > 3
                   MOVE WS-TT-ANO(WS-IDX-TURNO)
                       TO WS-LM-TOTAL(WS-IDX-TURNO)
                   COMPUTE WS-PCT ROUNDED =
                       WS-TT-ANO(WS-IDX-TURNO) * 100 / WS-BASE-PCT
                   PERFORM MONTAR-COLUNA-MES
               END-PERFORM
               MOVE WS-LINHA-MES TO TURNO-LINE
               PERFORM GRAVAR-LINHA-TURNO
           END-IF.
           MOVE WS-TT-ANO(4) TO WS-SEM-CAMPO.
           MOVE SPACES TO TURNO-LINE.
           STRING "  SEM TURNO NO ANO (DIGITADO A MAO) " WS-SEM-CAMPO
               DELIMITED BY SIZE INTO TURNO-LINE.
           PERFORM GRAVAR-LINHA-TURNO.

       MONTAR-COLUNA-MES.
           MOVE "T" TO WS-LM-TURNO(WS-IDX-TURNO)(1:1).
           MOVE WS-IDX-TURNO TO WS-LM-TURNO(WS-IDX-TURNO)(2:1).
           MOVE WS-PCT TO WS-LM-PCT(WS-IDX-TURNO).
           MOVE "%" TO WS-LM-SINAL(WS-IDX-TURNO).

       IMPRIMIR-PERFIL-SEMANA.
           MOVE SPACES TO TURNO-LINE.
           PERFORM GRAVAR-LINHA-TURNO.
           MOVE "PERFIL POR DIA DA SEMANA (MEDIA POR DIA, % DO DIA):"
               TO TURNO-LINE.
           PERFORM GRAVAR-LINHA-TURNO.
           PERFORM VARYING WS-DIA-SEMANA FROM 1 BY 1
                   UNTIL WS-DIA-SEMANA > 7
               MOVE SPACES TO WS-LINHA-SEMANA
               MOVE WS-NOME-DIA(WS-DIA-SEMANA) TO WS-LS-NOME
               MOVE ZEROS TO WS-BASE-PCT
               PERFORM VARYING WS-IDX-TURNO FROM 1 BY 1
                       UNTIL WS-IDX-TURNO > 3
                   ADD WS-PS-SOMA(WS-DIA-SEMANA, WS-IDX-TURNO)
                       TO WS-BASE-PCT
               END-PERFORM
               PERFORM VARYING WS-IDX-TURNO FROM 1 BY 1
                       UNTIL WS-IDX-TURNO > 3
                   IF WS-PS-QTD(WS-DIA-SEMANA) = ZEROS
                           OR WS-BASE-PCT = ZEROS
                       MOVE ZEROS TO WS-MEDIA
                       MOVE ZEROS TO WS-PCT
                   ELSE
                       COMPUTE WS-MEDIA ROUNDED =
                           WS-PS-SOMA(WS-DIA-SEMANA, WS-IDX-TURNO)
                           / WS-PS-QTD(WS-DIA-SEMANA)
                       COMPUTE WS-PCT ROUNDED =
                           WS-PS-SOMA(WS-DIA-SEMANA, WS-IDX-TURNO)
                           * 100 / WS-BASE-PCT
                   END-IF
                   MOVE "T" TO WS-LS-TURNO(WS-IDX-TURNO)(1:1)
                   MOVE WS-IDX-TURNO TO WS-LS-TURNO(WS-IDX-TURNO)(2:1)
                   MOVE WS-MEDIA TO WS-LS-MEDIA(WS-IDX-TURNO)
                   MOVE WS-PCT TO WS-LS-PCT(WS-IDX-TURNO)
                   MOVE "%" TO WS-LS-SINAL(WS-IDX-TURNO)
               END-PERFORM
               MOVE WS-LINHA-SEMANA TO TURNO-LINE
               PERFORM GRAVAR-LINHA-TURNO
           END-PERFORM.

       GRAVAR-LINHA-TURNO.
           WRITE TURNO-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "TURNO-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file),
      * 23 (key not found) or 35 (not found, already handled above)
      * means a real I/O problem; log which file and status code and
      * stop instead of pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_TURNORPT.
