      *          month's daily budget figures for a year; mode C
      *          loads the ORCLOAD.DAT list (month, day, value) in
      *          one pass, the same batch-load idea PROG_FERMANUT's
      *          holiday load set; mode D takes the twelve monthly
      *          totals the planners agree and spreads each over its
      *          month's days - nothing on weekends and holidays,
      *          half a share on half days, and business days
      *          weighted by the weekday profile of an actuals year
      *          off TABELA.DAT - printing ORCSPREAD.TXT for sign-off
      *          before anything is saved. Every mode saves the year
      *          as a new dated generation, so earlier budgets stay
      *          on file for comparison.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARGA-STATUS.

      * Actuals history, read only for the weekday profile the
      * spread weights business days with.
           SELECT TABELA-FILE ASSIGN TO "TABELA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-TABELA-CHAVE
               FILE STATUS IS WS-TABELA-STATUS.

           SELECT PREVIA-REPORT ASSIGN TO "ORCSPREAD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREVIA-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
      * The TABANUAL.CPY shape under its own names, the same
      * sibling-layout split TABANUALR.CPY documents - except the
      * key has no measure: the budget is always in pieces, so the
      * two are copied month by month rather than as one record.
       FD  ORCAMENTO-FILE.
        01 ORC-REC.
         03 ORC-CHAVE.
         05 CARGA-DIA PIC 9(02).
         05 CARGA-VALOR PIC 9(09).

       FD  TABELA-FILE.
           COPY TABANUALR.

       FD  PREVIA-REPORT.
        01 PREVIA-LINE PIC X(080).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-IDX-DIA        PIC 9(02) VALUE ZEROS.
        77 WS-QTD-CARREGADOS PIC 9(05) VALUE ZEROS.
        77 WS-QTD-REJEITADOS PIC 9(05) VALUE ZEROS.
        77 WS-TABELA-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-PREVIA-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "ORCSPREAD.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_ORCMANU".
        77 WS-GRAVAR         PIC X(01) VALUE "S".
        77 WS-CONFIRMA       PIC X(01) VALUE SPACES.
        77 WS-ANO-PERFIL     PIC 9(04) VALUE ZEROS.
        77 WS-ACHOU-PERFIL   PIC X(01) VALUE "N".
        77 WS-DIAS-DO-MES    PIC 9(02) VALUE ZEROS.
        77 WS-ANO-DIAS       PIC 9(04) VALUE ZEROS.
        77 WS-DATA-DIA       PIC 9(08) VALUE ZEROS.
        77 WS-DIA-SEMANA     PIC 9(01) VALUE ZEROS.
        77 WS-DIAS-DIFF      PIC S9(09) VALUE ZEROS.
        77 WS-DIA-REFERENCIA PIC 9(08) VALUE 20240101.
        77 WS-CLASSIFICACAO  PIC X(010) VALUE SPACES.
        77 WS-DESCRICAO      PIC X(020) VALUE SPACES.
        77 WS-SOMA-PESOS     PIC 9(11)V99 VALUE ZEROS.
        77 WS-SOMA-MEDIAS    PIC 9(11)V99 VALUE ZEROS.
        77 WS-QTD-MEDIAS     PIC 9(01) VALUE ZEROS.
        77 WS-MEDIA-GERAL    PIC 9(09)V99 VALUE ZEROS.
        77 WS-DISTRIBUIDO    PIC 9(11) VALUE ZEROS.
        77 WS-ULTIMO-DIA-PESO PIC 9(02) VALUE ZEROS.
        77 WS-PESO-CAMPO     PIC Z(8)9.99.
        77 WS-VALOR-CAMPO    PIC Z(8)9.
        77 WS-TOTAL-CAMPO    PIC Z(10)9.

      * The twelve agreed monthly totals the spread distributes.
        01 WS-TOTAIS-ACORDADOS.
         05 WS-TOTAL-ACORDADO PIC 9(011) OCCURS 12 TIMES.

      * Weekday profile (1=SEG): business-day volume and count off
      * the profile year, then the weight each weekday gets.
        01 WS-PERFIL-SEMANA.
         05 WS-PS-ENTRY OCCURS 7 TIMES.
          10 WS-PS-SOMA-UTIL PIC 9(012).
          10 WS-PS-QTD-UTIL PIC 9(03).
          10 WS-PS-PESO PIC 9(09)V99.
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

      * One month's days while it is being spread.
        01 WS-MES-DISTRIBUIDO.
         05 WS-MD-DIA OCCURS 31 TIMES.
          10 WS-MD-CLASSIFICACAO PIC X(010).
          10 WS-MD-PESO PIC 9(09)V99.
        01 WS-DIAS-NO-MES VALUE "312831303130313130313031".
          05 WS-DIAS-MES-TAB PIC 9(02) OCCURS 12.
      *=================================================================
       INICIO.
           DISPLAY "ANO DO ORCAMENTO (AAAA):".
           ACCEPT WS-ANO-ORCADO.
           DISPLAY "MODO: E-ENTRAR UM MES C-CARGA DE ORCLOAD.DAT "
               "D-DISTRIBUIR TOTAIS MENSAIS".
           ACCEPT WS-MODO.

           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           PERFORM CARREGAR-ORCAMENTO-ANO.

           EVALUATE WS-MODO
               WHEN "C"
               WHEN "c"
                   PERFORM CARREGAR-LOTE-ORCADO
               WHEN "D"
               WHEN "d"
                   PERFORM DISTRIBUIR-TOTAIS-MENSAIS
               WHEN OTHER
                   PERFORM ENTRAR-MES-ORCADO
           END-EVALUATE.

           IF WS-GRAVAR = "N"
               DISPLAY "DISTRIBUICAO DESCARTADA - ORCAMENTO DO ANO "
                   WS-ANO-ORCADO " NAO ALTERADO"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CALCULAR-TOTAIS-ORCADOS.
                   END-READ
                   IF WS-ORCAMENTO-STATUS = "00"
                           AND ORC-ANO = WS-ANO-ORCADO
                       MOVE ORC-GERACAO TO GERACAO-DATA
                       PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                               UNTIL WS-IDX-MES > 12
                           MOVE ORC-MENSAL(WS-IDX-MES)
                               TO TABELA-MENSAL(WS-IDX-MES)
                       END-PERFORM
                       MOVE ORC-TOTAL-ANUAL TO TOTAL-ANUAL
                       MOVE WS-ANO-ORCADO TO ANO-REFERENCIA
                   END-IF
               END-IF
               END-IF
           END-IF.

       DISTRIBUIR-TOTAIS-MENSAIS.
      * The agreed figure is one number per month; the days inherit
      * it in proportion to their weight, so the variance report
      * compares like with like from day 1 instead of showing the
      * whole month landing on one cell.
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 12
               DISPLAY "TOTAL ORCADO PARA O MES " WS-IDX-MES ":"
               ACCEPT WS-TOTAL-ACORDADO(WS-IDX-MES)
           END-PERFORM.
           DISPLAY "ANO DE REALIZADO PARA O PERFIL SEMANAL "
               "(AAAA, 0 = ANO ANTERIOR):".
           ACCEPT WS-ANO-PERFIL.
           IF WS-ANO-PERFIL = ZEROS
               COMPUTE WS-ANO-PERFIL = WS-ANO-ORCADO - 1
           END-IF.
           PERFORM MONTAR-PERFIL-SEMANA.

           OPEN OUTPUT PREVIA-REPORT.
           IF WS-PREVIA-STATUS NOT = "00"
               MOVE "PREVIA-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-PREVIA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO PREVIA-LINE.
           STRING "PREVIA DA DISTRIBUICAO DO ORCAMENTO - ANO "
               WS-ANO-ORCADO
               DELIMITED BY SIZE INTO PREVIA-LINE.
           PERFORM GRAVAR-LINHA-PREVIA.
           MOVE SPACES TO PREVIA-LINE.
           IF WS-ACHOU-PERFIL = "S"
               STRING "PESOS DOS DIAS UTEIS PELO REALIZADO DE "
                   WS-ANO-PERFIL " (MEDIA POR DIA DA SEMANA):"
                   DELIMITED BY SIZE INTO PREVIA-LINE
           ELSE
               STRING "SEM REALIZADO PARA " WS-ANO-PERFIL
                   " - DIAS UTEIS COM PESOS IGUAIS:"
                   DELIMITED BY SIZE INTO PREVIA-LINE
           END-IF.
           PERFORM GRAVAR-LINHA-PREVIA.
           PERFORM VARYING WS-DIA-SEMANA FROM 1 BY 1
                   UNTIL WS-DIA-SEMANA > 5
               MOVE WS-PS-PESO(WS-DIA-SEMANA) TO WS-PESO-CAMPO
               MOVE SPACES TO PREVIA-LINE
               STRING "  " WS-NOME-DIA(WS-DIA-SEMANA)
                   " PESO " WS-PESO-CAMPO
                   DELIMITED BY SIZE INTO PREVIA-LINE
               PERFORM GRAVAR-LINHA-PREVIA
           END-PERFORM.

           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 12
               PERFORM DISTRIBUIR-UM-MES
           END-PERFORM.
           CLOSE PREVIA-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           DISPLAY "PREVIA DA DISTRIBUICAO EM ORCSPREAD.TXT".
           DISPLAY "CONFIRMA A GRAVACAO COMO NOVA GERACAO (S/N)?".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               MOVE "N" TO WS-GRAVAR
           END-IF.

       MONTAR-PERFIL-SEMANA.
      * The business-day average per weekday PROG_TENDRPT.cbl
      * prints, off the profile year's latest pieces generation (the
      * budget is in pieces). A weekday with no business day in that
      * year gets the average of the others; no usable year at all
      * means every business day weighs the same.
           INITIALIZE WS-PERFIL-SEMANA.
           MOVE "N" TO WS-ACHOU-PERFIL.
           OPEN INPUT TABELA-FILE.
           IF WS-TABELA-STATUS = "00"
               MOVE WS-ANO-PERFIL TO FD-ANO-REFERENCIA
               MOVE 01 TO FD-MEDIDA-CODIGO
               MOVE 99999999 TO FD-GERACAO-DATA
               START TABELA-FILE KEY NOT GREATER THAN
                       FD-TABELA-CHAVE
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-TABELA-STATUS = "00"
                   READ TABELA-FILE PREVIOUS RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-TABELA-STATUS = "00"
                           AND FD-ANO-REFERENCIA = WS-ANO-PERFIL
                           AND FD-MEDIDA-CODIGO = 01
                       MOVE "S" TO WS-ACHOU-PERFIL
                   END-IF
               END-IF
               IF WS-TABELA-STATUS NOT = "00"
                       AND WS-TABELA-STATUS NOT = "10"
                       AND WS-TABELA-STATUS NOT = "23"
                       AND WS-TABELA-STATUS NOT = "46"
                   MOVE "TABELA-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-TABELA-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               CLOSE TABELA-FILE
           ELSE
               IF WS-TABELA-STATUS NOT = "35"
                   MOVE "TABELA-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-TABELA-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               CLOSE TABELA-FILE
           END-IF.

           IF WS-ACHOU-PERFIL = "S"
               PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                       UNTIL WS-IDX-MES > 12
                   MOVE WS-ANO-PERFIL TO WS-DATA-DIA(1:4)
                   PERFORM OBTER-DIAS-DO-MES
                   PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                           UNTIL WS-IDX-DIA > WS-DIAS-DO-MES
                       PERFORM CLASSIFICAR-DIA-PERFIL
                       IF WS-CLASSIFICACAO = "DIA-UTIL"
                           ADD FD-QUANTIDADE-DIARIA
                               (WS-IDX-MES, WS-IDX-DIA)
                               TO WS-PS-SOMA-UTIL(WS-DIA-SEMANA)
                           ADD 1 TO WS-PS-QTD-UTIL(WS-DIA-SEMANA)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

           MOVE ZEROS TO WS-SOMA-MEDIAS.
           MOVE ZEROS TO WS-QTD-MEDIAS.
           PERFORM VARYING WS-DIA-SEMANA FROM 1 BY 1
                   UNTIL WS-DIA-SEMANA > 7
               IF WS-PS-QTD-UTIL(WS-DIA-SEMANA) NOT = ZEROS
                   COMPUTE WS-PS-PESO(WS-DIA-SEMANA) ROUNDED =
                       WS-PS-SOMA-UTIL(WS-DIA-SEMANA)
                       / WS-PS-QTD-UTIL(WS-DIA-SEMANA)
                   ADD WS-PS-PESO(WS-DIA-SEMANA) TO WS-SOMA-MEDIAS
                   ADD 1 TO WS-QTD-MEDIAS
               END-IF
           END-PERFORM.
           IF WS-SOMA-MEDIAS = ZEROS
               MOVE "N" TO WS-ACHOU-PERFIL
               MOVE 1 TO WS-MEDIA-GERAL
           ELSE
               COMPUTE WS-MEDIA-GERAL ROUNDED =
                   WS-SOMA-MEDIAS / WS-QTD-MEDIAS
           END-IF.
           PERFORM VARYING WS-DIA-SEMANA FROM 1 BY 1
                   UNTIL WS-DIA-SEMANA > 7
               IF WS-PS-QTD-UTIL(WS-DIA-SEMANA) = ZEROS
                       OR WS-ACHOU-PERFIL = "N"
                   MOVE WS-MEDIA-GERAL TO WS-PS-PESO(WS-DIA-SEMANA)
               END-IF
           END-PERFORM.

       CLASSIFICAR-DIA-PERFIL.
      * WS-DATA-DIA(1:4) already holds the year; weekday off the
      * 2024-01-01 Monday reference, class off the shared
      * classifier - holidays and half days included.
           MOVE WS-IDX-MES TO WS-DATA-DIA(5:2).
           MOVE WS-IDX-DIA TO WS-DATA-DIA(7:2).
           COMPUTE WS-DIAS-DIFF =
               FUNCTION INTEGER-OF-DATE(WS-DATA-DIA)
               - FUNCTION INTEGER-OF-DATE(WS-DIA-REFERENCIA).
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIAS-DIFF, 7) + 1.
           MOVE SPACES TO WS-DESCRICAO.
           CALL "CLASSIFICAR-DIA-UTIL" USING WS-DATA-DIA
               WS-CLASSIFICACAO WS-DESCRICAO.

       OBTER-DIAS-DO-MES.
      * Month length for the year in WS-DATA-DIA(1:4), leap
      * February included.
           MOVE WS-DIAS-MES-TAB(WS-IDX-MES) TO WS-DIAS-DO-MES.
           MOVE WS-DATA-DIA(1:4) TO WS-ANO-DIAS.
           IF WS-IDX-MES = 2
               IF FUNCTION MOD(WS-ANO-DIAS, 4) = 0
                   AND (FUNCTION MOD(WS-ANO-DIAS, 100) NOT = 0
                       OR FUNCTION MOD(WS-ANO-DIAS, 400) = 0)
                   MOVE 29 TO WS-DIAS-DO-MES
               END-IF
           END-IF.

       DISTRIBUIR-UM-MES.
      * Business day: its weekday's weight; half day: half of it;
      * weekend, holiday and ponte: nothing. Each cell takes its
      * truncated share, and what truncation leaves over goes to the
      * month's last weighted day, so the month adds up exactly to
      * the agreed figure.
           MOVE WS-ANO-ORCADO TO WS-DATA-DIA(1:4).
           PERFORM OBTER-DIAS-DO-MES.
           INITIALIZE WS-MES-DISTRIBUIDO.
           MOVE ZEROS TO WS-SOMA-PESOS.
           MOVE ZEROS TO WS-ULTIMO-DIA-PESO.
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > 31
               MOVE ZEROS TO QUANTIDADE-DIARIA(WS-IDX-MES, WS-IDX-DIA)
           END-PERFORM.
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > WS-DIAS-DO-MES
               PERFORM CLASSIFICAR-DIA-PERFIL
               MOVE WS-CLASSIFICACAO
                   TO WS-MD-CLASSIFICACAO(WS-IDX-DIA)
               EVALUATE WS-CLASSIFICACAO
                   WHEN "DIA-UTIL"
                       MOVE WS-PS-PESO(WS-DIA-SEMANA)
                           TO WS-MD-PESO(WS-IDX-DIA)
                   WHEN "MEIO-DIA"
                       COMPUTE WS-MD-PESO(WS-IDX-DIA) ROUNDED =
                           WS-PS-PESO(WS-DIA-SEMANA) / 2
                   WHEN OTHER
                       MOVE ZEROS TO WS-MD-PESO(WS-IDX-DIA)
               END-EVALUATE
               IF WS-MD-PESO(WS-IDX-DIA) NOT = ZEROS
                   ADD WS-MD-PESO(WS-IDX-DIA) TO WS-SOMA-PESOS
                   MOVE WS-IDX-DIA TO WS-ULTIMO-DIA-PESO
               END-IF
           END-PERFORM.

           MOVE ZEROS TO WS-DISTRIBUIDO.
           IF WS-SOMA-PESOS = ZEROS
               IF WS-TOTAL-ACORDADO(WS-IDX-MES) NOT = ZEROS
                   DISPLAY "MES " WS-IDX-MES " SEM DIA UTIL - TOTAL "
                       "NAO DISTRIBUIDO"
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE
               PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                       UNTIL WS-IDX-DIA > WS-DIAS-DO-MES
                   COMPUTE QUANTIDADE-DIARIA(WS-IDX-MES, WS-IDX-DIA)
                       = WS-TOTAL-ACORDADO(WS-IDX-MES)
                       * WS-MD-PESO(WS-IDX-DIA) / WS-SOMA-PESOS
                   ADD QUANTIDADE-DIARIA(WS-IDX-MES, WS-IDX-DIA)
                       TO WS-DISTRIBUIDO
               END-PERFORM
               COMPUTE QUANTIDADE-DIARIA
                       (WS-IDX-MES, WS-ULTIMO-DIA-PESO) =
                   QUANTIDADE-DIARIA(WS-IDX-MES, WS-ULTIMO-DIA-PESO)
                   + WS-TOTAL-ACORDADO(WS-IDX-MES) - WS-DISTRIBUIDO
           END-IF.

           MOVE WS-TOTAL-ACORDADO(WS-IDX-MES) TO WS-TOTAL-CAMPO.
           MOVE SPACES TO PREVIA-LINE.
           STRING "MES " WS-IDX-MES " TOTAL ACORDADO " WS-TOTAL-CAMPO
               DELIMITED BY SIZE INTO PREVIA-LINE.
           PERFORM GRAVAR-LINHA-PREVIA.
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > WS-DIAS-DO-MES
               MOVE WS-MD-PESO(WS-IDX-DIA) TO WS-PESO-CAMPO
               MOVE QUANTIDADE-DIARIA(WS-IDX-MES, WS-IDX-DIA)
                   TO WS-VALOR-CAMPO
               MOVE SPACES TO PREVIA-LINE
               STRING "  " WS-IDX-DIA "/" WS-IDX-MES " "
                   WS-MD-CLASSIFICACAO(WS-IDX-DIA)
                   " PESO " WS-PESO-CAMPO
                   " ORCADO " WS-VALOR-CAMPO
                   DELIMITED BY SIZE INTO PREVIA-LINE
               PERFORM GRAVAR-LINHA-PREVIA
           END-PERFORM.

       GRAVAR-LINHA-PREVIA.
           WRITE PREVIA-LINE.
           IF WS-PREVIA-STATUS NOT = "00"
               MOVE "PREVIA-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-PREVIA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       CALCULAR-TOTAIS-ORCADOS.
           MOVE ZEROS TO TOTAL-ANUAL.
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
      * in place.
           MOVE WS-DATA-PROCESSO TO GERACAO-DATA.
           MOVE WS-ANO-ORCADO TO ANO-REFERENCIA.
           MOVE ANO-REFERENCIA TO ORC-ANO.
           MOVE GERACAO-DATA TO ORC-GERACAO.
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 12
               MOVE TABELA-MENSAL(WS-IDX-MES)
                   TO ORC-MENSAL(WS-IDX-MES)
           END-PERFORM.
           MOVE TOTAL-ANUAL TO ORC-TOTAL-ANUAL.
           OPEN I-O ORCAMENTO-FILE.
           IF WS-ORCAMENTO-STATUS = "35"
               OPEN OUTPUT ORCAMENTO-FILE
