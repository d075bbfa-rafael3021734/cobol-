      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Monthly productivity by cost center: sets the
      *          center's counted volume for the month of the
      *          processing date (TC-TOTAL-MENSAL off TABCENTRO.DAT)
      *          against the approved hours booked to the projects
      *          it owns and the labor cost PROG_CUSTOALOC.cbl
      *          allocated to it, both as kept on CUSTOHIST.DAT, and
      *          prints units per labor hour and cost per unit next
      *          to the prior month and the same month last year.
      *          Each figure is shown for the center alone and, as
      *          in PROG_CENORC.cbl, rolled up the CENTRO-PAI chain
      *          so a directorate carries its children. A month the
      *          allocation never ran for shows no ratio rather than
      *          a made-up one. Report in PRODRPT.TXT.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_PRODRPT.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CENTRO-FILE ASSIGN TO "CENTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CENTRO-CODIGO
               FILE STATUS IS WS-CENTRO-STATUS.

           SELECT TABCENTRO-FILE ASSIGN TO "TABCENTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CHAVE
               FILE STATUS IS WS-TABCENTRO-STATUS.

           SELECT CUSTOHIST-FILE ASSIGN TO "CUSTOHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOHIST-STATUS.

           SELECT PROD-REPORT ASSIGN TO "PRODRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  CENTRO-FILE.
           COPY CENTRO.

       FD  TABCENTRO-FILE.
           COPY TABCENTRO.

       FD  CUSTOHIST-FILE.
           COPY CUSTOHIST.

       FD  PROD-REPORT.
        01 PROD-LINE PIC X(132).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-CENTRO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-TABCENTRO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-CUSTOHIST-STATUS PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "PRODRPT.TXT".
        77 WS-ERRO-ARQUIVO PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE PIC 9(02) VALUE ZEROS.
        77 WS-DATA-PROCESSO PIC 9(08) VALUE ZEROS.
        77 WS-PERIODO-MES PIC 9(06) VALUE ZEROS.
        77 WS-MES PIC 9(02) VALUE ZEROS.
        77 WS-IDX PIC 9(03) VALUE ZEROS.
        77 WS-SLOT PIC 9(03) VALUE ZEROS.
        77 WS-BUSCA PIC 9(03) VALUE ZEROS.
        77 WS-PER PIC 9(01) VALUE ZEROS.
        77 WS-PAI-ATUAL PIC 9(03) VALUE ZEROS.
        77 WS-NIVEIS PIC 9(02) VALUE ZEROS.
        77 WS-QTD-SEM-CUSTO PIC 9(04) VALUE ZEROS.
        77 WS-QTD-CALC PIC 9(13) VALUE ZEROS.
        77 WS-HORAS-CALC PIC 9(09)V99 VALUE ZEROS.
        77 WS-CUSTO-CALC PIC 9(12)V99 VALUE ZEROS.
        77 WS-UN-HORA PIC 9(09)V99 VALUE ZEROS.
        77 WS-UN-HORA-ATUAL PIC 9(09)V99 VALUE ZEROS.
        77 WS-CUSTO-UN PIC 9(09)V9999 VALUE ZEROS.
        77 WS-VARIACAO PIC S9(05)V9 VALUE ZEROS.
        77 WS-TEM-HISTORICO PIC X(01) VALUE "N".
        77 WS-VISAO PIC X(01) VALUE "P".
        77 WS-ROTULO PIC X(12) VALUE SPACES.
        77 WS-QTD-CAMPO PIC Z(10)9.
        77 WS-HORAS-CAMPO PIC Z(7)9.99.
        77 WS-CUSTO-CAMPO PIC Z(10)9.99.
        77 WS-UN-HORA-CAMPO PIC Z(6)9.99.
        77 WS-CUSTO-UN-CAMPO PIC Z(6)9.9999.
        77 WS-VARIACAO-CAMPO PIC -(5)9.9.
        77 WS-RATIO-TEXTO PIC X(52) VALUE SPACES.

      * The three months compared: the processing month, the one
      * before it and the same month a year earlier.
        01 WS-PERIODOS.
         05 WS-PER-ENTRY OCCURS 3 TIMES.
          10 WS-PER-PERIODO PIC 9(06).

      * One slot per center, for each month its own volume, hours
      * and cost and the rolled figures including its children.
        01 WS-CENTROS.
         05 WS-CT-ENTRY OCCURS 50 TIMES.
          10 WS-CT-CODIGO PIC 9(03).
          10 WS-CT-NOME PIC X(30).
          10 WS-CT-PAI PIC 9(03).
          10 WS-CT-MES OCCURS 3 TIMES.
           15 WS-CT-ALOCADO PIC X(01).
           15 WS-CT-QTD PIC 9(12).
           15 WS-CT-HORAS PIC 9(07)V99.
           15 WS-CT-CUSTO PIC 9(10)V99.
           15 WS-CT-QTD-ROL PIC 9(13).
           15 WS-CT-HORAS-ROL PIC 9(09)V99.
           15 WS-CT-CUSTO-ROL PIC 9(12)V99.
        77 WS-CT-USADOS PIC 9(03) VALUE ZEROS.

        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_PRODRPT".
        77 WS-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS    PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.

        77 WS-PAGINA-RELATORIO PIC 9(004) VALUE ZEROS.
        77 WS-TITULO-RELATORIO PIC X(040)
            VALUE "PRODUTIVIDADE POR CENTRO DE CUSTO".
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
           MOVE WS-DATA-PROCESSO(1:6) TO WS-PERIODO-MES.
           MOVE WS-PERIODO-MES TO WS-PER-PERIODO(1).
           IF WS-PERIODO-MES(5:2) = "01"
               COMPUTE WS-PER-PERIODO(2) = WS-PERIODO-MES - 89
           ELSE
               COMPUTE WS-PER-PERIODO(2) = WS-PERIODO-MES - 1
           END-IF.
           COMPUTE WS-PER-PERIODO(3) = WS-PERIODO-MES - 100.

           PERFORM CARREGAR-CENTROS.
           PERFORM CARREGAR-QUANTIDADES.
           PERFORM CARREGAR-HISTORICO-CUSTO.
           PERFORM ROLAR-HIERARQUIA.

           OPEN OUTPUT PROD-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "PROD-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CALL "IMPRIMIR-CABECALHO-RELATORIO" USING
               WS-TITULO-RELATORIO
               WS-PAGINA-RELATORIO
               WS-CABECALHO-RELATORIO.
           MOVE WS-CAB-LINHA1 TO PROD-LINE.
           PERFORM GRAVAR-LINHA-PROD.
           MOVE WS-CAB-LINHA2 TO PROD-LINE.
           PERFORM GRAVAR-LINHA-PROD.
           STRING "MES " WS-PER-PERIODO(1)
               " - MES ANTERIOR " WS-PER-PERIODO(2)
               " - MESMO MES ANO ANTERIOR " WS-PER-PERIODO(3)
               DELIMITED BY SIZE INTO PROD-LINE.
           PERFORM GRAVAR-LINHA-PROD.

           MOVE "P" TO WS-VISAO.
           MOVE "POR CENTRO (PROPRIO):" TO PROD-LINE.
           PERFORM GRAVAR-LINHA-PROD.
           PERFORM IMPRIMIR-CENTROS.
           MOVE "R" TO WS-VISAO.
           MOVE "CONSOLIDADO POR CENTRO (COM FILHOS):" TO PROD-LINE.
           PERFORM GRAVAR-LINHA-PROD.
           PERFORM IMPRIMIR-CENTROS.

           MOVE SPACES TO PROD-LINE.
           STRING "CENTROS: " WS-CT-USADOS
               " COM VOLUME SEM CUSTO ALOCADO NO MES: "
               WS-QTD-SEM-CUSTO
               DELIMITED BY SIZE INTO PROD-LINE.
           PERFORM GRAVAR-LINHA-PROD.
           CLOSE PROD-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           DISPLAY "PRODUTIVIDADE GERADA EM PRODRPT.TXT - CENTROS: "
               WS-CT-USADOS.
           IF WS-QTD-SEM-CUSTO NOT = ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       CARREGAR-CENTROS.
           MOVE ZEROS TO WS-CT-USADOS.
           OPEN INPUT CENTRO-FILE.
           IF WS-CENTRO-STATUS = "35"
               DISPLAY "CENTRO.DAT NAO ENCONTRADO"
               CLOSE CENTRO-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
                   MOVE CENTRO-PAI TO WS-CT-PAI(WS-CT-USADOS)
                   PERFORM VARYING WS-PER FROM 1 BY 1
                           UNTIL WS-PER > 3
                       MOVE "N" TO WS-CT-ALOCADO(WS-CT-USADOS, WS-PER)
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE CENTRO-FILE.

       CARREGAR-QUANTIDADES.
      * The month's volume is the TC-TOTAL-MENSAL cell the counting
      * load keeps on the center's record for that year.
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
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CT-USADOS
               PERFORM VARYING WS-PER FROM 1 BY 1
                       UNTIL WS-PER > 3
                   MOVE WS-CT-CODIGO(WS-IDX) TO TC-CENTRO
                   MOVE WS-PER-PERIODO(WS-PER)(1:4) TO TC-ANO
      * Productivity is units of output, so the volume is always
      * the pieces figure.
                   MOVE 01 TO TC-MEDIDA
                   MOVE WS-PER-PERIODO(WS-PER)(5:2) TO WS-MES
                   READ TABCENTRO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TC-TOTAL-MENSAL(WS-MES)
                               TO WS-CT-QTD(WS-IDX, WS-PER)
                   END-READ
                   IF WS-TABCENTRO-STATUS NOT = "00"
                           AND WS-TABCENTRO-STATUS NOT = "23"
                       MOVE "TABCENTRO-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-TABCENTRO-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE TABCENTRO-FILE.

       CARREGAR-HISTORICO-CUSTO.
      * A rerun of the allocation appends a fresh line for the
      * month, so the last line read for a center and month wins.
           OPEN INPUT CUSTOHIST-FILE.
           IF WS-CUSTOHIST-STATUS = "35"
               CLOSE CUSTOHIST-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CUSTOHIST-STATUS NOT = "00"
               MOVE "CUSTOHIST-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CUSTOHIST-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-CUSTOHIST-STATUS = "10"
               READ CUSTOHIST-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CUSTOHIST-STATUS NOT = "00"
                       AND WS-CUSTOHIST-STATUS NOT = "10"
                   MOVE "CUSTOHIST-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CUSTOHIST-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               PERFORM VARYING WS-PER FROM 1 BY 1
                       UNTIL WS-PER > 3
                   IF CH-PERIODO = WS-PER-PERIODO(WS-PER)
                       PERFORM GUARDAR-HISTORICO
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE CUSTOHIST-FILE.

       GUARDAR-HISTORICO.
           MOVE ZEROS TO WS-SLOT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CT-USADOS OR WS-SLOT NOT = ZEROS
               IF WS-CT-CODIGO(WS-IDX) = CH-CENTRO
                   MOVE WS-IDX TO WS-SLOT
               END-IF
           END-PERFORM.
           IF WS-SLOT NOT = ZEROS
               MOVE "S" TO WS-CT-ALOCADO(WS-SLOT, WS-PER)
               MOVE CH-HORAS TO WS-CT-HORAS(WS-SLOT, WS-PER)
               MOVE CH-CUSTO TO WS-CT-CUSTO(WS-SLOT, WS-PER)
           END-IF.

       ROLAR-HIERARQUIA.
      * Each center's own month climbs the CENTRO-PAI chain so a
      * directorate shows the sum of its children plus its own;
      * the level cap stops a mis-keyed circular parent. A
      * directorate counts as allocated once any center under it
      * was.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CT-USADOS
               PERFORM VARYING WS-PER FROM 1 BY 1
                       UNTIL WS-PER > 3
                   ADD WS-CT-QTD(WS-IDX, WS-PER)
                       TO WS-CT-QTD-ROL(WS-IDX, WS-PER)
                   ADD WS-CT-HORAS(WS-IDX, WS-PER)
                       TO WS-CT-HORAS-ROL(WS-IDX, WS-PER)
                   ADD WS-CT-CUSTO(WS-IDX, WS-PER)
                       TO WS-CT-CUSTO-ROL(WS-IDX, WS-PER)
               END-PERFORM
               MOVE WS-CT-PAI(WS-IDX) TO WS-PAI-ATUAL
               MOVE ZEROS TO WS-NIVEIS
               PERFORM UNTIL WS-PAI-ATUAL = ZEROS
                       OR WS-NIVEIS > 10
                   ADD 1 TO WS-NIVEIS
                   PERFORM SOMAR-NO-PAI
               END-PERFORM
           END-PERFORM.

       SOMAR-NO-PAI.
           MOVE ZEROS TO WS-SLOT.
           PERFORM VARYING WS-BUSCA FROM 1 BY 1
                   UNTIL WS-BUSCA > WS-CT-USADOS
                   OR WS-SLOT NOT = ZEROS
               IF WS-CT-CODIGO(WS-BUSCA) = WS-PAI-ATUAL
                   MOVE WS-BUSCA TO WS-SLOT
               END-IF
           END-PERFORM.
           IF WS-SLOT = ZEROS
               MOVE ZEROS TO WS-PAI-ATUAL
           ELSE
               PERFORM VARYING WS-PER FROM 1 BY 1
                       UNTIL WS-PER > 3
                   ADD WS-CT-QTD(WS-IDX, WS-PER)
                       TO WS-CT-QTD-ROL(WS-SLOT, WS-PER)
                   ADD WS-CT-HORAS(WS-IDX, WS-PER)
                       TO WS-CT-HORAS-ROL(WS-SLOT, WS-PER)
                   ADD WS-CT-CUSTO(WS-IDX, WS-PER)
                       TO WS-CT-CUSTO-ROL(WS-SLOT, WS-PER)
                   IF WS-CT-ALOCADO(WS-IDX, WS-PER) = "S"
                       MOVE "S" TO WS-CT-ALOCADO(WS-SLOT, WS-PER)
                   END-IF
               END-PERFORM
               MOVE WS-CT-PAI(WS-SLOT) TO WS-PAI-ATUAL
           END-IF.

       IMPRIMIR-CENTROS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CT-USADOS
               MOVE SPACES TO PROD-LINE
               STRING "  CENTRO " WS-CT-CODIGO(WS-IDX)
                   " " WS-CT-NOME(WS-IDX)
                   " PAI " WS-CT-PAI(WS-IDX)
                   DELIMITED BY SIZE INTO PROD-LINE
               PERFORM GRAVAR-LINHA-PROD
               MOVE ZEROS TO WS-UN-HORA-ATUAL
               PERFORM VARYING WS-PER FROM 1 BY 1
                       UNTIL WS-PER > 3
                   PERFORM IMPRIMIR-MES-CENTRO
               END-PERFORM
               ADD 1 TO WS-RUNLOG-GRAVADOS
           END-PERFORM.

       IMPRIMIR-MES-CENTRO.
           IF WS-VISAO = "P"
               MOVE WS-CT-QTD(WS-IDX, WS-PER) TO WS-QTD-CALC
               MOVE WS-CT-HORAS(WS-IDX, WS-PER) TO WS-HORAS-CALC
               MOVE WS-CT-CUSTO(WS-IDX, WS-PER) TO WS-CUSTO-CALC
           ELSE
               MOVE WS-CT-QTD-ROL(WS-IDX, WS-PER) TO WS-QTD-CALC
               MOVE WS-CT-HORAS-ROL(WS-IDX, WS-PER) TO WS-HORAS-CALC
               MOVE WS-CT-CUSTO-ROL(WS-IDX, WS-PER) TO WS-CUSTO-CALC
           END-IF.
           EVALUATE WS-PER
               WHEN 1
                   MOVE "MES ATUAL" TO WS-ROTULO
               WHEN 2
                   MOVE "MES ANTERIOR" TO WS-ROTULO
               WHEN OTHER
                   MOVE "ANO ANTERIOR" TO WS-ROTULO
           END-EVALUATE.
           MOVE WS-QTD-CALC TO WS-QTD-CAMPO.
           MOVE WS-HORAS-CALC TO WS-HORAS-CAMPO.
           MOVE WS-CUSTO-CALC TO WS-CUSTO-CAMPO.

      * No allocation on file for the month means no hours or cost
      * to divide by, which is not the same as a zero-cost month.
           MOVE SPACES TO WS-RATIO-TEXTO.
           MOVE "N" TO WS-TEM-HISTORICO.
           IF WS-CT-ALOCADO(WS-IDX, WS-PER) = "S"
               MOVE "S" TO WS-TEM-HISTORICO
           END-IF.
           IF WS-TEM-HISTORICO = "N"
               MOVE "SEM ALOCACAO DE CUSTO NO MES" TO WS-RATIO-TEXTO
               IF WS-PER = 1 AND WS-VISAO = "P"
                       AND WS-QTD-CALC NOT = ZEROS
                   ADD 1 TO WS-QTD-SEM-CUSTO
               END-IF
           ELSE
               PERFORM CALCULAR-INDICES
           END-IF.
           MOVE SPACES TO PROD-LINE.
           STRING "    " WS-ROTULO " " WS-PER-PERIODO(WS-PER)
               " QTD " WS-QTD-CAMPO
               " HORAS " WS-HORAS-CAMPO
               " CUSTO " WS-CUSTO-CAMPO
               " " WS-RATIO-TEXTO
               DELIMITED BY SIZE INTO PROD-LINE.
           PERFORM GRAVAR-LINHA-PROD.

       CALCULAR-INDICES.
           MOVE ZEROS TO WS-UN-HORA.
           MOVE ZEROS TO WS-CUSTO-UN.
           IF WS-HORAS-CALC NOT = ZEROS
               COMPUTE WS-UN-HORA ROUNDED =
                   WS-QTD-CALC / WS-HORAS-CALC
                   ON SIZE ERROR
                       MOVE 999999999.99 TO WS-UN-HORA
               END-COMPUTE
           END-IF.
           IF WS-QTD-CALC NOT = ZEROS
               COMPUTE WS-CUSTO-UN ROUNDED =
                   WS-CUSTO-CALC / WS-QTD-CALC
                   ON SIZE ERROR
                       MOVE 999999999.9999 TO WS-CUSTO-UN
               END-COMPUTE
           END-IF.
           MOVE WS-UN-HORA TO WS-UN-HORA-CAMPO.
           MOVE WS-CUSTO-UN TO WS-CUSTO-UN-CAMPO.
           IF WS-PER = 1
               MOVE WS-UN-HORA TO WS-UN-HORA-ATUAL
               STRING "UN/H " WS-UN-HORA-CAMPO
                   " CUSTO/UN " WS-CUSTO-UN-CAMPO
                   DELIMITED BY SIZE INTO WS-RATIO-TEXTO
           ELSE
      * The comparison months carry how far this month's units per
      * hour moved against them.
               MOVE ZEROS TO WS-VARIACAO
               IF WS-UN-HORA NOT = ZEROS
                   COMPUTE WS-VARIACAO ROUNDED =
                       (WS-UN-HORA-ATUAL - WS-UN-HORA) * 100
                       / WS-UN-HORA
                       ON SIZE ERROR
                           MOVE 99999.9 TO WS-VARIACAO
                   END-COMPUTE
               END-IF
               MOVE WS-VARIACAO TO WS-VARIACAO-CAMPO
               STRING "UN/H " WS-UN-HORA-CAMPO
                   " CUSTO/UN " WS-CUSTO-UN-CAMPO
                   " VAR " WS-VARIACAO-CAMPO "%"
                   DELIMITED BY SIZE INTO WS-RATIO-TEXTO
           END-IF.

       GRAVAR-LINHA-PROD.
           WRITE PROD-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "PROD-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO PROD-LINE.

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

                            END PROGRAM PROG_PRODRPT.
