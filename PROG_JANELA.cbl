      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Batch-window watch over the shared RUNLOG.DAT. Pairs
      *          each program's INI and FIM lines into the elapsed
      *          time of the step per night and writes JANELA.TXT:
      *          the stream's start, finish and length night by night
      *          over the last 30 nights, then each step's average,
      *          fastest and slowest run, last night's run, its trend
      *          (last 7 nights against the 30) and a flag on any step
      *          that ran well above its own average. Last, the
      *          stream's finish is projected against the SLA time in
      *          JANELA.PRM and a projected miss is raised as a
      *          high-severity alert while the night is still running,
      *          so the operators can act before the online window.
      *          Run it as a step inside the stream, or at any time to
      *          see the trend.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_JANELA.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT PARAM-FILE ASSIGN TO "JANELA.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT JANELA-REPORT ASSIGN TO "JANELA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
      * Same record length GRAVAR-RUNLOG writes, so the READ does
      * not fail on the full line.
       FD  RUNLOG-FILE.
        01 RUNLOG-LINE PIC X(100).

       FD  PARAM-FILE.
        01 PARAM-LINE PIC X(080).

       FD  JANELA-REPORT.
        01 JANELA-LINE PIC X(100).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-RUNLOG-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-PARAM-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "JANELA.TXT".
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_JANELA".
        77 WS-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS    PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.
        77 WS-ALERTA-SEVERIDADE PIC X(001) VALUE "A".
        77 WS-ALERTA-MENSAGEM PIC X(060) VALUE SPACES.

      * JANELA.PRM: line 1 the SLA time the stream must be done by
      * (HHMM), line 2 how far above its own average a step may run
      * before it is flagged (percent). Without the file the online
      * window's 07:00 and 50% apply.
        77 WS-SLA-HHMM        PIC 9(04) VALUE 0700.
        77 WS-DESVIO-LIMITE   PIC 9(03) VALUE 050.
      * A step needs this many nights of history before its average
      * means anything, and a night is the evening's date: anything
      * logged before noon belongs to the night before.
        77 WS-MIN-HISTORICO   PIC 9(02) VALUE 5.
        77 WS-HORA-CORTE      PIC 9(02) VALUE 12.
        77 WS-MAX-NOITES      PIC 9(02) VALUE 31.
        77 WS-MAX-PASSOS      PIC 9(03) VALUE 100.

      * One runlog line, broken out.
        77 WS-EV-DATA         PIC 9(08) VALUE ZEROS.
        77 WS-EV-HORA         PIC 9(02) VALUE ZEROS.
        77 WS-EV-MINUTO       PIC 9(02) VALUE ZEROS.
        77 WS-EV-SEGUNDO      PIC 9(02) VALUE ZEROS.
        77 WS-EV-SEGUNDOS     PIC 9(11) VALUE ZEROS.
        77 WS-EV-NOITE        PIC 9(08) VALUE ZEROS.
        77 WS-EV-PROGRAMA     PIC X(012) VALUE SPACES.
        77 WS-EV-EVENTO       PIC X(003) VALUE SPACES.
        77 WS-INT-DATA        PIC 9(08) VALUE ZEROS.

      * The nights on file, oldest first; the last one is the night
      * being judged, the ones before it are its history.
        01 WS-NOITES.
         05 WS-NT-ENTRY OCCURS 31 TIMES.
          10 WS-NT-DATA PIC 9(08).
          10 WS-NT-INICIO PIC 9(11).
          10 WS-NT-FIM PIC 9(11).
          10 WS-NT-PASSOS PIC 9(03).
        77 WS-QTD-NOITES      PIC 9(02) VALUE ZEROS.
        77 WS-QTD-HISTORICO   PIC 9(02) VALUE ZEROS.
        77 WS-IN              PIC 9(02) VALUE ZEROS.
        77 WS-SLOT-NOITE      PIC 9(02) VALUE ZEROS.
        77 WS-NOITE-BUSCA     PIC 9(08) VALUE ZEROS.

      * Every program seen, with its run in each night slot and the
      * INI still waiting for its FIM.
        01 WS-PASSOS.
         05 WS-PS-ENTRY OCCURS 100 TIMES.
          10 WS-PS-PROGRAMA PIC X(012).
          10 WS-PS-ABERTO-SEG PIC 9(11).
          10 WS-PS-ABERTO-NOITE PIC 9(08).
          10 WS-PS-NOITE OCCURS 31 TIMES.
           15 WS-PS-TEM PIC X(01).
           15 WS-PS-DURACAO PIC 9(07).
           15 WS-PS-FIM-SEG PIC 9(11).
        77 WS-QTD-PASSOS      PIC 9(03) VALUE ZEROS.
        77 WS-IP              PIC 9(03) VALUE ZEROS.
        77 WS-SLOT-PASSO      PIC 9(03) VALUE ZEROS.

      * One step's figures over its history.
        77 WS-PS-EXECUCOES    PIC 9(02) VALUE ZEROS.
        77 WS-PS-SOMA         PIC 9(09) VALUE ZEROS.
        77 WS-PS-MEDIA        PIC 9(07) VALUE ZEROS.
        77 WS-PS-MINIMO       PIC 9(07) VALUE ZEROS.
        77 WS-PS-MAXIMO       PIC 9(07) VALUE ZEROS.
        77 WS-PS-QTD-RECENTE  PIC 9(02) VALUE ZEROS.
        77 WS-PS-SOMA-RECENTE PIC 9(09) VALUE ZEROS.
        77 WS-PS-MEDIA-RECENTE PIC 9(07) VALUE ZEROS.
        77 WS-PS-SOMA-OFFSET  PIC 9(09) VALUE ZEROS.
        77 WS-PS-MEDIA-OFFSET PIC 9(07) VALUE ZEROS.
        77 WS-PS-HABITUAL     PIC X(01) VALUE "N".
        77 WS-INICIO-RECENTE  PIC 9(02) VALUE ZEROS.
        77 WS-DESVIO          PIC S9(05)V9 VALUE ZEROS.
        77 WS-QTD-ACIMA       PIC 9(03) VALUE ZEROS.

      * Projection of tonight's finish.
        77 WS-SOMA-JANELA     PIC 9(09) VALUE ZEROS.
        77 WS-QTD-JANELA      PIC 9(02) VALUE ZEROS.
        77 WS-MEDIA-JANELA    PIC 9(07) VALUE ZEROS.
        77 WS-HABITUAIS-PENDENTES PIC 9(03) VALUE ZEROS.
        77 WS-EM-EXECUCAO     PIC 9(03) VALUE ZEROS.
        77 WS-ULTIMO-FIM      PIC 9(11) VALUE ZEROS.
        77 WS-ULTIMO-OFFSET-MEDIO PIC 9(07) VALUE ZEROS.
        77 WS-ULTIMO-PASSO    PIC X(012) VALUE SPACES.
        77 WS-ATRASO          PIC S9(07) VALUE ZEROS.
        77 WS-PREVISTO        PIC 9(11) VALUE ZEROS.
        77 WS-AGORA           PIC 9(11) VALUE ZEROS.
        77 WS-SLA-SEGUNDOS    PIC 9(11) VALUE ZEROS.
        77 WS-SITUACAO-FLUXO  PIC X(012) VALUE SPACES.
        01 WS-DATA-HORA-ATUAL.
         05 WS-DHA-DATA PIC 9(08).
         05 WS-DHA-HORA PIC 9(02).
         05 WS-DHA-MINUTO PIC 9(02).
         05 WS-DHA-SEGUNDO PIC 9(02).
         05 FILLER PIC X(07).

      * hh:mm:ss out of a count of seconds.
        77 WS-FMT-SEGUNDOS    PIC 9(11) VALUE ZEROS.
        77 WS-FMT-RESTO       PIC 9(11) VALUE ZEROS.
        01 WS-FMT-HMS.
         05 WS-FMT-HH PIC 9(02).
         05 FILLER PIC X(01) VALUE ":".
         05 WS-FMT-MM PIC 9(02).
         05 FILLER PIC X(01) VALUE ":".
         05 WS-FMT-SS PIC 9(02).
        77 WS-ED-DESVIO       PIC -(4)9.9.
        77 WS-ED-QTD          PIC ZZ9.

        01 WS-LINHA-NOITE.
         05 WS-LN-DATA PIC 9(08).
         05 FILLER PIC X(03) VALUE SPACES.
         05 WS-LN-INICIO PIC X(08).
         05 FILLER PIC X(03) VALUE SPACES.
         05 WS-LN-FIM PIC X(08).
         05 FILLER PIC X(03) VALUE SPACES.
         05 WS-LN-DURACAO PIC X(08).
         05 FILLER PIC X(04) VALUE SPACES.
         05 WS-LN-PASSOS PIC ZZ9.
         05 FILLER PIC X(03) VALUE SPACES.
         05 WS-LN-MARCA PIC X(20).

        01 WS-LINHA-PASSO.
         05 WS-LPS-PASSO PIC X(12).
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-LPS-NOITES PIC ZZ9.
         05 FILLER PIC X(03) VALUE SPACES.
         05 WS-LPS-MEDIA PIC X(08).
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-LPS-MINIMO PIC X(08).
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-LPS-MAXIMO PIC X(08).
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-LPS-ULTIMA PIC X(08).
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-LPS-DESVIO PIC X(07).
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-LPS-TENDENCIA PIC X(08).
         05 FILLER PIC X(02) VALUE SPACES.
         05 WS-LPS-ALERTA PIC X(14).

        77 WS-PAGINA-RELATORIO PIC 9(004) VALUE ZEROS.
        77 WS-TITULO-RELATORIO PIC X(040)
            VALUE "JANELA DO LOTE - TEMPOS E SLA".
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

           PERFORM LER-PARAMETROS.
           PERFORM CARREGAR-RUNLOG.

           OPEN OUTPUT JANELA-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "JANELA-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CALL "IMPRIMIR-CABECALHO-RELATORIO" USING
               WS-TITULO-RELATORIO
               WS-PAGINA-RELATORIO
               WS-CABECALHO-RELATORIO.
           MOVE WS-CAB-LINHA1 TO JANELA-LINE.
           PERFORM GRAVAR-LINHA-JANELA.
           MOVE WS-CAB-LINHA2 TO JANELA-LINE.
           PERFORM GRAVAR-LINHA-JANELA.
           PERFORM GRAVAR-LINHA-JANELA.

           IF WS-QTD-NOITES = ZEROS
               MOVE "NENHUM PASSO COMPLETO NO RUNLOG.DAT"
                   TO JANELA-LINE
               PERFORM GRAVAR-LINHA-JANELA
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               COMPUTE WS-QTD-HISTORICO = WS-QTD-NOITES - 1
               MOVE WS-SLA-HHMM(1:2) TO WS-FMT-HH
               MOVE WS-SLA-HHMM(3:2) TO WS-FMT-MM
               MOVE ZEROS TO WS-FMT-SS
               STRING "SLA DO FLUXO: " WS-FMT-HMS(1:5)
                   "   DESVIO PARA ALERTA: " WS-DESVIO-LIMITE "%"
                   "   NOITES DE HISTORICO: " WS-QTD-HISTORICO
                   DELIMITED BY SIZE INTO JANELA-LINE
               PERFORM GRAVAR-LINHA-JANELA
               PERFORM GRAVAR-LINHA-JANELA
               PERFORM IMPRIMIR-NOITES
               PERFORM IMPRIMIR-PASSOS
               PERFORM PROJETAR-FIM-FLUXO
           END-IF.
           CLOSE JANELA-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           DISPLAY "JANELA GERADA EM JANELA.TXT - NOITES: "
               WS-QTD-NOITES " PASSOS ACIMA DA MEDIA: " WS-QTD-ACIMA
               " FLUXO: " WS-SITUACAO-FLUXO.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LER-PARAMETROS.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-STATUS NOT = "00"
               CLOSE PARAM-FILE
               EXIT PARAGRAPH
           END-IF.
           READ PARAM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARAM-LINE(1:4) IS NUMERIC
                       MOVE PARAM-LINE(1:4) TO WS-SLA-HHMM
                   END-IF
           END-READ.
           READ PARAM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARAM-LINE(1:3) IS NUMERIC
                       MOVE PARAM-LINE(1:3) TO WS-DESVIO-LIMITE
                   END-IF
           END-READ.
           CLOSE PARAM-FILE.
           IF WS-SLA-HHMM(1:2) > "23" OR WS-SLA-HHMM(3:2) > "59"
               DISPLAY "JANELA.PRM: SLA INVALIDO " WS-SLA-HHMM
                   " - USANDO 0700"
               MOVE 0700 TO WS-SLA-HHMM
           END-IF.

       CARREGAR-RUNLOG.
           INITIALIZE WS-NOITES WS-PASSOS.
           MOVE ZEROS TO WS-QTD-NOITES WS-QTD-PASSOS.
           OPEN INPUT RUNLOG-FILE.
           IF WS-RUNLOG-STATUS = "35"
               CLOSE RUNLOG-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-RUNLOG-STATUS NOT = "00"
               MOVE "RUNLOG-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-RUNLOG-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-RUNLOG-STATUS = "10"
               READ RUNLOG-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-RUNLOG-STATUS NOT = "00"
                       AND WS-RUNLOG-STATUS NOT = "10"
                   MOVE "RUNLOG-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-RUNLOG-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-RUNLOG-LIDOS
               PERFORM TRATAR-LINHA-RUNLOG
           END-PERFORM.
           CLOSE RUNLOG-FILE.

       TRATAR-LINHA-RUNLOG.
      * Layout as GRAVAR-RUNLOG strings it: the 14-digit timestamp,
      * then PROGRAMA= at 25 and EVENTO= at 45. This program's own
      * lines are left out - its FIM is never on file while it runs.
           IF RUNLOG-LINE(1:14) IS NOT NUMERIC
                   OR RUNLOG-LINE(15:10) NOT = " PROGRAMA="
               EXIT PARAGRAPH
           END-IF.
           MOVE RUNLOG-LINE(25:12) TO WS-EV-PROGRAMA.
           MOVE RUNLOG-LINE(45:3) TO WS-EV-EVENTO.
           IF WS-EV-PROGRAMA = WS-RUNLOG-PROGRAMA
               EXIT PARAGRAPH
           END-IF.
           MOVE RUNLOG-LINE(1:8) TO WS-EV-DATA.
           MOVE RUNLOG-LINE(9:2) TO WS-EV-HORA.
           MOVE RUNLOG-LINE(11:2) TO WS-EV-MINUTO.
           MOVE RUNLOG-LINE(13:2) TO WS-EV-SEGUNDO.
           COMPUTE WS-EV-SEGUNDOS =
               FUNCTION INTEGER-OF-DATE(WS-EV-DATA) * 86400
               + WS-EV-HORA * 3600 + WS-EV-MINUTO * 60
               + WS-EV-SEGUNDO.
           PERFORM OBTER-PASSO.
           IF WS-SLOT-PASSO = ZEROS
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-EV-EVENTO
               WHEN "INI"
                   PERFORM REGISTRAR-INICIO
               WHEN "FIM"
                   PERFORM REGISTRAR-FIM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REGISTRAR-INICIO.
           IF WS-EV-HORA < WS-HORA-CORTE
               COMPUTE WS-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(WS-EV-DATA) - 1
               COMPUTE WS-EV-NOITE =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DATA)
           ELSE
               MOVE WS-EV-DATA TO WS-EV-NOITE
           END-IF.
           MOVE WS-EV-NOITE TO WS-NOITE-BUSCA.
           PERFORM PROCURAR-NOITE.
           IF WS-SLOT-NOITE = ZEROS
               PERFORM ABRIR-NOITE
           END-IF.
           IF WS-SLOT-NOITE = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EV-SEGUNDOS TO WS-PS-ABERTO-SEG(WS-SLOT-PASSO).
           MOVE WS-EV-NOITE TO WS-PS-ABERTO-NOITE(WS-SLOT-PASSO).
           IF WS-NT-INICIO(WS-SLOT-NOITE) = ZEROS
                   OR WS-EV-SEGUNDOS < WS-NT-INICIO(WS-SLOT-NOITE)
               MOVE WS-EV-SEGUNDOS TO WS-NT-INICIO(WS-SLOT-NOITE)
           END-IF.

       REGISTRAR-FIM.
      * A rerun in the same night replaces the earlier run, so the
      * night shows the run that finished the step.
           IF WS-PS-ABERTO-SEG(WS-SLOT-PASSO) = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PS-ABERTO-NOITE(WS-SLOT-PASSO) TO WS-NOITE-BUSCA.
           PERFORM PROCURAR-NOITE.
           IF WS-SLOT-NOITE NOT = ZEROS
               IF WS-PS-TEM(WS-SLOT-PASSO, WS-SLOT-NOITE) NOT = "S"
                   ADD 1 TO WS-NT-PASSOS(WS-SLOT-NOITE)
               END-IF
               MOVE "S" TO WS-PS-TEM(WS-SLOT-PASSO, WS-SLOT-NOITE)
               COMPUTE WS-PS-DURACAO(WS-SLOT-PASSO, WS-SLOT-NOITE) =
                   WS-EV-SEGUNDOS - WS-PS-ABERTO-SEG(WS-SLOT-PASSO)
               MOVE WS-EV-SEGUNDOS
                   TO WS-PS-FIM-SEG(WS-SLOT-PASSO, WS-SLOT-NOITE)
               IF WS-EV-SEGUNDOS > WS-NT-FIM(WS-SLOT-NOITE)
                   MOVE WS-EV-SEGUNDOS TO WS-NT-FIM(WS-SLOT-NOITE)
               END-IF
           END-IF.
           MOVE ZEROS TO WS-PS-ABERTO-SEG(WS-SLOT-PASSO).
           MOVE ZEROS TO WS-PS-ABERTO-NOITE(WS-SLOT-PASSO).

       OBTER-PASSO.
           MOVE ZEROS TO WS-SLOT-PASSO.
           PERFORM VARYING WS-IP FROM 1 BY 1
                   UNTIL WS-IP > WS-QTD-PASSOS
               IF WS-PS-PROGRAMA(WS-IP) = WS-EV-PROGRAMA
                   MOVE WS-IP TO WS-SLOT-PASSO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-SLOT-PASSO NOT = ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF WS-QTD-PASSOS NOT < WS-MAX-PASSOS
               DISPLAY "PASSO " WS-EV-PROGRAMA
                   " IGNORADO - TABELA DE PASSOS CHEIA"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-PASSOS.
           MOVE WS-QTD-PASSOS TO WS-SLOT-PASSO.
           MOVE WS-EV-PROGRAMA TO WS-PS-PROGRAMA(WS-SLOT-PASSO).

       PROCURAR-NOITE.
           MOVE ZEROS TO WS-SLOT-NOITE.
           PERFORM VARYING WS-IN FROM 1 BY 1
                   UNTIL WS-IN > WS-QTD-NOITES
               IF WS-NT-DATA(WS-IN) = WS-NOITE-BUSCA
                   MOVE WS-IN TO WS-SLOT-NOITE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ABRIR-NOITE.
      * RUNLOG.DAT is written in time order, so a night not yet in
      * the table is a new one at the end; once the table is full
      * the oldest night drops off. A stray line older than the
      * table is left out.
           IF WS-QTD-NOITES > ZEROS
               IF WS-NOITE-BUSCA < WS-NT-DATA(WS-QTD-NOITES)
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-QTD-NOITES NOT < WS-MAX-NOITES
               PERFORM DESCARTAR-NOITE-ANTIGA
           END-IF.
           ADD 1 TO WS-QTD-NOITES.
           MOVE WS-QTD-NOITES TO WS-SLOT-NOITE.
           INITIALIZE WS-NT-ENTRY(WS-SLOT-NOITE).
           MOVE WS-NOITE-BUSCA TO WS-NT-DATA(WS-SLOT-NOITE).
           PERFORM VARYING WS-IP FROM 1 BY 1
                   UNTIL WS-IP > WS-QTD-PASSOS
               INITIALIZE WS-PS-NOITE(WS-IP, WS-SLOT-NOITE)
           END-PERFORM.

       DESCARTAR-NOITE-ANTIGA.
           PERFORM VARYING WS-IN FROM 2 BY 1
                   UNTIL WS-IN > WS-QTD-NOITES
               MOVE WS-NT-ENTRY(WS-IN) TO WS-NT-ENTRY(WS-IN - 1)
               PERFORM VARYING WS-IP FROM 1 BY 1
                       UNTIL WS-IP > WS-QTD-PASSOS
                   MOVE WS-PS-NOITE(WS-IP, WS-IN)
                       TO WS-PS-NOITE(WS-IP, WS-IN - 1)
               END-PERFORM
           END-PERFORM.
           SUBTRACT 1 FROM WS-QTD-NOITES.

       IMPRIMIR-NOITES.
           MOVE "TENDENCIA DA JANELA POR NOITE" TO JANELA-LINE.
           PERFORM GRAVAR-LINHA-JANELA.
           MOVE "NOITE        INICIO        FIM      DURACAO   PASSOS"
               TO JANELA-LINE.
           PERFORM GRAVAR-LINHA-JANELA.
           PERFORM VARYING WS-IN FROM 1 BY 1
                   UNTIL WS-IN > WS-QTD-NOITES
               MOVE WS-NT-DATA(WS-IN) TO WS-LN-DATA
               MOVE FUNCTION MOD(WS-NT-INICIO(WS-IN), 86400)
                   TO WS-FMT-SEGUNDOS
               PERFORM FORMATAR-HMS
               MOVE WS-FMT-HMS TO WS-LN-INICIO
               MOVE SPACES TO WS-LN-MARCA
               IF WS-NT-FIM(WS-IN) NOT > WS-NT-INICIO(WS-IN)
                   MOVE SPACES TO WS-LN-FIM
                   MOVE "EM CURSO" TO WS-LN-DURACAO
               ELSE
                   MOVE FUNCTION MOD(WS-NT-FIM(WS-IN), 86400)
                       TO WS-FMT-SEGUNDOS
                   PERFORM FORMATAR-HMS
                   MOVE WS-FMT-HMS TO WS-LN-FIM
                   COMPUTE WS-FMT-SEGUNDOS =
                       WS-NT-FIM(WS-IN) - WS-NT-INICIO(WS-IN)
                   PERFORM FORMATAR-HMS
                   MOVE WS-FMT-HMS TO WS-LN-DURACAO
               END-IF
               MOVE WS-NT-PASSOS(WS-IN) TO WS-LN-PASSOS
               IF WS-IN = WS-QTD-NOITES
                   MOVE "<- NOITE AVALIADA" TO WS-LN-MARCA
               END-IF
               MOVE WS-LINHA-NOITE TO JANELA-LINE
               PERFORM GRAVAR-LINHA-JANELA
           END-PERFORM.
           PERFORM GRAVAR-LINHA-JANELA.

       IMPRIMIR-PASSOS.
           MOVE "TEMPO POR PASSO - NOITE AVALIADA X HISTORICO"
               TO JANELA-LINE.
           PERFORM GRAVAR-LINHA-JANELA.
           STRING "PASSO         NOITES   MEDIA     MINIMO    MAXIMO "
               "   ULTIMA    DESVIO%  TENDENCIA ALERTA"
               DELIMITED BY SIZE INTO JANELA-LINE.
           PERFORM GRAVAR-LINHA-JANELA.
           PERFORM VARYING WS-IP FROM 1 BY 1
                   UNTIL WS-IP > WS-QTD-PASSOS
               PERFORM CALCULAR-PASSO
               PERFORM IMPRIMIR-LINHA-PASSO
           END-PERFORM.
           PERFORM GRAVAR-LINHA-JANELA.
           STRING "TENDENCIA: MEDIA DAS ULTIMAS 7 NOITES CONTRA A DO "
               "HISTORICO (+/- 10%)"
               DELIMITED BY SIZE INTO JANELA-LINE.
           PERFORM GRAVAR-LINHA-JANELA.
           STRING "ALERTA: ULTIMA NOITE ACIMA DA MEDIA EM MAIS DE "
               WS-DESVIO-LIMITE "%, COM PELO MENOS "
               WS-MIN-HISTORICO " NOITES DE HISTORICO"
               DELIMITED BY SIZE INTO JANELA-LINE.
           PERFORM GRAVAR-LINHA-JANELA.
           PERFORM GRAVAR-LINHA-JANELA.

       CALCULAR-PASSO.
      * Figures over the history nights only, so the night being
      * judged does not pull its own average up.
           MOVE ZEROS TO WS-PS-EXECUCOES WS-PS-SOMA WS-PS-MEDIA
               WS-PS-MINIMO WS-PS-MAXIMO WS-PS-QTD-RECENTE
               WS-PS-SOMA-RECENTE WS-PS-MEDIA-RECENTE
               WS-PS-SOMA-OFFSET WS-PS-MEDIA-OFFSET.
           MOVE "N" TO WS-PS-HABITUAL.
           IF WS-QTD-HISTORICO > 7
               COMPUTE WS-INICIO-RECENTE = WS-QTD-HISTORICO - 6
           ELSE
               MOVE 1 TO WS-INICIO-RECENTE
           END-IF.
           PERFORM VARYING WS-IN FROM 1 BY 1
                   UNTIL WS-IN > WS-QTD-HISTORICO
               IF WS-PS-TEM(WS-IP, WS-IN) = "S"
                   ADD 1 TO WS-PS-EXECUCOES
                   ADD WS-PS-DURACAO(WS-IP, WS-IN) TO WS-PS-SOMA
                   COMPUTE WS-PS-SOMA-OFFSET = WS-PS-SOMA-OFFSET
                       + WS-PS-FIM-SEG(WS-IP, WS-IN)
                       - WS-NT-INICIO(WS-IN)
                   IF WS-PS-EXECUCOES = 1
                       OR WS-PS-DURACAO(WS-IP, WS-IN) < WS-PS-MINIMO
                       MOVE WS-PS-DURACAO(WS-IP, WS-IN)
                           TO WS-PS-MINIMO
                   END-IF
                   IF WS-PS-DURACAO(WS-IP, WS-IN) > WS-PS-MAXIMO
                       MOVE WS-PS-DURACAO(WS-IP, WS-IN)
                           TO WS-PS-MAXIMO
                   END-IF
                   IF WS-IN NOT < WS-INICIO-RECENTE
                       ADD 1 TO WS-PS-QTD-RECENTE
                       ADD WS-PS-DURACAO(WS-IP, WS-IN)
                           TO WS-PS-SOMA-RECENTE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PS-EXECUCOES > ZEROS
               COMPUTE WS-PS-MEDIA ROUNDED =
                   WS-PS-SOMA / WS-PS-EXECUCOES
               COMPUTE WS-PS-MEDIA-OFFSET ROUNDED =
                   WS-PS-SOMA-OFFSET / WS-PS-EXECUCOES
           END-IF.
           IF WS-PS-QTD-RECENTE > ZEROS
               COMPUTE WS-PS-MEDIA-RECENTE ROUNDED =
                   WS-PS-SOMA-RECENTE / WS-PS-QTD-RECENTE
           END-IF.
      * A step that ran on at least half the history nights is part
      * of the regular stream; the occasional ones are not waited
      * for when the finish is projected.
           IF WS-QTD-HISTORICO > ZEROS
                   AND WS-PS-EXECUCOES * 2 NOT < WS-QTD-HISTORICO
               MOVE "S" TO WS-PS-HABITUAL
           END-IF.

       IMPRIMIR-LINHA-PASSO.
           MOVE SPACES TO WS-LINHA-PASSO.
           MOVE WS-PS-PROGRAMA(WS-IP) TO WS-LPS-PASSO.
           MOVE WS-PS-EXECUCOES TO WS-LPS-NOITES.
           IF WS-PS-EXECUCOES > ZEROS
               MOVE WS-PS-MEDIA TO WS-FMT-SEGUNDOS
               PERFORM FORMATAR-HMS
               MOVE WS-FMT-HMS TO WS-LPS-MEDIA
               MOVE WS-PS-MINIMO TO WS-FMT-SEGUNDOS
               PERFORM FORMATAR-HMS
               MOVE WS-FMT-HMS TO WS-LPS-MINIMO
               MOVE WS-PS-MAXIMO TO WS-FMT-SEGUNDOS
               PERFORM FORMATAR-HMS
               MOVE WS-FMT-HMS TO WS-LPS-MAXIMO
           END-IF.
           IF WS-PS-TEM(WS-IP, WS-QTD-NOITES) = "S"
               MOVE WS-PS-DURACAO(WS-IP, WS-QTD-NOITES)
                   TO WS-FMT-SEGUNDOS
               PERFORM FORMATAR-HMS
               MOVE WS-FMT-HMS TO WS-LPS-ULTIMA
           ELSE
               IF WS-PS-ABERTO-NOITE(WS-IP) =
                       WS-NT-DATA(WS-QTD-NOITES)
                   MOVE "RODANDO" TO WS-LPS-ULTIMA
               ELSE
                   MOVE "AUSENTE" TO WS-LPS-ULTIMA
               END-IF
           END-IF.
           IF WS-PS-QTD-RECENTE > ZEROS
                   AND WS-PS-EXECUCOES > WS-PS-QTD-RECENTE
               EVALUATE TRUE
                   WHEN WS-PS-MEDIA-RECENTE * 10 > WS-PS-MEDIA * 11
                       MOVE "SUBINDO" TO WS-LPS-TENDENCIA
                   WHEN WS-PS-MEDIA-RECENTE * 10 < WS-PS-MEDIA * 9
                       MOVE "CAINDO" TO WS-LPS-TENDENCIA
                   WHEN OTHER
                       MOVE "ESTAVEL" TO WS-LPS-TENDENCIA
               END-EVALUATE
           ELSE
               MOVE "-" TO WS-LPS-TENDENCIA
           END-IF.
           IF WS-PS-TEM(WS-IP, WS-QTD-NOITES) = "S"
                   AND WS-PS-MEDIA > ZEROS
               COMPUTE WS-DESVIO ROUNDED =
                   (WS-PS-DURACAO(WS-IP, WS-QTD-NOITES) - WS-PS-MEDIA)
                   * 100 / WS-PS-MEDIA
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-DESVIO
               END-COMPUTE
               MOVE WS-DESVIO TO WS-ED-DESVIO
               MOVE WS-ED-DESVIO TO WS-LPS-DESVIO
               IF WS-PS-EXECUCOES NOT < WS-MIN-HISTORICO
                       AND WS-DESVIO > WS-DESVIO-LIMITE
                   MOVE "ACIMA DA MEDIA" TO WS-LPS-ALERTA
                   ADD 1 TO WS-QTD-ACIMA
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-LINHA-PASSO TO JANELA-LINE.
           PERFORM GRAVAR-LINHA-JANELA.

       PROJETAR-FIM-FLUXO.
      * Tonight's finish is the usual window length from tonight's
      * start, moved by how late (or early) the last step to finish
      * tonight is against its usual finish. Averaging the window
      * as a whole, rather than adding steps up, keeps a driver
      * whose run wraps the steps it calls from being counted twice.
           MOVE "PREVISAO DE TERMINO DO FLUXO" TO JANELA-LINE.
           PERFORM GRAVAR-LINHA-JANELA.
           IF WS-QTD-HISTORICO = ZEROS
               MOVE "SEM NOITES DE HISTORICO PARA PROJETAR"
                   TO JANELA-LINE
               PERFORM GRAVAR-LINHA-JANELA
               MOVE "SEM HISTORICO" TO WS-SITUACAO-FLUXO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO WS-SOMA-JANELA WS-QTD-JANELA.
           PERFORM VARYING WS-IN FROM 1 BY 1
                   UNTIL WS-IN > WS-QTD-HISTORICO
               IF WS-NT-FIM(WS-IN) > WS-NT-INICIO(WS-IN)
                   ADD 1 TO WS-QTD-JANELA
                   COMPUTE WS-SOMA-JANELA = WS-SOMA-JANELA
                       + WS-NT-FIM(WS-IN) - WS-NT-INICIO(WS-IN)
               END-IF
           END-PERFORM.
           IF WS-QTD-JANELA > ZEROS
               COMPUTE WS-MEDIA-JANELA ROUNDED =
                   WS-SOMA-JANELA / WS-QTD-JANELA
           END-IF.

           MOVE ZEROS TO WS-HABITUAIS-PENDENTES WS-EM-EXECUCAO
               WS-ULTIMO-FIM WS-ULTIMO-OFFSET-MEDIO.
           MOVE SPACES TO WS-ULTIMO-PASSO.
           PERFORM VARYING WS-IP FROM 1 BY 1
                   UNTIL WS-IP > WS-QTD-PASSOS
               PERFORM CALCULAR-PASSO
               IF WS-PS-ABERTO-NOITE(WS-IP) =
                       WS-NT-DATA(WS-QTD-NOITES)
                   ADD 1 TO WS-EM-EXECUCAO
               END-IF
               IF WS-PS-TEM(WS-IP, WS-QTD-NOITES) = "S"
                   IF WS-PS-HABITUAL = "S"
                       AND WS-PS-FIM-SEG(WS-IP, WS-QTD-NOITES)
                           > WS-ULTIMO-FIM
                       MOVE WS-PS-FIM-SEG(WS-IP, WS-QTD-NOITES)
                           TO WS-ULTIMO-FIM
                       MOVE WS-PS-MEDIA-OFFSET
                           TO WS-ULTIMO-OFFSET-MEDIO
                       MOVE WS-PS-PROGRAMA(WS-IP) TO WS-ULTIMO-PASSO
                   END-IF
               ELSE
                   IF WS-PS-HABITUAL = "S"
                       ADD 1 TO WS-HABITUAIS-PENDENTES
                   END-IF
               END-IF
           END-PERFORM.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           COMPUTE WS-AGORA =
               FUNCTION INTEGER-OF-DATE(WS-DHA-DATA) * 86400
               + WS-DHA-HORA * 3600 + WS-DHA-MINUTO * 60
               + WS-DHA-SEGUNDO.
      * The SLA falls on the morning after the night when it is a
      * morning time, on the night's own date otherwise.
           MOVE WS-SLA-HHMM(1:2) TO WS-EV-HORA.
           MOVE WS-SLA-HHMM(3:2) TO WS-EV-MINUTO.
           COMPUTE WS-SLA-SEGUNDOS =
               FUNCTION INTEGER-OF-DATE(WS-NT-DATA(WS-QTD-NOITES))
               * 86400 + WS-EV-HORA * 3600 + WS-EV-MINUTO * 60.
           IF WS-EV-HORA < WS-HORA-CORTE
               ADD 86400 TO WS-SLA-SEGUNDOS
           END-IF.

           IF WS-HABITUAIS-PENDENTES = ZEROS
                   AND WS-EM-EXECUCAO = ZEROS
               MOVE WS-NT-FIM(WS-QTD-NOITES) TO WS-PREVISTO
               MOVE "CONCLUIDO" TO WS-SITUACAO-FLUXO
           ELSE
               MOVE "EM ANDAMENTO" TO WS-SITUACAO-FLUXO
               IF WS-ULTIMO-FIM > ZEROS
                   COMPUTE WS-ATRASO = WS-ULTIMO-FIM
                       - WS-NT-INICIO(WS-QTD-NOITES)
                       - WS-ULTIMO-OFFSET-MEDIO
               ELSE
                   MOVE ZEROS TO WS-ATRASO
               END-IF
               COMPUTE WS-PREVISTO = WS-NT-INICIO(WS-QTD-NOITES)
                   + WS-MEDIA-JANELA + WS-ATRASO
               IF WS-EM-EXECUCAO > ZEROS
                       AND WS-PREVISTO < WS-AGORA
                   MOVE WS-AGORA TO WS-PREVISTO
               END-IF
           END-IF.

           MOVE FUNCTION MOD(WS-NT-INICIO(WS-QTD-NOITES), 86400)
               TO WS-FMT-SEGUNDOS.
           PERFORM FORMATAR-HMS.
           STRING "NOITE " WS-NT-DATA(WS-QTD-NOITES)
               " - INICIO " WS-FMT-HMS " - SITUACAO: "
               WS-SITUACAO-FLUXO
               DELIMITED BY SIZE INTO JANELA-LINE.
           PERFORM GRAVAR-LINHA-JANELA.
           MOVE WS-MEDIA-JANELA TO WS-FMT-SEGUNDOS.
           PERFORM FORMATAR-HMS.
           STRING "JANELA MEDIA DO HISTORICO: " WS-FMT-HMS
               DELIMITED BY SIZE INTO JANELA-LINE.
           PERFORM GRAVAR-LINHA-JANELA.
           IF WS-SITUACAO-FLUXO = "EM ANDAMENTO"
               MOVE WS-HABITUAIS-PENDENTES TO WS-ED-QTD
               STRING "PASSOS HABITUAIS PENDENTES: " WS-ED-QTD
                   "   EM EXECUCAO: " WS-EM-EXECUCAO
                   DELIMITED BY SIZE INTO JANELA-LINE
               PERFORM GRAVAR-LINHA-JANELA
               IF WS-ULTIMO-PASSO NOT = SPACES
                   IF WS-ATRASO < ZEROS
                       COMPUTE WS-FMT-SEGUNDOS = 0 - WS-ATRASO
                       PERFORM FORMATAR-HMS
                       STRING "ULTIMO PASSO CONCLUIDO: "
                           WS-ULTIMO-PASSO " ADIANTADO " WS-FMT-HMS
                           DELIMITED BY SIZE INTO JANELA-LINE
                   ELSE
                       MOVE WS-ATRASO TO WS-FMT-SEGUNDOS
                       PERFORM FORMATAR-HMS
                       STRING "ULTIMO PASSO CONCLUIDO: "
                           WS-ULTIMO-PASSO " ATRASADO " WS-FMT-HMS
                           DELIMITED BY SIZE INTO JANELA-LINE
                   END-IF
                   PERFORM GRAVAR-LINHA-JANELA
               END-IF
           END-IF.
           MOVE FUNCTION MOD(WS-PREVISTO, 86400) TO WS-FMT-SEGUNDOS.
           PERFORM FORMATAR-HMS.
           IF WS-SITUACAO-FLUXO = "CONCLUIDO"
               STRING "TERMINO REAL:   " WS-FMT-HMS
                   DELIMITED BY SIZE INTO JANELA-LINE
           ELSE
               STRING "TERMINO PREVISTO: " WS-FMT-HMS
                   DELIMITED BY SIZE INTO JANELA-LINE
           END-IF.
           PERFORM GRAVAR-LINHA-JANELA.
           MOVE WS-SLA-HHMM(1:2) TO WS-FMT-HH.
           MOVE WS-SLA-HHMM(3:2) TO WS-FMT-MM.
           MOVE ZEROS TO WS-FMT-SS.
           IF WS-PREVISTO > WS-SLA-SEGUNDOS
               IF WS-SITUACAO-FLUXO = "CONCLUIDO"
                   STRING "SLA " WS-FMT-HMS(1:5) " - NAO ATENDIDO"
                       DELIMITED BY SIZE INTO JANELA-LINE
               ELSE
                   STRING "SLA " WS-FMT-HMS(1:5) " - EM RISCO"
                       DELIMITED BY SIZE INTO JANELA-LINE
               END-IF
               PERFORM GRAVAR-LINHA-JANELA
               PERFORM LEVANTAR-ALERTA-SLA
           ELSE
               STRING "SLA " WS-FMT-HMS(1:5) " - DENTRO DO PRAZO"
                   DELIMITED BY SIZE INTO JANELA-LINE
               PERFORM GRAVAR-LINHA-JANELA
           END-IF.

       LEVANTAR-ALERTA-SLA.
           MOVE 4 TO WS-RETURN-CODE.
           MOVE FUNCTION MOD(WS-PREVISTO, 86400) TO WS-FMT-SEGUNDOS.
           PERFORM FORMATAR-HMS.
           MOVE SPACES TO WS-ALERTA-MENSAGEM.
           IF WS-SITUACAO-FLUXO = "CONCLUIDO"
               STRING "FLUXO DE " WS-NT-DATA(WS-QTD-NOITES)
                   " TERMINOU " WS-FMT-HMS " APOS O SLA "
                   WS-SLA-HHMM
                   DELIMITED BY SIZE INTO WS-ALERTA-MENSAGEM
           ELSE
               STRING "FLUXO DE " WS-NT-DATA(WS-QTD-NOITES)
                   " PREVISTO P/ " WS-FMT-HMS " - SLA "
                   WS-SLA-HHMM " EM RISCO"
                   DELIMITED BY SIZE INTO WS-ALERTA-MENSAGEM
           END-IF.
           CALL "GRAVAR-ALERTA" USING WS-ALERTA-SEVERIDADE
               WS-RUNLOG-PROGRAMA WS-ALERTA-MENSAGEM.
           DISPLAY WS-ALERTA-MENSAGEM.

       FORMATAR-HMS.
           IF WS-FMT-SEGUNDOS > 359999
               MOVE 359999 TO WS-FMT-SEGUNDOS
           END-IF.
           COMPUTE WS-FMT-HH = WS-FMT-SEGUNDOS / 3600.
           COMPUTE WS-FMT-RESTO =
               WS-FMT-SEGUNDOS - WS-FMT-HH * 3600.
           COMPUTE WS-FMT-MM = WS-FMT-RESTO / 60.
           COMPUTE WS-FMT-SS = WS-FMT-RESTO - WS-FMT-MM * 60.

       GRAVAR-LINHA-JANELA.
           WRITE JANELA-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "JANELA-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WS-RUNLOG-GRAVADOS.
           MOVE SPACES TO JANELA-LINE.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file) or
      * 35 (not found, already handled above) means a real I/O
      * problem; log which file and status code and stop instead of
      * pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_JANELA.
