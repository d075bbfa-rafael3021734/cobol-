      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Periodic retention run over the logs and history
      *          files that only ever grow - CLIAUDIT.LOG,
      *          CENTROAUDIT.LOG, HORAPROV.LOG, TABIMP.LOG,
      *          TOLERLOG.TXT, RUNLOG.DAT, CONTATOS.DAT, ALERTAS.DAT
      *          and the closed LEDGER-AAAAMM.TXT months. RETENCAO.DAT
      *          (RETENCAO.CPY) says how long each keeps a record
      *          live and how long archived: a record older than its
      *          live period moves to the file's .ARQ archive, and
      *          one older than both periods is destroyed. The date
      *          is the record's own. Closed ledger months move and
      *          go as whole files. HOLDLEGAL.DAT (HOLDLEGAL.CPY)
      *          stops all of it for a held file or for anything
      *          carrying a held customer CODIGO. Every run appends
      *          its certificate - what each file held, moved and
      *          destroyed, with the dates destroyed - to
      *          PURGCERT.TXT, which is never rewritten.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_EXPURGO.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT RETENCAO-FILE ASSIGN TO "RETENCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENCAO-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDLEGAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT CONTA-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.

      * The file being worked on, its archive and the scratch copy
      * the survivors pass through.
           SELECT VIVO-FILE ASSIGN TO WS-NOME-VIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIVO-STATUS.

           SELECT ARQ-FILE ASSIGN TO WS-NOME-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.

           SELECT TEMP-FILE ASSIGN TO "EXPURGO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.

           SELECT REMOVER-FILE ASSIGN TO WS-NOME-REMOVER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMOVER-STATUS.

           SELECT CERT-REPORT ASSIGN TO "PURGCERT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  RETENCAO-FILE.
           COPY RETENCAO.

       FD  HOLD-FILE.
           COPY HOLDLEGAL.

       FD  CONTA-FILE.
           COPY CONTA.

      * Wide enough for CLIAUDIT.LOG, the longest of the lines.
       FD  VIVO-FILE.
        01 VIVO-REC PIC X(500).

       FD  ARQ-FILE.
        01 ARQ-REC PIC X(500).

       FD  TEMP-FILE.
        01 TEMP-REC PIC X(500).

       FD  REMOVER-FILE.
        01 REMOVER-REC PIC X(001).

       FD  CERT-REPORT.
        01 CERT-LINE PIC X(132).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-RETENCAO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-HOLD-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-CONTA-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-VIVO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-ARQ-STATUS      PIC X(02) VALUE ZEROS.
        77 WS-TEMP-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-REMOVER-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
        77 WS-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_EXPURGO".
        77 WS-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS    PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.
        77 WS-TIMESTAMP       PIC X(014) VALUE SPACES.
        77 WS-SESSAO-MODO     PIC X(001) VALUE "C".
        77 WS-OPERADOR        PIC X(008) VALUE SPACES.

        77 WS-NOME-VIVO       PIC X(030) VALUE SPACES.
        77 WS-NOME-ARQ        PIC X(030) VALUE SPACES.
        77 WS-NOME-REMOVER    PIC X(030) VALUE SPACES.
        77 WS-SELO-MODO       PIC X(001) VALUE "R".
        77 WS-POS-PONTO       PIC 9(02) VALUE ZEROS.

      * Day numbers (INTEGER-OF-DATE) of the processing date and of
      * the two cut-offs of the file in hand: a record dated before
      * WS-CORTE-VIVO leaves the live file, one dated before
      * WS-CORTE-DESTRUIR is destroyed.
        77 WS-DIA-PROCESSO    PIC 9(07) VALUE ZEROS.
        77 WS-CORTE-VIVO      PIC 9(07) VALUE ZEROS.
        77 WS-CORTE-DESTRUIR  PIC 9(07) VALUE ZEROS.
        77 WS-DIAS-TOTAL      PIC 9(06) VALUE ZEROS.
        77 WS-DATA-REG        PIC 9(08) VALUE ZEROS.
        77 WS-DATA-REG-X REDEFINES WS-DATA-REG PIC X(08).
        77 WS-DIA-REG         PIC 9(07) VALUE ZEROS.
        77 WS-REGISTRO        PIC X(500) VALUE SPACES.

      * How the file in hand carries its date and its customer:
      * T timestamp first (CENTROAUDIT, HORAPROV, TABIMP, RUNLOG),
      * C CLIAUDIT.LOG (timestamp, CODIGO inside the record images),
      * K CONTATOS.DAT (date, then CODIGO), A ALERTAS.DAT (date
      * after the sequence; unacknowledged alerts never move),
      * Q TOLERLOG.TXT (the ANO/MES/DIA of the quantity itself),
      * L a closed ledger month (the account, owned by a customer).
        77 WS-TIPO-ARQUIVO    PIC X(01) VALUE SPACES.
        77 WS-ARQ-RETIDO      PIC X(01) VALUE "N".
        77 WS-REG-RETIDO      PIC X(01) VALUE "N".
        77 WS-REG-PENDENTE    PIC X(01) VALUE "N".
        77 WS-EXISTE          PIC X(01) VALUE "N".
        77 WS-ARQ-ABERTO      PIC X(01) VALUE "N".
        77 WS-POS-MARCA       PIC 9(03) VALUE ZEROS.
        77 WS-POS-DEPOIS      PIC 9(03) VALUE ZEROS.
        77 WS-CODIGO-REG      PIC 9(06) VALUE ZEROS.
        77 WS-CODIGO-REG-X REDEFINES WS-CODIGO-REG PIC X(06).
        77 WS-CONTA-REG       PIC 9(05) VALUE ZEROS.
        77 WS-CONTA-REG-X REDEFINES WS-CONTA-REG PIC X(05).

        77 WS-QTD-LIDOS       PIC 9(07) VALUE ZEROS.
        77 WS-QTD-LIDOS-ARQ   PIC 9(07) VALUE ZEROS.
        77 WS-QTD-MANTIDOS    PIC 9(07) VALUE ZEROS.
        77 WS-QTD-ARQUIVADOS  PIC 9(07) VALUE ZEROS.
        77 WS-QTD-DESTRUIDOS  PIC 9(07) VALUE ZEROS.
        77 WS-QTD-RETIDOS     PIC 9(07) VALUE ZEROS.
        77 WS-QTD-SEM-DATA    PIC 9(07) VALUE ZEROS.
        77 WS-QTD-LINHAS      PIC 9(07) VALUE ZEROS.
        77 WS-MENOR-DESTRUIDA PIC 9(08) VALUE ZEROS.
        77 WS-MAIOR-DESTRUIDA PIC 9(08) VALUE ZEROS.
        77 WS-TOTAL-ARQUIVADOS PIC 9(07) VALUE ZEROS.
        77 WS-TOTAL-DESTRUIDOS PIC 9(07) VALUE ZEROS.
        77 WS-TOTAL-RETIDOS   PIC 9(07) VALUE ZEROS.

      * Closed ledger months are looked for back from the month
      * before the processing date; nothing older than fifty years
      * is expected.
        77 WS-ANO-LEDGER      PIC 9(04) VALUE ZEROS.
        77 WS-MES-LEDGER      PIC 9(02) VALUE ZEROS.
        77 WS-QTD-MESES       PIC 9(03) VALUE ZEROS.
        77 WS-DIA-FIM-MES     PIC 9(07) VALUE ZEROS.
        77 WS-DATA-AUX        PIC 9(08) VALUE ZEROS.

        77 WS-IDX             PIC 9(04) VALUE ZEROS.
        77 WS-IDX-RET         PIC 9(02) VALUE ZEROS.
        77 WS-QTD-RETENCAO    PIC 9(02) VALUE ZEROS.
        77 WS-QTD-HOLD        PIC 9(03) VALUE ZEROS.
        77 WS-QTD-CONTAS-RET  PIC 9(04) VALUE ZEROS.
        77 WS-QTD-CLIENTES-RET PIC 9(03) VALUE ZEROS.

        01 WS-TAB-RETENCAO.
         05 WS-RTC OCCURS 30 TIMES.
          10 WS-RTC-ARQUIVO     PIC X(20).
          10 WS-RTC-VIVO        PIC 9(05).
          10 WS-RTC-ARQ         PIC 9(05).
          10 WS-RTC-BASE        PIC X(40).

        01 WS-TAB-HOLD.
         05 WS-HLD OCCURS 200 TIMES.
          10 WS-HLD-TIPO        PIC X(01).
          10 WS-HLD-CHAVE       PIC X(20).

      * Accounts of the held customers, for the ledger months.
        01 WS-TAB-CONTAS-RETIDAS.
         05 WS-CTR-CONTA PIC 9(05) OCCURS 2000 TIMES.

        01 WS-DATA-EDITADA.
         05 WS-DE-DIA           PIC 9(02).
         05 FILLER              PIC X(01) VALUE "/".
         05 WS-DE-MES           PIC 9(02).
         05 FILLER              PIC X(01) VALUE "/".
         05 WS-DE-ANO           PIC 9(04).
        01 WS-DATA-EDITADA-2.
         05 WS-DE2-DIA          PIC 9(02).
         05 FILLER              PIC X(01) VALUE "/".
         05 WS-DE2-MES          PIC 9(02).
         05 FILLER              PIC X(01) VALUE "/".
         05 WS-DE2-ANO          PIC 9(04).
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           MOVE ZEROS TO WS-RUNLOG-LIDOS.
           MOVE ZEROS TO WS-RUNLOG-GRAVADOS.
           MOVE "INI" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.
           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP.
           CALL "SESSAO-OPERADOR" USING WS-SESSAO-MODO WS-OPERADOR.
           IF WS-OPERADOR = SPACES
               MOVE "LOTE" TO WS-OPERADOR
           END-IF.
           COMPUTE WS-DIA-PROCESSO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSO).

           PERFORM CARREGAR-RETENCAO.
           PERFORM CARREGAR-HOLDS.
           IF WS-QTD-CLIENTES-RET > ZEROS
               PERFORM CARREGAR-CONTAS-RETIDAS
           END-IF.

           OPEN EXTEND CERT-REPORT.
           IF WS-REPORT-STATUS = "05" OR WS-REPORT-STATUS = "35"
               OPEN OUTPUT CERT-REPORT
           END-IF.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "CERT-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM IMPRIMIR-ABERTURA.

           PERFORM VARYING WS-IDX-RET FROM 1 BY 1
                   UNTIL WS-IDX-RET > WS-QTD-RETENCAO
               PERFORM PREPARAR-ARQUIVO
               EVALUATE WS-TIPO-ARQUIVO
                   WHEN "L"
                       PERFORM PROCESSAR-LEDGERS
                   WHEN SPACE
                       MOVE SPACES TO CERT-LINE
                       STRING "ARQUIVO " WS-RTC-ARQUIVO(WS-IDX-RET)
                           " SEM TRATAMENTO DE EXPURGO - IGNORADO"
                           DELIMITED BY SIZE INTO CERT-LINE
                       PERFORM GRAVAR-LINHA-CERT
                       MOVE 4 TO WS-RETURN-CODE
                   WHEN OTHER
                       PERFORM PROCESSAR-ARQUIVO-LINHAS
               END-EVALUATE
           END-PERFORM.

           PERFORM IMPRIMIR-FECHAMENTO.
           CLOSE CERT-REPORT.
           DISPLAY "EXPURGO CONCLUIDO - ARQUIVADOS: "
               WS-TOTAL-ARQUIVADOS " DESTRUIDOS: " WS-TOTAL-DESTRUIDOS
               " RETIDOS: " WS-TOTAL-RETIDOS.
           DISPLAY "CERTIFICADO ACRESCENTADO A PURGCERT.TXT".
           MOVE WS-TOTAL-ARQUIVADOS TO WS-RUNLOG-GRAVADOS.
           PERFORM ENCERRAR-RUNLOG.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *=================================================================
      * Tables: retention (seeded when absent), legal holds, and the
      * accounts owned by held customers.
      *=================================================================
       CARREGAR-RETENCAO.
           OPEN INPUT RETENCAO-FILE.
           IF WS-RETENCAO-STATUS = "35"
               CLOSE RETENCAO-FILE
               PERFORM CRIAR-RETENCAO-PADRAO
               OPEN INPUT RETENCAO-FILE
           END-IF.
           IF WS-RETENCAO-STATUS NOT = "00"
               MOVE "RETENCAO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-RETENCAO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE ZEROS TO WS-QTD-RETENCAO.
           PERFORM UNTIL WS-RETENCAO-STATUS = "10"
               READ RETENCAO-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-RETENCAO-STATUS NOT = "00"
                       AND WS-RETENCAO-STATUS NOT = "10"
                   MOVE "RETENCAO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-RETENCAO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF RTC-ARQUIVO NOT = SPACES
                       AND RTC-DIAS-VIVO IS NUMERIC
                       AND RTC-DIAS-ARQUIVO IS NUMERIC
                       AND WS-QTD-RETENCAO < 30
                   ADD 1 TO WS-QTD-RETENCAO
                   MOVE RTC-ARQUIVO
                       TO WS-RTC-ARQUIVO(WS-QTD-RETENCAO)
                   MOVE RTC-DIAS-VIVO TO WS-RTC-VIVO(WS-QTD-RETENCAO)
                   MOVE RTC-DIAS-ARQUIVO
                       TO WS-RTC-ARQ(WS-QTD-RETENCAO)
                   MOVE RTC-BASE-LEGAL TO WS-RTC-BASE(WS-QTD-RETENCAO)
               END-IF
           END-PERFORM.
           CLOSE RETENCAO-FILE.

       CRIAR-RETENCAO-PADRAO.
      * The standard periods: audit trails and customer contact five
      * years live and five archived, books of account ten years in
      * all, the operational logs a year live (RUNLOG half a year -
      * the batch-window trend only reads the last month) and five
      * in all. Any of it is changed by editing RETENCAO.DAT.
           OPEN OUTPUT RETENCAO-FILE.
           IF WS-RETENCAO-STATUS NOT = "00"
               MOVE "RETENCAO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-RETENCAO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO RETENCAO-REC.
           MOVE "CLIAUDIT.LOG" TO RTC-ARQUIVO.
           MOVE 1825 TO RTC-DIAS-VIVO.
           MOVE 1825 TO RTC-DIAS-ARQUIVO.
           MOVE "TRILHA CADASTRAL DE CLIENTES" TO RTC-BASE-LEGAL.
           WRITE RETENCAO-REC.
           MOVE "CENTROAUDIT.LOG" TO RTC-ARQUIVO.
           MOVE "TRILHA DE SELECAO DE CENTRO DE CUSTO"
               TO RTC-BASE-LEGAL.
           WRITE RETENCAO-REC.
           MOVE "HORAPROV.LOG" TO RTC-ARQUIVO.
           MOVE "APROVACAO DE HORAS (TRABALHISTA)" TO RTC-BASE-LEGAL.
           WRITE RETENCAO-REC.
           MOVE "CONTATOS.DAT" TO RTC-ARQUIVO.
           MOVE "HISTORICO DE CONTATO COM CLIENTE"
               TO RTC-BASE-LEGAL.
           WRITE RETENCAO-REC.
           MOVE "LEDGER" TO RTC-ARQUIVO.
           MOVE "LIVROS CONTABEIS FECHADOS" TO RTC-BASE-LEGAL.
           WRITE RETENCAO-REC.
           MOVE "TABIMP.LOG" TO RTC-ARQUIVO.
           MOVE 365 TO RTC-DIAS-VIVO.
           MOVE 1460 TO RTC-DIAS-ARQUIVO.
           MOVE "IMPORTACAO DE QUANTIDADES" TO RTC-BASE-LEGAL.
           WRITE RETENCAO-REC.
           MOVE "TOLERLOG.TXT" TO RTC-ARQUIVO.
           MOVE "QUANTIDADES FORA DA TOLERANCIA" TO RTC-BASE-LEGAL.
           WRITE RETENCAO-REC.
           MOVE "ALERTAS.DAT" TO RTC-ARQUIVO.
           MOVE "ALERTAS OPERACIONAIS" TO RTC-BASE-LEGAL.
           WRITE RETENCAO-REC.
           MOVE "RUNLOG.DAT" TO RTC-ARQUIVO.
           MOVE 180 TO RTC-DIAS-VIVO.
           MOVE 1645 TO RTC-DIAS-ARQUIVO.
           MOVE "REGISTRO DE EXECUCAO E DE ACESSOS" TO RTC-BASE-LEGAL.
           WRITE RETENCAO-REC.
           CLOSE RETENCAO-FILE.
           DISPLAY "RETENCAO.DAT CRIADO COM OS PRAZOS PADRAO".

       CARREGAR-HOLDS.
           MOVE ZEROS TO WS-QTD-HOLD.
           MOVE ZEROS TO WS-QTD-CLIENTES-RET.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = "35"
               CLOSE HOLD-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-HOLD-STATUS NOT = "00"
               MOVE "HOLD-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-HOLD-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-HOLD-STATUS = "10"
               READ HOLD-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-HOLD-STATUS NOT = "00"
                       AND WS-HOLD-STATUS NOT = "10"
                   MOVE "HOLD-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-HOLD-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF (HLD-TIPO = "A" OR HLD-TIPO = "C")
                       AND HLD-CHAVE NOT = SPACES
                       AND WS-QTD-HOLD < 200
                   ADD 1 TO WS-QTD-HOLD
                   MOVE HLD-TIPO TO WS-HLD-TIPO(WS-QTD-HOLD)
                   MOVE HLD-CHAVE TO WS-HLD-CHAVE(WS-QTD-HOLD)
                   IF HLD-TIPO = "C"
                       ADD 1 TO WS-QTD-CLIENTES-RET
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE HOLD-FILE.

       CARREGAR-CONTAS-RETIDAS.
           MOVE ZEROS TO WS-QTD-CONTAS-RET.
           OPEN INPUT CONTA-FILE.
           IF WS-CONTA-STATUS = "35"
               CLOSE CONTA-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CONTA-STATUS NOT = "00"
               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
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
                   MOVE CONTA-CLIENTE TO WS-CODIGO-REG
                   PERFORM CONFERIR-CODIGO-RETIDO
                   IF WS-REG-RETIDO = "S"
                           AND WS-QTD-CONTAS-RET < 2000
                       ADD 1 TO WS-QTD-CONTAS-RET
                       MOVE CONTA-NUMERO
                           TO WS-CTR-CONTA(WS-QTD-CONTAS-RET)
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE CONTA-FILE.

      *=================================================================
      * One retention line: names, cut-offs, the file-level hold and
      * the way the file carries its dates.
      *=================================================================
       PREPARAR-ARQUIVO.
           MOVE WS-RTC-ARQUIVO(WS-IDX-RET) TO WS-NOME-VIVO.
           MOVE ZEROS TO WS-POS-PONTO.
           INSPECT WS-NOME-VIVO TALLYING WS-POS-PONTO
               FOR CHARACTERS BEFORE INITIAL ".".
           MOVE SPACES TO WS-NOME-ARQ.
           STRING WS-NOME-VIVO(1:WS-POS-PONTO) DELIMITED BY SPACE
               ".ARQ" DELIMITED BY SIZE
               INTO WS-NOME-ARQ.

           COMPUTE WS-CORTE-VIVO = WS-DIA-PROCESSO
               - WS-RTC-VIVO(WS-IDX-RET).
           COMPUTE WS-DIAS-TOTAL = WS-RTC-VIVO(WS-IDX-RET)
               + WS-RTC-ARQ(WS-IDX-RET).
           COMPUTE WS-CORTE-DESTRUIR = WS-DIA-PROCESSO
               - WS-DIAS-TOTAL.

           MOVE WS-RTC-ARQUIVO(WS-IDX-RET) TO WS-REGISTRO.
           PERFORM CONFERIR-ARQUIVO-RETIDO.

           EVALUATE WS-RTC-ARQUIVO(WS-IDX-RET)
               WHEN "CLIAUDIT.LOG"
                   MOVE "C" TO WS-TIPO-ARQUIVO
               WHEN "CENTROAUDIT.LOG"
               WHEN "HORAPROV.LOG"
               WHEN "TABIMP.LOG"
               WHEN "RUNLOG.DAT"
                   MOVE "T" TO WS-TIPO-ARQUIVO
               WHEN "CONTATOS.DAT"
                   MOVE "K" TO WS-TIPO-ARQUIVO
               WHEN "ALERTAS.DAT"
                   MOVE "A" TO WS-TIPO-ARQUIVO
               WHEN "TOLERLOG.TXT"
                   MOVE "Q" TO WS-TIPO-ARQUIVO
               WHEN "LEDGER"
                   MOVE "L" TO WS-TIPO-ARQUIVO
               WHEN OTHER
                   MOVE SPACE TO WS-TIPO-ARQUIVO
           END-EVALUATE.

           MOVE ZEROS TO WS-QTD-LIDOS.
           MOVE ZEROS TO WS-QTD-LIDOS-ARQ.
           MOVE ZEROS TO WS-QTD-MANTIDOS.
           MOVE ZEROS TO WS-QTD-ARQUIVADOS.
           MOVE ZEROS TO WS-QTD-DESTRUIDOS.
           MOVE ZEROS TO WS-QTD-RETIDOS.
           MOVE ZEROS TO WS-QTD-SEM-DATA.
           MOVE ZEROS TO WS-MENOR-DESTRUIDA.
           MOVE ZEROS TO WS-MAIOR-DESTRUIDA.

       CONFERIR-ARQUIVO-RETIDO.
      * WS-REGISTRO carries the name asked about: the retention
      * name, or one closed ledger month's file name.
           MOVE "N" TO WS-ARQ-RETIDO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-HOLD
               IF WS-HLD-TIPO(WS-IDX) = "A"
                       AND WS-HLD-CHAVE(WS-IDX) = WS-REGISTRO(1:20)
                   MOVE "S" TO WS-ARQ-RETIDO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *=================================================================
      * Line files: the live pass moves what is past its live period
      * to the archive (or straight out, when it is past both), the
      * archive pass destroys what is past both. Survivors go
      * through EXPURGO.TMP, and a file is only rewritten when
      * something actually left it.
      *=================================================================
       PROCESSAR-ARQUIVO-LINHAS.
           IF WS-ARQ-RETIDO = "S"
               PERFORM IMPRIMIR-REGRA
               MOVE SPACES TO CERT-LINE
               STRING "  RETIDO POR BLOQUEIO LEGAL DO ARQUIVO - "
                   "NADA MOVIDO NEM DESTRUIDO"
                   DELIMITED BY SIZE INTO CERT-LINE
               PERFORM GRAVAR-LINHA-CERT
               EXIT PARAGRAPH
           END-IF.
           PERFORM EXPURGAR-VIVO.
           PERFORM EXPURGAR-ARQUIVO.
           PERFORM IMPRIMIR-REGRA.
           PERFORM IMPRIMIR-CONTAGEM.
           ADD WS-QTD-ARQUIVADOS TO WS-TOTAL-ARQUIVADOS.
           ADD WS-QTD-DESTRUIDOS TO WS-TOTAL-DESTRUIDOS.
           ADD WS-QTD-RETIDOS TO WS-TOTAL-RETIDOS.
           ADD WS-QTD-LIDOS TO WS-RUNLOG-LIDOS.
           ADD WS-QTD-LIDOS-ARQ TO WS-RUNLOG-LIDOS.

       EXPURGAR-VIVO.
           MOVE "S" TO WS-EXISTE.
           OPEN INPUT VIVO-FILE.
           IF WS-VIVO-STATUS = "35"
               CLOSE VIVO-FILE
               MOVE "N" TO WS-EXISTE
               EXIT PARAGRAPH
           END-IF.
           IF WS-VIVO-STATUS NOT = "00"
               MOVE "VIVO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-VIVO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT TEMP-FILE.
           IF WS-TEMP-STATUS NOT = "00"
               MOVE "TEMP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TEMP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE "N" TO WS-ARQ-ABERTO.
           PERFORM UNTIL WS-VIVO-STATUS = "10"
               READ VIVO-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-VIVO-STATUS NOT = "00"
                       AND WS-VIVO-STATUS NOT = "10"
                   MOVE "VIVO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-VIVO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-QTD-LIDOS
               MOVE VIVO-REC TO WS-REGISTRO
               PERFORM OBTER-DATA-REGISTRO
               EVALUATE TRUE
                   WHEN WS-DIA-REG = ZEROS
                       ADD 1 TO WS-QTD-SEM-DATA
                       PERFORM MANTER-NO-VIVO
                   WHEN WS-REG-PENDENTE = "S"
                       PERFORM MANTER-NO-VIVO
                   WHEN WS-DIA-REG NOT < WS-CORTE-VIVO
                       PERFORM MANTER-NO-VIVO
                   WHEN OTHER
                       PERFORM CONFERIR-REGISTRO-RETIDO
                       IF WS-REG-RETIDO = "S"
                           ADD 1 TO WS-QTD-RETIDOS
                           PERFORM MANTER-NO-VIVO
                       ELSE
                           IF WS-DIA-REG < WS-CORTE-DESTRUIR
                               PERFORM CONTAR-DESTRUIDO
                           ELSE
                               IF WS-ARQ-ABERTO = "N"
                                   PERFORM ABRIR-ARQUIVO-MORTO
                               END-IF
                               WRITE ARQ-REC FROM WS-REGISTRO
                               IF WS-ARQ-STATUS NOT = "00"
                                   MOVE "ARQ-FILE" TO WS-ERRO-ARQUIVO
                                   MOVE WS-ARQ-STATUS TO WS-ERRO-STATUS
                                   PERFORM TRATAR-ERRO-ARQUIVO
                               END-IF
                               ADD 1 TO WS-QTD-ARQUIVADOS
                           END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM.
           CLOSE VIVO-FILE.
           CLOSE TEMP-FILE.
           IF WS-ARQ-ABERTO = "S"
               CLOSE ARQ-FILE
           END-IF.
           IF WS-QTD-LIDOS NOT = WS-QTD-MANTIDOS
               PERFORM REGRAVAR-VIVO
           END-IF.

       MANTER-NO-VIVO.
           WRITE TEMP-REC FROM WS-REGISTRO.
           IF WS-TEMP-STATUS NOT = "00"
               MOVE "TEMP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TEMP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WS-QTD-MANTIDOS.

       CONTAR-DESTRUIDO.
           ADD 1 TO WS-QTD-DESTRUIDOS.
           IF WS-MENOR-DESTRUIDA = ZEROS
                   OR WS-DATA-REG < WS-MENOR-DESTRUIDA
               MOVE WS-DATA-REG TO WS-MENOR-DESTRUIDA
           END-IF.
           IF WS-DATA-REG > WS-MAIOR-DESTRUIDA
               MOVE WS-DATA-REG TO WS-MAIOR-DESTRUIDA
           END-IF.

       ABRIR-ARQUIVO-MORTO.
      * Opened on the first record to move, so a file with nothing
      * past its live period gets no empty archive beside it.
           OPEN EXTEND ARQ-FILE.
           IF WS-ARQ-STATUS = "05" OR WS-ARQ-STATUS = "35"
               OPEN OUTPUT ARQ-FILE
           END-IF.
           IF WS-ARQ-STATUS NOT = "00"
               MOVE "ARQ-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-ARQ-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE "S" TO WS-ARQ-ABERTO.

       REGRAVAR-VIVO.
           OPEN INPUT TEMP-FILE.
           IF WS-TEMP-STATUS NOT = "00"
               MOVE "TEMP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TEMP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT VIVO-FILE.
           IF WS-VIVO-STATUS NOT = "00"
               MOVE "VIVO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-VIVO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-TEMP-STATUS = "10"
               READ TEMP-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-TEMP-STATUS NOT = "00"
                       AND WS-TEMP-STATUS NOT = "10"
                   MOVE "TEMP-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-TEMP-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               WRITE VIVO-REC FROM TEMP-REC
               IF WS-VIVO-STATUS NOT = "00"
                   MOVE "VIVO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-VIVO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
           END-PERFORM.
           CLOSE TEMP-FILE.
           CLOSE VIVO-FILE.
      * A sealed audit log has its chain rebuilt over what is left;
      * any other file is passed over by the sealer.
           CALL "SELAR-LINHA-LOG" USING WS-SELO-MODO WS-NOME-VIVO
               VIVO-REC.

       EXPURGAR-ARQUIVO.
           MOVE ZEROS TO WS-QTD-LINHAS.
           OPEN INPUT ARQ-FILE.
           IF WS-ARQ-STATUS = "35"
               CLOSE ARQ-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ARQ-STATUS NOT = "00"
               MOVE "ARQ-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-ARQ-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT TEMP-FILE.
           IF WS-TEMP-STATUS NOT = "00"
               MOVE "TEMP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TEMP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-ARQ-STATUS = "10"
               READ ARQ-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-ARQ-STATUS NOT = "00"
                       AND WS-ARQ-STATUS NOT = "10"
                   MOVE "ARQ-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-ARQ-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-QTD-LIDOS-ARQ
               MOVE ARQ-REC TO WS-REGISTRO
               PERFORM OBTER-DATA-REGISTRO
               MOVE "N" TO WS-REG-RETIDO
               IF WS-DIA-REG NOT = ZEROS
                       AND WS-DIA-REG < WS-CORTE-DESTRUIR
                   PERFORM CONFERIR-REGISTRO-RETIDO
               END-IF
               IF WS-DIA-REG NOT = ZEROS
                       AND WS-DIA-REG < WS-CORTE-DESTRUIR
                       AND WS-REG-RETIDO = "N"
                   PERFORM CONTAR-DESTRUIDO
               ELSE
                   IF WS-REG-RETIDO = "S"
                       ADD 1 TO WS-QTD-RETIDOS
                   END-IF
                   WRITE TEMP-REC FROM WS-REGISTRO
                   IF WS-TEMP-STATUS NOT = "00"
                       MOVE "TEMP-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-TEMP-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   ADD 1 TO WS-QTD-LINHAS
               END-IF
           END-PERFORM.
           CLOSE ARQ-FILE.
           CLOSE TEMP-FILE.
           IF WS-QTD-LINHAS = WS-QTD-LIDOS-ARQ
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT TEMP-FILE.
           IF WS-TEMP-STATUS NOT = "00"
               MOVE "TEMP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TEMP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-FILE.
           IF WS-ARQ-STATUS NOT = "00"
               MOVE "ARQ-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-ARQ-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-TEMP-STATUS = "10"
               READ TEMP-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-TEMP-STATUS NOT = "00"
                       AND WS-TEMP-STATUS NOT = "10"
                   MOVE "TEMP-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-TEMP-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               WRITE ARQ-REC FROM TEMP-REC
               IF WS-ARQ-STATUS NOT = "00"
                   MOVE "ARQ-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-ARQ-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
           END-PERFORM.
           CLOSE TEMP-FILE.
           CLOSE ARQ-FILE.

      *=================================================================
      * The record's own date and, where it has one, its customer.
      *=================================================================
       OBTER-DATA-REGISTRO.
      * A record whose date cannot be read is kept, never guessed
      * old: WS-DIA-REG comes back zero for it.
           MOVE "N" TO WS-REG-PENDENTE.
           MOVE ZEROS TO WS-DIA-REG.
           EVALUATE WS-TIPO-ARQUIVO
               WHEN "A"
                   MOVE WS-REGISTRO(7:8) TO WS-DATA-REG-X
                   IF WS-REGISTRO(94:1) = "N"
                       MOVE "S" TO WS-REG-PENDENTE
                   END-IF
               WHEN "Q"
                   MOVE WS-REGISTRO(5:4) TO WS-DATA-REG-X(1:4)
                   MOVE WS-REGISTRO(24:2) TO WS-DATA-REG-X(5:2)
                   MOVE WS-REGISTRO(31:2) TO WS-DATA-REG-X(7:2)
               WHEN OTHER
                   MOVE WS-REGISTRO(1:8) TO WS-DATA-REG-X
           END-EVALUATE.
           IF WS-DATA-REG-X IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF WS-DATA-REG(1:4) < "1601"
                   OR WS-DATA-REG(5:2) < "01"
                   OR WS-DATA-REG(5:2) > "12"
                   OR WS-DATA-REG(7:2) < "01"
                   OR WS-DATA-REG(7:2) > "31"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DIA-REG =
               FUNCTION INTEGER-OF-DATE(WS-DATA-REG).

       CONFERIR-REGISTRO-RETIDO.
           MOVE "N" TO WS-REG-RETIDO.
           IF WS-QTD-CLIENTES-RET = ZEROS
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-TIPO-ARQUIVO
               WHEN "K"
                   MOVE WS-REGISTRO(9:6) TO WS-CODIGO-REG-X
                   PERFORM CONFERIR-CODIGO-RETIDO
               WHEN "C"
                   PERFORM CONFERIR-CLIAUDIT-RETIDO
               WHEN "L"
                   MOVE WS-REGISTRO(23:5) TO WS-CONTA-REG-X
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-QTD-CONTAS-RET
                       IF WS-CTR-CONTA(WS-IDX) = WS-CONTA-REG
                           MOVE "S" TO WS-REG-RETIDO
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       CONFERIR-CLIAUDIT-RETIDO.
      * Same reading PROG_CLI360.cbl gives the lines: the ANTES=
      * image starts at 70 and the DEPOIS= image wherever its marker
      * landed; lines from before the key widening (marker ending
      * at 249) carry four-digit codes.
           MOVE ZEROS TO WS-POS-DEPOIS.
           PERFORM VARYING WS-POS-MARCA FROM 70 BY 1
                   UNTIL WS-POS-MARCA > 300
                   OR WS-POS-DEPOIS NOT = ZEROS
               IF WS-REGISTRO(WS-POS-MARCA:8) = " DEPOIS="
                   COMPUTE WS-POS-DEPOIS = WS-POS-MARCA + 8
               END-IF
           END-PERFORM.
           IF WS-POS-DEPOIS = 250
               MOVE ZEROS TO WS-CODIGO-REG
               MOVE WS-REGISTRO(70:4) TO WS-CODIGO-REG-X(3:4)
               PERFORM CONFERIR-CODIGO-RETIDO
               IF WS-REG-RETIDO = "N"
                   MOVE WS-REGISTRO(250:4) TO WS-CODIGO-REG-X(3:4)
                   PERFORM CONFERIR-CODIGO-RETIDO
               END-IF
           ELSE
               MOVE WS-REGISTRO(70:6) TO WS-CODIGO-REG-X
               PERFORM CONFERIR-CODIGO-RETIDO
               IF WS-REG-RETIDO = "N" AND WS-POS-DEPOIS NOT = ZEROS
                   MOVE WS-REGISTRO(WS-POS-DEPOIS:6)
                       TO WS-CODIGO-REG-X
                   PERFORM CONFERIR-CODIGO-RETIDO
               END-IF
           END-IF.

       CONFERIR-CODIGO-RETIDO.
           MOVE "N" TO WS-REG-RETIDO.
           IF WS-CODIGO-REG-X IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-HOLD
               IF WS-HLD-TIPO(WS-IDX) = "C"
                       AND WS-HLD-CHAVE(WS-IDX)(1:6) = WS-CODIGO-REG-X
                   MOVE "S" TO WS-REG-RETIDO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *=================================================================
      * Closed ledger months, as whole files: a month whose last day
      * is past the live period moves to LEDGER-AAAAMM.ARQ, one past
      * both periods is deleted (live or archived copy). A month
      * held by name or family, or holding a held customer's
      * account, stays exactly where it is.
      *=================================================================
       PROCESSAR-LEDGERS.
           MOVE "L" TO WS-TIPO-ARQUIVO.
           PERFORM IMPRIMIR-REGRA.
           IF WS-ARQ-RETIDO = "S"
               MOVE SPACES TO CERT-LINE
               STRING "  RETIDOS POR BLOQUEIO LEGAL DO ARQUIVO - "
                   "NENHUM MES MOVIDO NEM DESTRUIDO"
                   DELIMITED BY SIZE INTO CERT-LINE
               PERFORM GRAVAR-LINHA-CERT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATA-PROCESSO(1:4) TO WS-ANO-LEDGER.
           MOVE WS-DATA-PROCESSO(5:2) TO WS-MES-LEDGER.
           PERFORM VARYING WS-QTD-MESES FROM 1 BY 1
                   UNTIL WS-QTD-MESES > 600
               COMPUTE WS-DATA-AUX = WS-ANO-LEDGER * 10000
                   + WS-MES-LEDGER * 100 + 1
               COMPUTE WS-DIA-FIM-MES =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1
               IF WS-MES-LEDGER = 1
                   MOVE 12 TO WS-MES-LEDGER
                   SUBTRACT 1 FROM WS-ANO-LEDGER
               ELSE
                   SUBTRACT 1 FROM WS-MES-LEDGER
               END-IF
               IF WS-DIA-FIM-MES < WS-CORTE-VIVO
                   PERFORM PROCESSAR-MES-LEDGER
               END-IF
           END-PERFORM.
           MOVE SPACES TO CERT-LINE.
           STRING "  MESES ARQUIVADOS " WS-QTD-ARQUIVADOS
               " DESTRUIDOS " WS-QTD-DESTRUIDOS
               " RETIDOS " WS-QTD-RETIDOS
               DELIMITED BY SIZE INTO CERT-LINE.
           PERFORM GRAVAR-LINHA-CERT.
           ADD WS-QTD-ARQUIVADOS TO WS-TOTAL-ARQUIVADOS.
           ADD WS-QTD-DESTRUIDOS TO WS-TOTAL-DESTRUIDOS.
           ADD WS-QTD-RETIDOS TO WS-TOTAL-RETIDOS.

       PROCESSAR-MES-LEDGER.
           MOVE SPACES TO WS-NOME-VIVO.
           STRING "LEDGER-" WS-ANO-LEDGER WS-MES-LEDGER ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-VIVO.
           MOVE SPACES TO WS-NOME-ARQ.
           STRING "LEDGER-" WS-ANO-LEDGER WS-MES-LEDGER ".ARQ"
               DELIMITED BY SIZE INTO WS-NOME-ARQ.

           MOVE WS-NOME-VIVO TO WS-REGISTRO.
           PERFORM CONFERIR-ARQUIVO-RETIDO.
           IF WS-ARQ-RETIDO = "N"
               PERFORM CONFERIR-LEDGER-RETIDO
           END-IF.
           IF WS-ARQ-RETIDO = "S"
               ADD 1 TO WS-QTD-RETIDOS
               MOVE SPACES TO CERT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-NOME-VIVO DELIMITED BY SPACE
                   " RETIDO POR BLOQUEIO LEGAL" DELIMITED BY SIZE
                   INTO CERT-LINE
               PERFORM GRAVAR-LINHA-CERT
               EXIT PARAGRAPH
           END-IF.

           IF WS-DIA-FIM-MES < WS-CORTE-DESTRUIR
               PERFORM DESTRUIR-MES-LEDGER
           ELSE
               PERFORM ARQUIVAR-MES-LEDGER
           END-IF.

       CONFERIR-LEDGER-RETIDO.
      * Both copies of the month are read - whichever exists - for a
      * line on an account of a held customer.
           IF WS-QTD-CONTAS-RET = ZEROS
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT VIVO-FILE.
           IF WS-VIVO-STATUS = "00"
               PERFORM UNTIL WS-VIVO-STATUS = "10"
                       OR WS-ARQ-RETIDO = "S"
                   READ VIVO-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-VIVO-STATUS NOT = "00"
                           AND WS-VIVO-STATUS NOT = "10"
                       MOVE "VIVO-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-VIVO-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   MOVE VIVO-REC TO WS-REGISTRO
                   PERFORM CONFERIR-REGISTRO-RETIDO
                   MOVE WS-REG-RETIDO TO WS-ARQ-RETIDO
               END-PERFORM
           END-IF.
           CLOSE VIVO-FILE.
           IF WS-ARQ-RETIDO = "S"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-FILE.
           IF WS-ARQ-STATUS = "00"
               PERFORM UNTIL WS-ARQ-STATUS = "10"
                       OR WS-ARQ-RETIDO = "S"
                   READ ARQ-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-ARQ-STATUS NOT = "00"
                           AND WS-ARQ-STATUS NOT = "10"
                       MOVE "ARQ-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-ARQ-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   MOVE ARQ-REC TO WS-REGISTRO
                   PERFORM CONFERIR-REGISTRO-RETIDO
                   MOVE WS-REG-RETIDO TO WS-ARQ-RETIDO
               END-PERFORM
           END-IF.
           CLOSE ARQ-FILE.

       ARQUIVAR-MES-LEDGER.
           OPEN INPUT VIVO-FILE.
           IF WS-VIVO-STATUS = "35"
               CLOSE VIVO-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-VIVO-STATUS NOT = "00"
               MOVE "VIVO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-VIVO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-FILE.
           IF WS-ARQ-STATUS NOT = "00"
               MOVE "ARQ-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-ARQ-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE ZEROS TO WS-QTD-LINHAS.
           PERFORM UNTIL WS-VIVO-STATUS = "10"
               READ VIVO-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-VIVO-STATUS NOT = "00"
                       AND WS-VIVO-STATUS NOT = "10"
                   MOVE "VIVO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-VIVO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               WRITE ARQ-REC FROM VIVO-REC
               IF WS-ARQ-STATUS NOT = "00"
                   MOVE "ARQ-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-ARQ-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-QTD-LINHAS
           END-PERFORM.
           CLOSE VIVO-FILE.
           CLOSE ARQ-FILE.
           MOVE WS-NOME-VIVO TO WS-NOME-REMOVER.
           DELETE FILE REMOVER-FILE.
           ADD 1 TO WS-QTD-ARQUIVADOS.
           ADD WS-QTD-LINHAS TO WS-RUNLOG-LIDOS.
           MOVE SPACES TO CERT-LINE.
           STRING "  " DELIMITED BY SIZE
               WS-NOME-VIVO DELIMITED BY SPACE
               " ARQUIVADO EM " DELIMITED BY SIZE
               WS-NOME-ARQ DELIMITED BY SPACE
               " - " WS-QTD-LINHAS " LINHAS" DELIMITED BY SIZE
               INTO CERT-LINE.
           PERFORM GRAVAR-LINHA-CERT.

       DESTRUIR-MES-LEDGER.
           OPEN INPUT VIVO-FILE.
           IF WS-VIVO-STATUS = "00"
               CLOSE VIVO-FILE
               MOVE WS-NOME-VIVO TO WS-NOME-REMOVER
               DELETE FILE REMOVER-FILE
               ADD 1 TO WS-QTD-DESTRUIDOS
               MOVE SPACES TO CERT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-NOME-VIVO DELIMITED BY SPACE
                   " DESTRUIDO" DELIMITED BY SIZE
                   INTO CERT-LINE
               PERFORM GRAVAR-LINHA-CERT
           ELSE
               CLOSE VIVO-FILE
           END-IF.
           OPEN INPUT ARQ-FILE.
           IF WS-ARQ-STATUS = "00"
               CLOSE ARQ-FILE
               MOVE WS-NOME-ARQ TO WS-NOME-REMOVER
               DELETE FILE REMOVER-FILE
               ADD 1 TO WS-QTD-DESTRUIDOS
               MOVE SPACES TO CERT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-NOME-ARQ DELIMITED BY SPACE
                   " DESTRUIDO" DELIMITED BY SIZE
                   INTO CERT-LINE
               PERFORM GRAVAR-LINHA-CERT
           ELSE
               CLOSE ARQ-FILE
           END-IF.

      *=================================================================
      * The certificate.
      *=================================================================
       IMPRIMIR-ABERTURA.
           MOVE ALL "=" TO CERT-LINE.
           PERFORM GRAVAR-LINHA-CERT.
           MOVE WS-DATA-PROCESSO(7:2) TO WS-DE-DIA.
           MOVE WS-DATA-PROCESSO(5:2) TO WS-DE-MES.
           MOVE WS-DATA-PROCESSO(1:4) TO WS-DE-ANO.
           MOVE SPACES TO CERT-LINE.
           STRING "CERTIFICADO DE EXPURGO - DATA DE PROCESSAMENTO "
               WS-DATA-EDITADA
               " - EXECUTADO EM " WS-TIMESTAMP(7:2) "/"
               WS-TIMESTAMP(5:2) "/" WS-TIMESTAMP(1:4) " "
               WS-TIMESTAMP(9:2) ":" WS-TIMESTAMP(11:2) ":"
               WS-TIMESTAMP(13:2) " - OPERADOR " WS-OPERADOR
               DELIMITED BY SIZE INTO CERT-LINE.
           PERFORM GRAVAR-LINHA-CERT.
           IF WS-QTD-HOLD = ZEROS
               MOVE "BLOQUEIOS LEGAIS EM VIGOR: NENHUM" TO CERT-LINE
               PERFORM GRAVAR-LINHA-CERT
           ELSE
               MOVE "BLOQUEIOS LEGAIS EM VIGOR:" TO CERT-LINE
               PERFORM GRAVAR-LINHA-CERT
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-HOLD
                   MOVE SPACES TO CERT-LINE
                   IF WS-HLD-TIPO(WS-IDX) = "A"
                       STRING "  ARQUIVO " WS-HLD-CHAVE(WS-IDX)
                           DELIMITED BY SIZE INTO CERT-LINE
                   ELSE
                       STRING "  CLIENTE " WS-HLD-CHAVE(WS-IDX)
                           DELIMITED BY SIZE INTO CERT-LINE
                   END-IF
                   PERFORM GRAVAR-LINHA-CERT
               END-PERFORM
           END-IF.

       IMPRIMIR-REGRA.
           MOVE SPACES TO CERT-LINE.
           PERFORM GRAVAR-LINHA-CERT.
           MOVE SPACES TO CERT-LINE.
           STRING "ARQUIVO " WS-RTC-ARQUIVO(WS-IDX-RET)
               " VIVO " WS-RTC-VIVO(WS-IDX-RET)
               " DIAS + ARQUIVO " WS-RTC-ARQ(WS-IDX-RET)
               " DIAS - " WS-RTC-BASE(WS-IDX-RET)
               DELIMITED BY SIZE INTO CERT-LINE.
           PERFORM GRAVAR-LINHA-CERT.

       IMPRIMIR-CONTAGEM.
           IF WS-EXISTE = "N"
               MOVE SPACES TO CERT-LINE
               STRING "  ARQUIVO VIVO NAO ENCONTRADO"
                   DELIMITED BY SIZE INTO CERT-LINE
               PERFORM GRAVAR-LINHA-CERT
           END-IF.
           MOVE SPACES TO CERT-LINE.
           STRING "  LIDOS " WS-QTD-LIDOS
               " MANTIDOS " WS-QTD-MANTIDOS
               " ARQUIVADOS " WS-QTD-ARQUIVADOS
               " LIDOS NO ARQUIVO " WS-QTD-LIDOS-ARQ
               " DESTRUIDOS " WS-QTD-DESTRUIDOS
               " RETIDOS " WS-QTD-RETIDOS
               " SEM DATA " WS-QTD-SEM-DATA
               DELIMITED BY SIZE INTO CERT-LINE.
           PERFORM GRAVAR-LINHA-CERT.
           IF WS-QTD-DESTRUIDOS > ZEROS
               MOVE WS-MENOR-DESTRUIDA(7:2) TO WS-DE-DIA
               MOVE WS-MENOR-DESTRUIDA(5:2) TO WS-DE-MES
               MOVE WS-MENOR-DESTRUIDA(1:4) TO WS-DE-ANO
               MOVE WS-MAIOR-DESTRUIDA(7:2) TO WS-DE2-DIA
               MOVE WS-MAIOR-DESTRUIDA(5:2) TO WS-DE2-MES
               MOVE WS-MAIOR-DESTRUIDA(1:4) TO WS-DE2-ANO
               MOVE SPACES TO CERT-LINE
               STRING "  DESTRUIDOS REGISTROS DATADOS DE "
                   WS-DATA-EDITADA " A " WS-DATA-EDITADA-2
                   DELIMITED BY SIZE INTO CERT-LINE
               PERFORM GRAVAR-LINHA-CERT
           END-IF.

       IMPRIMIR-FECHAMENTO.
           MOVE SPACES TO CERT-LINE.
           PERFORM GRAVAR-LINHA-CERT.
           MOVE SPACES TO CERT-LINE.
           STRING "TOTAL ARQUIVADOS " WS-TOTAL-ARQUIVADOS
               " DESTRUIDOS " WS-TOTAL-DESTRUIDOS
               " RETIDOS POR BLOQUEIO " WS-TOTAL-RETIDOS
               DELIMITED BY SIZE INTO CERT-LINE.
           PERFORM GRAVAR-LINHA-CERT.

       ENCERRAR-RUNLOG.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

       GRAVAR-LINHA-CERT.
           WRITE CERT-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "CERT-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file) or
      * 35 (not found, already handled above) means a real I/O
      * problem; log which file and status code and stop instead of
      * pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_EXPURGO.
