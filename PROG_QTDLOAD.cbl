      * Purpose: Interface load of the daily quantities straight from
      *          the counting system's CONTAGEM.DAT file (date, cost
      *          center - zero when the machine does not know one -
      *          volume and the measure counted), so an operator
      *          stops re-keying the machines' own numbers into
      *          ENTRAR-QUANTIDADES-MES every morning. Each line
      *          runs the same date edits VALIDAR-DIA-MES applies
      *          and the TOLERMES.DAT tolerance check; rejects land
      *          on QTDREJ.DAT with a reason code for repair,
      *          accepted figures post into the processing year's
      *          TABELA.DAT generation (and TABCENTRO.DAT when a
      *          center rides on the line, TABTURNO.DAT for the
      *          shift that counted it, and CLIVOL.DAT for the
      *          customer billed per piece), and QTDLOADR.TXT
      *          reconciles file totals against posted totals.
      *          Each measure on the file posts into its own
      *          generation, against its own tolerances and its own
      *          year-close state, one pass of the file per measure.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
               RECORD KEY IS TC-CHAVE
               FILE STATUS IS WS-TABCENTRO-STATUS.

      * Per-center, per-shift daily figures for the shift report.
           SELECT TABTURNO-FILE ASSIGN TO "TABTURNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-CHAVE
               FILE STATUS IS WS-TABTURNO-STATUS.

           SELECT CENTRO-FILE ASSIGN TO "CENTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CENTRO-CODIGO
               FILE STATUS IS WS-CENTRO-STATUS.

      * Per-customer monthly volume for the volume billing run.
           SELECT CLIVOL-FILE ASSIGN TO "CLIVOL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-CHAVE
               FILE STATUS IS WS-CLIVOL-STATUS.

           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS END-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT TOLER-FILE ASSIGN TO "TOLERMES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOLER-STATUS.
         05 CONT-DATA PIC 9(08).
         05 CONT-CENTRO PIC 9(03).
         05 CONT-VALOR PIC 9(09).
      * MEDIDA.DAT code; the machines that predate measures send
      * nothing here, and blank or zero is pieces.
         05 CONT-MEDIDA PIC X(02).
      * Shift that counted the volume, 1 to 3.
         05 CONT-TURNO PIC X(01).
      * CLIENTE.DAT CODIGO of the customer the volume is billed
      * to; blank or zero when the pieces belong to nobody billed
      * per piece.
         05 CONT-CLIENTE PIC X(06).

      * Reason codes: 01 data invalida, 02 fora do ano de processo,
      * 03 fora da tolerancia do mes, 04 centro invalido, 05 medida
      * nao cadastrada ou inativa, 06 ano fechado para a medida,
      * 07 turno invalido, 08 cliente nao cadastrado.
       FD  REJEITO-FILE.
        01 REJEITO-REC.
         05 REJ-MOTIVO PIC 9(02).
         05 REJ-DADOS PIC X(029).

       FD  TABELA-FILE.
           COPY TABANUALR.
       FD  LOCK-FILE.
        01 LOCK-REC.
         05 LOCK-ANO PIC 9(04).
         05 LOCK-MEDIDA PIC 9(02).
         05 LOCK-GERACAO PIC 9(08).
         05 LOCK-SITUACAO PIC X(01).
         05 LOCK-OPERADOR PIC X(08).
       FD  TABCENTRO-FILE.
           COPY TABCENTRO.

       FD  TABTURNO-FILE.
           COPY TABTURNO.

       FD  CENTRO-FILE.
           COPY CENTRO.

       FD  CLIVOL-FILE.
           COPY CLIVOL.

       FD  CLIENTE-FILE.
           COPY CLIENTE.

       FD  TOLER-FILE.
        01 TOLER-REC.
         05 TOLER-MEDIDA PIC 9(02).
         05 TOLER-MES PIC 9(02).
         05 TOLER-MIN PIC 9(09).
         05 TOLER-MAX PIC 9(09).
        77 WS-REJEITO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-TABELA-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-TABCENTRO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-TABTURNO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-TURNO-LINHA    PIC 9(01) VALUE ZEROS.
        77 WS-CENTRO-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-CLIVOL-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-CLIENTE-STATUS PIC X(02) VALUE ZEROS.
        77 WS-CLIENTE-LINHA  PIC 9(06) VALUE ZEROS.
        77 WS-TOLER-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RECON-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "QTDLOADR.TXT".
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-CTL-CONFERE    PIC X(001) VALUE "S".
        77 WS-LOCK-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-ANO-FECHADO    PIC X(01) VALUE "N".
        77 WS-MEDIDA-LINHA   PIC 9(02) VALUE ZEROS.
        77 WS-MEDIDA-ATUAL   PIC 9(02) VALUE ZEROS.
        77 WS-MEDIDA-NOME    PIC X(20) VALUE SPACES.
        77 WS-MEDIDA-UNIDADE PIC X(05) VALUE SPACES.
        77 WS-MA-IDX         PIC 9(03) VALUE ZEROS.

      * Measures found on the file, indexed by code plus one (an
      * unreadable code lands on entry 1 as measure 00): space not
      * on the file, else the OBTER-MEDIDA answer - A ativa,
      * I inativa, N nao cadastrada.
        01 WS-MEDIDAS-ARQUIVO.
         05 WS-MA-SITUACAO PIC X(01) OCCURS 100 TIMES.
        01 WS-DIAS-NO-MES VALUE "312831303130313130313031".
          05 WS-DIAS-MES-TAB PIC 9(02) OCCURS 12.

               STOP RUN
           END-IF.

           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           MOVE WS-DATA-PROCESSO(1:4) TO WS-ANO-ATUAL.

           OPEN INPUT CONTAGEM-FILE.
           IF WS-CONTAGEM-STATUS = "35"
               MOVE WS-CONTAGEM-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

      * First pass: file totals for the reconciliation and the set
      * of measures the file carries, each looked up once.
           MOVE SPACES TO WS-MEDIDAS-ARQUIVO.
           PERFORM UNTIL WS-CONTAGEM-STATUS = "10"
               READ CONTAGEM-FILE
                   AT END
               END-IF
               ADD 1 TO WS-QTD-LIDAS
               ADD CONT-VALOR TO WS-VLR-LIDO
               PERFORM OBTER-MEDIDA-LINHA
               COMPUTE WS-MA-IDX = WS-MEDIDA-LINHA + 1
               IF WS-MA-SITUACAO(WS-MA-IDX) = SPACE
                   CALL "OBTER-MEDIDA" USING WS-MEDIDA-LINHA
                       WS-MEDIDA-NOME WS-MEDIDA-UNIDADE
                       WS-MA-SITUACAO(WS-MA-IDX)
               END-IF
           END-PERFORM.
           CLOSE CONTAGEM-FILE.

           OPEN OUTPUT REJEITO-FILE.
           IF WS-REJEITO-STATUS NOT = "00"
               MOVE "REJEITO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-REJEITO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

      * Then one pass per measure found, posting that measure's
      * lines into that measure's generation.
           PERFORM VARYING WS-MA-IDX FROM 1 BY 1
                   UNTIL WS-MA-IDX > 100
               IF WS-MA-SITUACAO(WS-MA-IDX) NOT = SPACE
                   PERFORM PROCESSAR-MEDIDA-ARQUIVO
               END-IF
           END-PERFORM.

           CLOSE REJEITO-FILE.

           PERFORM CALCULAR-CONTROLE-TABELA.
           CALL "GRAVAR-CONTROLE-MASTER" USING WS-CTL-ARQUIVO
               WS-CTL-QTD WS-CTL-HASH.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       OBTER-MEDIDA-LINHA.
      * Blank or zero is pieces; anything else that is not a
      * number is measure 00, which no master line carries.
           IF CONT-MEDIDA = SPACES OR CONT-MEDIDA = "00"
               MOVE 01 TO WS-MEDIDA-LINHA
           ELSE
               IF CONT-MEDIDA IS NUMERIC
                   MOVE CONT-MEDIDA TO WS-MEDIDA-LINHA
               ELSE
                   MOVE ZEROS TO WS-MEDIDA-LINHA
               END-IF
           END-IF.

       PROCESSAR-MEDIDA-ARQUIVO.
      * The load only posts into the processing year, so a year
      * closed for this measure refuses every one of its lines -
      * to the repair file, so the reconciliation still balances.
           COMPUTE WS-MEDIDA-ATUAL = WS-MA-IDX - 1.
           MOVE "N" TO WS-ANO-FECHADO.
           IF WS-MA-SITUACAO(WS-MA-IDX) = "A"
               PERFORM CARREGAR-TABELA-ANUAL
               PERFORM CARREGAR-TOLERANCIAS
               PERFORM VERIFICAR-ANO-FECHADO
               IF WS-ANO-FECHADO = "S"
                   DISPLAY "ANO " WS-ANO-ATUAL " MEDIDA "
                       WS-MEDIDA-ATUAL " FECHADO - CARGA DA MEDIDA "
                       "BLOQUEADA (REABERTURA VIA AUTORIZACAO DUPLA)"
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           ELSE
               DISPLAY "MEDIDA " WS-MEDIDA-ATUAL
                   " NAO CADASTRADA OU INATIVA - LINHAS REJEITADAS"
           END-IF.
           OPEN INPUT CONTAGEM-FILE.
           IF WS-CONTAGEM-STATUS NOT = "00"
               MOVE "CONTAGEM-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTAGEM-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-CONTAGEM-STATUS = "10"
               READ CONTAGEM-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CONTAGEM-STATUS NOT = "00"
                       AND WS-CONTAGEM-STATUS NOT = "10"
                   MOVE "CONTAGEM-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CONTAGEM-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               PERFORM OBTER-MEDIDA-LINHA
               IF WS-MEDIDA-LINHA = WS-MEDIDA-ATUAL
                   PERFORM PROCESSAR-UMA-LINHA
               END-IF
           END-PERFORM.
           CLOSE CONTAGEM-FILE.
           IF WS-MA-SITUACAO(WS-MA-IDX) = "A"
                   AND WS-ANO-FECHADO = "N"
               PERFORM CALCULAR-TOTAIS-ANUAL
               PERFORM SALVAR-TABELA-ANUAL
           END-IF.

       VERIFICAR-ANO-FECHADO.
      * Latest register line for the year and measure wins, the
      * same scan PROG_TABFECHA.cbl and the keyed entry make.
           MOVE "N" TO WS-ANO-FECHADO.
           OPEN INPUT LOCK-FILE.
           IF WS-LOCK-STATUS = "35"
                   END-IF
                   IF WS-LOCK-STATUS = "00"
                           AND LOCK-ANO = WS-ANO-ATUAL
                           AND LOCK-MEDIDA = WS-MEDIDA-ATUAL
                       IF LOCK-SITUACAO = "F"
                           MOVE "S" TO WS-ANO-FECHADO
                       ELSE

       PROCESSAR-UMA-LINHA.
           MOVE ZEROS TO WS-MOTIVO.
           IF WS-MA-SITUACAO(WS-MA-IDX) NOT = "A"
               MOVE 5 TO WS-MOTIVO
           ELSE
               IF WS-ANO-FECHADO = "S"
                   MOVE 6 TO WS-MOTIVO
               ELSE
                   PERFORM VALIDAR-LINHA-CONTAGEM
               END-IF
           END-IF.
           IF WS-MOTIVO = ZEROS
               ADD CONT-VALOR TO QUANTIDADE-DIARIA
                   (WS-MES-LINHA, WS-DIA-LINHA)
               IF CONT-CENTRO NOT = ZEROS
                   PERFORM POSTAR-NO-CENTRO
               END-IF
               PERFORM POSTAR-NO-TURNO
               PERFORM POSTAR-NO-CLIENTE
               ADD 1 TO WS-QTD-POSTADAS
               ADD CONT-VALOR TO WS-VLR-POSTADO
           ELSE
           IF WS-MOTIVO = ZEROS AND CONT-CENTRO NOT = ZEROS
               PERFORM VALIDAR-CENTRO-LINHA
           END-IF.
      * Without a shift the line could not be split, and the day's
      * shifts would stop adding up to the day.
           IF WS-MOTIVO = ZEROS
               IF CONT-TURNO = "1" OR CONT-TURNO = "2"
                       OR CONT-TURNO = "3"
                   MOVE CONT-TURNO TO WS-TURNO-LINHA
               ELSE
                   MOVE 7 TO WS-MOTIVO
               END-IF
           END-IF.
           IF WS-MOTIVO = ZEROS
               PERFORM VALIDAR-CLIENTE-LINHA
           END-IF.

       VALIDAR-CLIENTE-LINHA.
      * A customer named on the line must be on the master, or the
      * pieces would be billed to nobody; no customer at all is
      * simply volume nobody is billed for.
           MOVE ZEROS TO WS-CLIENTE-LINHA.
           IF CONT-CLIENTE = SPACES OR CONT-CLIENTE = "000000"
               EXIT PARAGRAPH
           END-IF.
           IF CONT-CLIENTE IS NOT NUMERIC
               MOVE 8 TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE CONT-CLIENTE TO WS-CLIENTE-LINHA.
           OPEN INPUT CLIENTE-FILE.
           IF WS-CLIENTE-STATUS = "35"
               MOVE 8 TO WS-MOTIVO
               CLOSE CLIENTE-FILE
           ELSE
               IF WS-CLIENTE-STATUS NOT = "00"
                   MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE WS-CLIENTE-LINHA TO CODIGO
               READ CLIENTE-FILE
                   INVALID KEY
                       MOVE 8 TO WS-MOTIVO
               END-READ
               IF WS-CLIENTE-STATUS NOT = "00"
                       AND WS-CLIENTE-STATUS NOT = "23"
                   MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               CLOSE CLIENTE-FILE
           END-IF.

       VALIDAR-CENTRO-LINHA.
           OPEN INPUT CENTRO-FILE.
           END-IF.
           MOVE CONT-CENTRO TO TC-CENTRO.
           MOVE WS-ANO-ATUAL TO TC-ANO.
           MOVE WS-MEDIDA-ATUAL TO TC-MEDIDA.
           READ TABCENTRO-FILE
               INVALID KEY
                   INITIALIZE TABCENTRO-REC
                   MOVE CONT-CENTRO TO TC-CENTRO
                   MOVE WS-ANO-ATUAL TO TC-ANO
                   MOVE WS-MEDIDA-ATUAL TO TC-MEDIDA
                   ADD CONT-VALOR TO TC-QUANTIDADE-DIARIA
                       (WS-MES-LINHA, WS-DIA-LINHA)
                   ADD CONT-VALOR TO TC-TOTAL-MENSAL(WS-MES-LINHA)
           END-IF.
           CLOSE TABCENTRO-FILE.

       POSTAR-NO-TURNO.
      * The same add-or-create POSTAR-NO-CENTRO makes, one level
      * further down; a line without a center posts under 000.
           OPEN I-O TABTURNO-FILE.
           IF WS-TABTURNO-STATUS = "35"
               OPEN OUTPUT TABTURNO-FILE
               CLOSE TABTURNO-FILE
               OPEN I-O TABTURNO-FILE
           END-IF.
           IF WS-TABTURNO-STATUS NOT = "00"
               MOVE "TABTURNO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TABTURNO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE CONT-CENTRO TO TT-CENTRO.
           MOVE WS-ANO-ATUAL TO TT-ANO.
           MOVE WS-MEDIDA-ATUAL TO TT-MEDIDA.
           MOVE WS-TURNO-LINHA TO TT-TURNO.
           READ TABTURNO-FILE
               INVALID KEY
                   INITIALIZE TABTURNO-REC
                   MOVE CONT-CENTRO TO TT-CENTRO
                   MOVE WS-ANO-ATUAL TO TT-ANO
                   MOVE WS-MEDIDA-ATUAL TO TT-MEDIDA
                   MOVE WS-TURNO-LINHA TO TT-TURNO
                   ADD CONT-VALOR TO TT-QUANTIDADE-DIARIA
                       (WS-MES-LINHA, WS-DIA-LINHA)
                   ADD CONT-VALOR TO TT-TOTAL-MENSAL(WS-MES-LINHA)
                   ADD CONT-VALOR TO TT-TOTAL-ANUAL
                   WRITE TABTURNO-REC
               NOT INVALID KEY
                   ADD CONT-VALOR TO TT-QUANTIDADE-DIARIA
                       (WS-MES-LINHA, WS-DIA-LINHA)
                   ADD CONT-VALOR TO TT-TOTAL-MENSAL(WS-MES-LINHA)
                   ADD CONT-VALOR TO TT-TOTAL-ANUAL
                   REWRITE TABTURNO-REC
           END-READ.
           IF WS-TABTURNO-STATUS NOT = "00"
                   AND WS-TABTURNO-STATUS NOT = "23"
               MOVE "TABTURNO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TABTURNO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE TABTURNO-FILE.

       POSTAR-NO-CLIENTE.
      * The same add-or-create again, by customer and center; the
      * volume nobody is billed for posts under customer 000000.
           OPEN I-O CLIVOL-FILE.
           IF WS-CLIVOL-STATUS = "35"
               OPEN OUTPUT CLIVOL-FILE
               CLOSE CLIVOL-FILE
               OPEN I-O CLIVOL-FILE
           END-IF.
           IF WS-CLIVOL-STATUS NOT = "00"
               MOVE "CLIVOL-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CLIVOL-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-CLIENTE-LINHA TO CV-CLIENTE.
           MOVE CONT-CENTRO TO CV-CENTRO.
           MOVE WS-ANO-ATUAL TO CV-ANO.
           MOVE WS-MEDIDA-ATUAL TO CV-MEDIDA.
           READ CLIVOL-FILE
               INVALID KEY
                   INITIALIZE CLIVOL-REC
                   MOVE WS-CLIENTE-LINHA TO CV-CLIENTE
                   MOVE CONT-CENTRO TO CV-CENTRO
                   MOVE WS-ANO-ATUAL TO CV-ANO
                   MOVE WS-MEDIDA-ATUAL TO CV-MEDIDA
                   ADD CONT-VALOR TO CV-VOLUME-MES(WS-MES-LINHA)
                   ADD CONT-VALOR TO CV-TOTAL-ANUAL
                   WRITE CLIVOL-REC
               NOT INVALID KEY
                   ADD CONT-VALOR TO CV-VOLUME-MES(WS-MES-LINHA)
                   ADD CONT-VALOR TO CV-TOTAL-ANUAL
                   REWRITE CLIVOL-REC
           END-READ.
           IF WS-CLIVOL-STATUS NOT = "00"
                   AND WS-CLIVOL-STATUS NOT = "23"
               MOVE "CLIVOL-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CLIVOL-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE CLIVOL-FILE.

       GRAVAR-RECONCILIACAO.
           OPEN OUTPUT RECON-REPORT.
           IF WS-RECON-STATUS NOT = "00"
           END-IF.
           PERFORM GRAVAR-LINHA-RECON.
           CLOSE RECON-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.

       GRAVAR-LINHA-RECON.
           WRITE RECON-LINE.
           END-IF.

       CARREGAR-TABELA-ANUAL.
      * The processing year's latest generation of the measure
      * being posted, the keyed START/READ PREVIOUS load
      * CARREGAR-TABELA-ANUAL set.
           INITIALIZE TABELA-ANUAL.
           MOVE WS-ANO-ATUAL TO ANO-REFERENCIA.
           MOVE WS-MEDIDA-ATUAL TO MEDIDA-CODIGO.
           OPEN INPUT TABELA-FILE.
           IF WS-TABELA-STATUS = "00"
               MOVE WS-ANO-ATUAL TO FD-ANO-REFERENCIA
               MOVE WS-MEDIDA-ATUAL TO FD-MEDIDA-CODIGO
               MOVE 99999999 TO FD-GERACAO-DATA
               START TABELA-FILE KEY NOT GREATER THAN
                       FD-TABELA-CHAVE
                   END-READ
                   IF WS-TABELA-STATUS = "00"
                           AND FD-ANO-REFERENCIA = WS-ANO-ATUAL
                           AND FD-MEDIDA-CODIGO = WS-MEDIDA-ATUAL
                       MOVE TABELA-REC TO TABELA-ANUAL
                   END-IF
               END-IF
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF TOLER-MES >= 1 AND TOLER-MES <= 12
                           AND TOLER-MEDIDA = WS-MEDIDA-ATUAL
                       MOVE TOLER-MIN
                           TO WS-TOLER-MINIMO(TOLER-MES)
                       MOVE TOLER-MAX
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE ZEROS TO FD-ANO-REFERENCIA
               MOVE ZEROS TO FD-MEDIDA-CODIGO
               MOVE ZEROS TO FD-GERACAO-DATA
               START TABELA-FILE KEY NOT LESS THAN FD-TABELA-CHAVE
                   INVALID KEY
