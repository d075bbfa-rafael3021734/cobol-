      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Morning load of the central bank's published PTAX
      *          closing rates (PTAX.CSV, the bank's own layout:
      *          DDMMAAAA;codigo;tipo;moeda;compra;venda;paridades,
      *          decimal comma) into CAMBIO.DAT, so nobody has to key
      *          them through PROG_CAMMANUT before the nightly stream.
      *          Only the currencies held on CONTAS.DAT are taken, at
      *          the selling rate, one entry per currency effective on
      *          the date the bank published it for. A rate that moves
      *          more than the percentage on CAMBPAR.DAT (5.00 when
      *          the file is missing) from the currency's previous
      *          rate is not loaded: it is held on CAMBPEND.DAT for an
      *          operator to confirm or discard through PROG_CAMMANUT
      *          and raises an alert. A currency held on an account
      *          that has no usable rate in the file raises an alert
      *          too, and either ends the run with RC 4. A rate
      *          already on CAMBIO.DAT or already held for the same
      *          date is left alone, so the file can be loaded twice.
      *          CAMBCB.TXT lists what happened to every currency.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_CAMBCB.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT PTAX-FILE ASSIGN TO "PTAX.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTAX-STATUS.

           SELECT CAMBPAR-FILE ASSIGN TO "CAMBPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBPAR-STATUS.

           SELECT CAMBIO-FILE ASSIGN TO "CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBIO-STATUS.

           SELECT CAMBPEND-FILE ASSIGN TO "CAMBPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPEND-CHAVE
               FILE STATUS IS WS-CAMBPEND-STATUS.

           SELECT CONTA-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT CAMBCB-REPORT ASSIGN TO "CAMBCB.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  PTAX-FILE.
        01 PTAX-LINE PIC X(120).

      * The largest day-on-day move, in percent, a rate may make
      * and still be loaded without an operator's confirmation.
       FD  CAMBPAR-FILE.
        01 CAMBPAR-REC.
         05 CPAR-VARIACAO-MAXIMA PIC 9(03)V99.

       FD  CAMBIO-FILE.
        01 CAMBIO-REC.
         05 CAMBIO-MOEDA PIC X(03).
         05 CAMBIO-TAXA PIC 9(03)V9(06).
         05 CAMBIO-VIGENCIA PIC 9(08).

       FD  CAMBPEND-FILE.
           COPY CAMBPEND.

       FD  CONTA-FILE.
           COPY CONTA.

       FD  CAMBCB-REPORT.
        01 CAMBCB-LINE PIC X(132).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-PTAX-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-CAMBPAR-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-CAMBIO-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-CAMBPEND-STATUS PIC X(02) VALUE ZEROS.
        77 WS-CONTA-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "CAMBCB.TXT".
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_CAMBCB".
        77 WS-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS    PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.
        77 WS-ALERTA-SEVERIDADE PIC X(001) VALUE "A".
        77 WS-ALERTA-MENSAGEM PIC X(060) VALUE SPACES.
        77 WS-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
        77 WS-VARIACAO-MAXIMA PIC 9(03)V99 VALUE 5.
      * One PTAX line taken apart at its semicolons.
        77 WS-PTAX-DATA       PIC X(08) VALUE SPACES.
        77 WS-PTAX-CODIGO     PIC X(03) VALUE SPACES.
        77 WS-PTAX-TIPO       PIC X(01) VALUE SPACES.
        77 WS-PTAX-MOEDA      PIC X(03) VALUE SPACES.
        77 WS-PTAX-COMPRA     PIC X(20) VALUE SPACES.
        77 WS-PTAX-VENDA      PIC X(20) VALUE SPACES.
        77 WS-VIGENCIA-TEXTO  PIC X(08) VALUE SPACES.
        77 WS-VIGENCIA        PIC 9(08) VALUE ZEROS.
        77 WS-TAXA-NOVA       PIC 9(03)V9(06) VALUE ZEROS.
        77 WS-TAXA-ANTERIOR   PIC 9(03)V9(06) VALUE ZEROS.
        77 WS-VIGENCIA-ANTERIOR PIC 9(08) VALUE ZEROS.
        77 WS-TAXA-NO-DIA     PIC X(01) VALUE "N".
        77 WS-VARIACAO        PIC 9(05)V99 VALUE ZEROS.
        77 WS-PEND-ACHADA     PIC X(01) VALUE "N".
        77 WS-IDX             PIC 9(02) VALUE ZEROS.
        77 WS-MOEDA-IDX       PIC 9(02) VALUE ZEROS.
        77 WS-QTD-CARREGADAS  PIC 9(05) VALUE ZEROS.
        77 WS-QTD-RETIDAS     PIC 9(05) VALUE ZEROS.
        77 WS-QTD-JA-TRATADAS PIC 9(05) VALUE ZEROS.
        77 WS-QTD-INVALIDAS   PIC 9(05) VALUE ZEROS.
        77 WS-QTD-NAO-MANTIDAS PIC 9(05) VALUE ZEROS.
        77 WS-QTD-SEM-TAXA    PIC 9(05) VALUE ZEROS.
        77 WS-TAXA-CAMPO      PIC ZZ9.999999.
        77 WS-ANTERIOR-CAMPO  PIC ZZ9.999999.
        77 WS-VARIACAO-CAMPO  PIC ZZZZ9.99.
        77 WS-LIMITE-CAMPO    PIC ZZ9.99.

      * The foreign currencies held on live accounts; BRL needs no
      * rate. S once the day's file has given the currency a rate,
      * loaded or held.
        77 WS-MD-USADAS       PIC 9(02) VALUE ZEROS.
        01 WS-TAB-MOEDAS.
         05 WS-MD-ENTRY OCCURS 30 TIMES.
          10 WS-MD-MOEDA PIC X(003).
          10 WS-MD-VISTA PIC X(001).
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           MOVE "INI" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           DISPLAY "CARGA DAS TAXAS PTAX EM " WS-DATA-PROCESSO.

           PERFORM OBTER-VARIACAO-MAXIMA.
           PERFORM CARREGAR-MOEDAS-MANTIDAS.

           OPEN OUTPUT CAMBCB-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "CAMBCB-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-VARIACAO-MAXIMA TO WS-LIMITE-CAMPO.
           MOVE SPACES TO CAMBCB-LINE.
           STRING "CARGA DAS TAXAS PTAX DO BANCO CENTRAL EM "
               WS-DATA-PROCESSO
               " - VARIACAO MAXIMA SEM CONFIRMACAO "
               WS-LIMITE-CAMPO "%"
               DELIMITED BY SIZE INTO CAMBCB-LINE.
           PERFORM GRAVAR-LINHA-CAMBCB.

           OPEN I-O CAMBPEND-FILE.
           IF WS-CAMBPEND-STATUS = "35"
               OPEN OUTPUT CAMBPEND-FILE
               CLOSE CAMBPEND-FILE
               OPEN I-O CAMBPEND-FILE
           END-IF.
           IF WS-CAMBPEND-STATUS NOT = "00"
               MOVE "CAMBPEND-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CAMBPEND-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

      * No file from the central bank is not an I/O error; every
      * currency held is then reported and alerted as without rate.
           OPEN INPUT PTAX-FILE.
           IF WS-PTAX-STATUS = "35"
               DISPLAY "PTAX.CSV NAO ENCONTRADO - NENHUMA TAXA "
                   "CARREGADA"
               MOVE "ARQUIVO DE TAXAS DO BANCO CENTRAL NAO RECEBIDO"
                   TO CAMBCB-LINE
               PERFORM GRAVAR-LINHA-CAMBCB
               CLOSE PTAX-FILE
           ELSE
               IF WS-PTAX-STATUS NOT = "00"
                   MOVE "PTAX-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-PTAX-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               PERFORM UNTIL WS-PTAX-STATUS = "10"
                   READ PTAX-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-PTAX-STATUS NOT = "00"
                           AND WS-PTAX-STATUS NOT = "10"
                       MOVE "PTAX-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-PTAX-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   ADD 1 TO WS-RUNLOG-LIDOS
                   PERFORM TRATAR-LINHA-PTAX
               END-PERFORM
               CLOSE PTAX-FILE
           END-IF.
           CLOSE CAMBPEND-FILE.

           PERFORM VERIFICAR-MOEDAS-SEM-TAXA.

           MOVE SPACES TO CAMBCB-LINE.
           PERFORM GRAVAR-LINHA-CAMBCB.
           STRING "CARREGADAS " WS-QTD-CARREGADAS
               " RETIDAS " WS-QTD-RETIDAS
               " JA TRATADAS " WS-QTD-JA-TRATADAS
               " SEM TAXA " WS-QTD-SEM-TAXA
               " INVALIDAS " WS-QTD-INVALIDAS
               " MOEDAS NAO MANTIDAS " WS-QTD-NAO-MANTIDAS
               DELIMITED BY SIZE INTO CAMBCB-LINE.
           PERFORM GRAVAR-LINHA-CAMBCB.
           CLOSE CAMBCB-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           DISPLAY "CARGA PTAX - CARREGADAS: " WS-QTD-CARREGADAS
               " RETIDAS: " WS-QTD-RETIDAS
               " SEM TAXA: " WS-QTD-SEM-TAXA.
           PERFORM ENCERRAR-RUNLOG.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       OBTER-VARIACAO-MAXIMA.
           OPEN INPUT CAMBPAR-FILE.
           IF WS-CAMBPAR-STATUS = "00"
               READ CAMBPAR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CPAR-VARIACAO-MAXIMA IS NUMERIC
                               AND CPAR-VARIACAO-MAXIMA NOT = ZEROS
                           MOVE CPAR-VARIACAO-MAXIMA
                               TO WS-VARIACAO-MAXIMA
                       END-IF
               END-READ
           END-IF.
           CLOSE CAMBPAR-FILE.

       CARREGAR-MOEDAS-MANTIDAS.
      * A closed account holds nothing any more; dormant and frozen
      * ones still carry a balance that has to be valued.
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
                   IF CONTA-SITUACAO NOT = "E"
                           AND CONTA-MOEDA NOT = "BRL"
                           AND CONTA-MOEDA NOT = SPACES
                       PERFORM GUARDAR-MOEDA-MANTIDA
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE CONTA-FILE.

       GUARDAR-MOEDA-MANTIDA.
           MOVE CONTA-MOEDA TO WS-PTAX-MOEDA.
           PERFORM PROCURAR-MOEDA-MANTIDA.
           IF WS-MOEDA-IDX NOT = ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF WS-MD-USADAS >= 30
               DISPLAY "LIMITE DE 30 MOEDAS - " CONTA-MOEDA
                   " IGNORADA"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MD-USADAS.
           MOVE CONTA-MOEDA TO WS-MD-MOEDA(WS-MD-USADAS).
           MOVE "N" TO WS-MD-VISTA(WS-MD-USADAS).

       PROCURAR-MOEDA-MANTIDA.
           MOVE ZEROS TO WS-MOEDA-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MD-USADAS
               IF WS-MD-MOEDA(WS-IDX) = WS-PTAX-MOEDA
                   MOVE WS-IDX TO WS-MOEDA-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       TRATAR-LINHA-PTAX.
           IF PTAX-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-PTAX-DATA WS-PTAX-CODIGO WS-PTAX-TIPO
               WS-PTAX-MOEDA WS-PTAX-COMPRA WS-PTAX-VENDA.
           UNSTRING PTAX-LINE DELIMITED BY ";"
               INTO WS-PTAX-DATA WS-PTAX-CODIGO WS-PTAX-TIPO
                   WS-PTAX-MOEDA WS-PTAX-COMPRA WS-PTAX-VENDA
           END-UNSTRING.
           PERFORM PROCURAR-MOEDA-MANTIDA.
           IF WS-MOEDA-IDX = ZEROS
               ADD 1 TO WS-QTD-NAO-MANTIDAS
               EXIT PARAGRAPH
           END-IF.

      * The bank writes the date day first and the rate with a
      * decimal comma.
           IF WS-PTAX-DATA IS NOT NUMERIC
               PERFORM RECUSAR-LINHA-PTAX
               EXIT PARAGRAPH
           END-IF.
           STRING WS-PTAX-DATA(5:4) WS-PTAX-DATA(3:2)
               WS-PTAX-DATA(1:2)
               DELIMITED BY SIZE INTO WS-VIGENCIA-TEXTO.
           MOVE WS-VIGENCIA-TEXTO TO WS-VIGENCIA.
           INSPECT WS-PTAX-VENDA REPLACING ALL "," BY ".".
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-VIGENCIA) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-PTAX-VENDA) NOT = 0
               PERFORM RECUSAR-LINHA-PTAX
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(WS-PTAX-VENDA) <= ZERO
                   OR FUNCTION NUMVAL(WS-PTAX-VENDA) >= 1000
               PERFORM RECUSAR-LINHA-PTAX
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TAXA-NOVA ROUNDED =
               FUNCTION NUMVAL(WS-PTAX-VENDA).
           MOVE "S" TO WS-MD-VISTA(WS-MOEDA-IDX).

           PERFORM PROCURAR-TAXA-ANTERIOR.
           MOVE WS-TAXA-NOVA TO WS-TAXA-CAMPO.
           IF WS-TAXA-NO-DIA = "S"
               ADD 1 TO WS-QTD-JA-TRATADAS
               MOVE SPACES TO CAMBCB-LINE
               STRING "  " WS-PTAX-MOEDA " " WS-VIGENCIA
                   " TAXA " WS-TAXA-CAMPO
                   " - JA CONSTA DO CAMBIO.DAT"
                   DELIMITED BY SIZE INTO CAMBCB-LINE
               PERFORM GRAVAR-LINHA-CAMBCB
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PTAX-MOEDA TO CPEND-MOEDA.
           MOVE WS-VIGENCIA TO CPEND-VIGENCIA.
           MOVE "S" TO WS-PEND-ACHADA.
           READ CAMBPEND-FILE
               INVALID KEY
                   MOVE "N" TO WS-PEND-ACHADA
           END-READ.
           IF WS-CAMBPEND-STATUS NOT = "00"
                   AND WS-CAMBPEND-STATUS NOT = "23"
               MOVE "CAMBPEND-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CAMBPEND-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-PEND-ACHADA = "S"
               ADD 1 TO WS-QTD-JA-TRATADAS
               MOVE SPACES TO CAMBCB-LINE
               STRING "  " WS-PTAX-MOEDA " " WS-VIGENCIA
                   " TAXA " WS-TAXA-CAMPO
                   " - JA RETIDA NO CAMBPEND.DAT, SITUACAO "
                   CPEND-SITUACAO
                   DELIMITED BY SIZE INTO CAMBCB-LINE
               PERFORM GRAVAR-LINHA-CAMBCB
               EXIT PARAGRAPH
           END-IF.

      * A currency's first rate has nothing to be measured against
      * and is loaded as published.
           MOVE ZEROS TO WS-VARIACAO.
           IF WS-TAXA-ANTERIOR NOT = ZEROS
               IF WS-TAXA-NOVA > WS-TAXA-ANTERIOR
                   COMPUTE WS-VARIACAO ROUNDED =
                       (WS-TAXA-NOVA - WS-TAXA-ANTERIOR) * 100
                       / WS-TAXA-ANTERIOR
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-VARIACAO
                   END-COMPUTE
               ELSE
                   COMPUTE WS-VARIACAO ROUNDED =
                       (WS-TAXA-ANTERIOR - WS-TAXA-NOVA) * 100
                       / WS-TAXA-ANTERIOR
               END-IF
           END-IF.
           IF WS-VARIACAO > WS-VARIACAO-MAXIMA
               PERFORM RETER-TAXA
           ELSE
               PERFORM CARREGAR-TAXA
           END-IF.

       PROCURAR-TAXA-ANTERIOR.
      * The rate the calculator would use the day before: the
      * latest effective date earlier than the new one, a later
      * line winning a tie as it does in the calculator.
           MOVE ZEROS TO WS-TAXA-ANTERIOR.
           MOVE ZEROS TO WS-VIGENCIA-ANTERIOR.
           MOVE "N" TO WS-TAXA-NO-DIA.
           OPEN INPUT CAMBIO-FILE.
           IF WS-CAMBIO-STATUS = "35"
               CLOSE CAMBIO-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CAMBIO-STATUS NOT = "00"
               MOVE "CAMBIO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CAMBIO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-CAMBIO-STATUS = "10"
               READ CAMBIO-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CAMBIO-STATUS NOT = "00"
                       AND WS-CAMBIO-STATUS NOT = "10"
                   MOVE "CAMBIO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CAMBIO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF CAMBIO-MOEDA = WS-PTAX-MOEDA
                   IF CAMBIO-VIGENCIA = WS-VIGENCIA
                       MOVE "S" TO WS-TAXA-NO-DIA
                   END-IF
                   IF CAMBIO-VIGENCIA < WS-VIGENCIA
                           AND CAMBIO-VIGENCIA >= WS-VIGENCIA-ANTERIOR
                       MOVE CAMBIO-TAXA TO WS-TAXA-ANTERIOR
                       MOVE CAMBIO-VIGENCIA TO WS-VIGENCIA-ANTERIOR
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CAMBIO-FILE.

       CARREGAR-TAXA.
      * A CAMBIO.DAT created here gets the calculator's own BRL seed
      * line first, exactly as the calculator would have written it.
           OPEN EXTEND CAMBIO-FILE.
           IF WS-CAMBIO-STATUS = "35"
               OPEN OUTPUT CAMBIO-FILE
               IF WS-CAMBIO-STATUS NOT = "00"
                   MOVE "CAMBIO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CAMBIO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE "BRL" TO CAMBIO-MOEDA
               MOVE 1 TO CAMBIO-TAXA
               MOVE 19000101 TO CAMBIO-VIGENCIA
               PERFORM GRAVAR-CAMBIO
           END-IF.
           IF WS-CAMBIO-STATUS NOT = "00"
               MOVE "CAMBIO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CAMBIO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-PTAX-MOEDA TO CAMBIO-MOEDA.
           MOVE WS-TAXA-NOVA TO CAMBIO-TAXA.
           MOVE WS-VIGENCIA TO CAMBIO-VIGENCIA.
           PERFORM GRAVAR-CAMBIO.
           CLOSE CAMBIO-FILE.
           ADD 1 TO WS-QTD-CARREGADAS.
           ADD 1 TO WS-RUNLOG-GRAVADOS.
           MOVE WS-TAXA-ANTERIOR TO WS-ANTERIOR-CAMPO.
           MOVE WS-VARIACAO TO WS-VARIACAO-CAMPO.
           MOVE SPACES TO CAMBCB-LINE.
           STRING "  " WS-PTAX-MOEDA " " WS-VIGENCIA
               " TAXA " WS-TAXA-CAMPO
               " ANTERIOR " WS-ANTERIOR-CAMPO
               " VARIACAO " WS-VARIACAO-CAMPO "%"
               " - CARREGADA"
               DELIMITED BY SIZE INTO CAMBCB-LINE.
           PERFORM GRAVAR-LINHA-CAMBCB.

       GRAVAR-CAMBIO.
           WRITE CAMBIO-REC.
           IF WS-CAMBIO-STATUS NOT = "00"
               MOVE "CAMBIO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CAMBIO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       RETER-TAXA.
      * Too large a move to trust unseen: the calculator goes on
      * with the previous rate until an operator confirms this one.
           MOVE WS-PTAX-MOEDA TO CPEND-MOEDA.
           MOVE WS-VIGENCIA TO CPEND-VIGENCIA.
           MOVE WS-TAXA-NOVA TO CPEND-TAXA.
           MOVE WS-TAXA-ANTERIOR TO CPEND-TAXA-ANTERIOR.
           MOVE WS-VIGENCIA-ANTERIOR TO CPEND-VIGENCIA-ANTERIOR.
           MOVE WS-VARIACAO TO CPEND-VARIACAO.
           MOVE "P" TO CPEND-SITUACAO.
           MOVE ZEROS TO CPEND-DATA-DECISAO.
           WRITE CAMBPEND-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-CAMBPEND-STATUS NOT = "00"
               MOVE "CAMBPEND-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CAMBPEND-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WS-QTD-RETIDAS.
           ADD 1 TO WS-RUNLOG-GRAVADOS.
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-TAXA-ANTERIOR TO WS-ANTERIOR-CAMPO.
           MOVE WS-VARIACAO TO WS-VARIACAO-CAMPO.
           MOVE SPACES TO CAMBCB-LINE.
           STRING "  " WS-PTAX-MOEDA " " WS-VIGENCIA
               " TAXA " WS-TAXA-CAMPO
               " ANTERIOR " WS-ANTERIOR-CAMPO
               " VARIACAO " WS-VARIACAO-CAMPO "%"
               " - RETIDA PARA CONFIRMACAO"
               DELIMITED BY SIZE INTO CAMBCB-LINE.
           PERFORM GRAVAR-LINHA-CAMBCB.
           MOVE SPACES TO WS-ALERTA-MENSAGEM.
           STRING "TAXA " WS-PTAX-MOEDA " " WS-VIGENCIA
               " RETIDA: VARIACAO " WS-VARIACAO-CAMPO
               "% - CONFIRMAR"
               DELIMITED BY SIZE INTO WS-ALERTA-MENSAGEM.
           CALL "GRAVAR-ALERTA" USING WS-ALERTA-SEVERIDADE
               WS-RUNLOG-PROGRAMA WS-ALERTA-MENSAGEM.

       RECUSAR-LINHA-PTAX.
           ADD 1 TO WS-QTD-INVALIDAS.
           MOVE SPACES TO CAMBCB-LINE.
           STRING "  LINHA INVALIDA - NAO CARREGADA: " PTAX-LINE
               DELIMITED BY SIZE INTO CAMBCB-LINE.
           PERFORM GRAVAR-LINHA-CAMBCB.

       VERIFICAR-MOEDAS-SEM-TAXA.
      * Checked before the nightly stream starts, so the rate can
      * still be keyed through PROG_CAMMANUT before the calculator
      * converts at a stale one.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MD-USADAS
               IF WS-MD-VISTA(WS-IDX) NOT = "S"
                   ADD 1 TO WS-QTD-SEM-TAXA
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
                   MOVE SPACES TO CAMBCB-LINE
                   STRING "  " WS-MD-MOEDA(WS-IDX)
                       " - MOEDA COM CONTAS SEM TAXA NO ARQUIVO"
                       DELIMITED BY SIZE INTO CAMBCB-LINE
                   PERFORM GRAVAR-LINHA-CAMBCB
                   MOVE SPACES TO WS-ALERTA-MENSAGEM
                   STRING "MOEDA " WS-MD-MOEDA(WS-IDX)
                       " COM CONTAS SEM TAXA PTAX DO DIA"
                       DELIMITED BY SIZE INTO WS-ALERTA-MENSAGEM
                   CALL "GRAVAR-ALERTA" USING WS-ALERTA-SEVERIDADE
                       WS-RUNLOG-PROGRAMA WS-ALERTA-MENSAGEM
               END-IF
           END-PERFORM.

       ENCERRAR-RUNLOG.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

       GRAVAR-LINHA-CAMBCB.
           WRITE CAMBCB-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "CAMBCB-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

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

                            END PROGRAM PROG_CAMBCB.
