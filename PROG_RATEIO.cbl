      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Month-end overhead allocation: each shared-service
      *          center (a directorate node, say) lists on
      *          RATEIO.DAT the operating centers that share its
      *          cost; the run takes the shared center's labor cost
      *          for the processing month off CUSTOHIST.DAT, splits
      *          it in proportion to each receiver's TC-TOTAL-MENSAL
      *          volume on TABCENTRO.DAT, posts one TIPO=B ledger
      *          entry per receiver on its 9xxxx internal account
      *          carrying the shared center it came from, and prints
      *          the allocation statement per receiving center to
      *          RATEIO.TXT - so finance stops spreading the shared
      *          costs by hand. PROG_CENORC.cbl adds the entries to
      *          the receivers' actuals and takes them off the
      *          shared center. The D mode maintains the driver
      *          lines.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_RATEIO.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT RATEIO-FILE ASSIGN TO "RATEIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATEIO-STATUS.

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

           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGIX-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT LEDGSEQ-FILE ASSIGN TO "LEDGSEQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGSEQ-STATUS.

           SELECT RATEIO-REPORT ASSIGN TO "RATEIO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  RATEIO-FILE.
           COPY RATEIO.

       FD  CENTRO-FILE.
           COPY CENTRO.

       FD  TABCENTRO-FILE.
           COPY TABCENTRO.

       FD  CUSTOHIST-FILE.
           COPY CUSTOHIST.

       FD  LEDGER-FILE.
        01 LEDGIX-REC.
         05 LEDGIX-CHAVE.
          10 LEDGIX-CONTA PIC 9(05).
          10 LEDGIX-SEQ PIC 9(06).
         05 LEDGER-LINE PIC X(160).

       FD  LEDGSEQ-FILE.
        01 LEDGSEQ-REC.
         05 LEDGSEQ-ULTIMO PIC 9(06).

       FD  RATEIO-REPORT.
        01 RATEIO-LINE PIC X(100).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-RATEIO-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-CENTRO-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-TABCENTRO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-CUSTOHIST-STATUS PIC X(02) VALUE ZEROS.
        77 WS-LEDGER-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-LEDGSEQ-STATUS PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "RATEIO.TXT".
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-MODO           PIC X(01) VALUE "A".
        77 WS-OPCAO          PIC X(01) VALUE SPACES.
        77 WS-DATA-PROCESSO  PIC 9(08) VALUE ZEROS.
        77 WS-PERIODO-MES    PIC 9(06) VALUE ZEROS.
        77 WS-ANO-PERIODO    PIC 9(04) VALUE ZEROS.
        77 WS-MES-PERIODO    PIC 9(02) VALUE ZEROS.
        77 WS-IDX            PIC 9(02) VALUE ZEROS.
        77 WS-SLOT           PIC 9(02) VALUE ZEROS.
        77 WS-BUSCA          PIC 9(02) VALUE ZEROS.
        77 WS-DR             PIC 9(03) VALUE ZEROS.
        77 WS-DR-ACHADO      PIC 9(03) VALUE ZEROS.
        77 WS-DR-ULTIMO      PIC 9(03) VALUE ZEROS.
        77 WS-CENTRO-BUSCA   PIC 9(03) VALUE ZEROS.
        77 WS-NOVA-ORIGEM    PIC 9(03) VALUE ZEROS.
        77 WS-NOVO-DESTINO   PIC 9(03) VALUE ZEROS.
        77 WS-SALDO-RATEAR   PIC 9(10)V99 VALUE ZEROS.
        77 WS-QTD-SEM-VOLUME PIC 9(04) VALUE ZEROS.
        77 WS-QTD-JA-LANCADO PIC 9(04) VALUE ZEROS.
        77 WS-LEDGER-SEQ     PIC 9(06) VALUE ZEROS.
        77 WS-CONTA-LEDGER   PIC 9(05) VALUE ZEROS.
        77 WS-CUSTO-CAMPO    PIC Z(9)9.99.
        77 WS-ZEROS-CAMPO    PIC Z(9)9.99 VALUE ZEROS.
        77 WS-RESULT-CAMPO   PIC Z(9)9.99-.
        77 WS-VOLUME-CAMPO   PIC Z(10)9.
        77 WS-TOTAL-CAMPO    PIC Z(11)9.

      * One slot per center on the master: the month's labor cost
      * the shared center has to spread, the receivers' volume under
      * it, and what each center received from the others.
        01 WS-CENTROS.
         05 WS-CT-ENTRY OCCURS 50 TIMES.
          10 WS-CT-CODIGO PIC 9(03).
          10 WS-CT-NOME PIC X(30).
          10 WS-CT-ATIVO PIC X(01).
          10 WS-CT-CUSTO PIC 9(10)V99.
          10 WS-CT-VOLUME-TOTAL PIC 9(12).
          10 WS-CT-RATEADO PIC 9(10)V99.
          10 WS-CT-RECEBIDO PIC 9(11)V99.
        77 WS-CT-USADOS PIC 9(02) VALUE ZEROS.

      * The driver lines off RATEIO.DAT, with the receiver's volume
      * for the month and the share it was given.
        01 WS-DIRECIONADORES.
         05 WS-DR-ENTRY OCCURS 200 TIMES.
          10 WS-DR-ORIGEM PIC 9(03).
          10 WS-DR-DESTINO PIC 9(03).
          10 WS-DR-VOLUME PIC 9(11).
          10 WS-DR-VALOR PIC 9(10)V99.
        77 WS-DR-USADOS PIC 9(03) VALUE ZEROS.

        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_RATEIO".
        77 WS-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS    PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           DISPLAY "MODO: A-RATEAR CUSTOS INDIRETOS DO MES "
               "D-MANTER DIRECIONADORES".
           ACCEPT WS-MODO.
           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.

           PERFORM CARREGAR-CENTROS.
           PERFORM CARREGAR-DIRECIONADORES.
           IF WS-MODO = "D" OR WS-MODO = "d"
               PERFORM MANTER-DIRECIONADORES
           ELSE
               MOVE "INI" TO WS-RUNLOG-EVENTO
               CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
                   WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
                   WS-RUNLOG-GRAVADOS WS-RETURN-CODE
               PERFORM RATEAR-CUSTOS-INDIRETOS
               MOVE "FIM" TO WS-RUNLOG-EVENTO
               CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
                   WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
                   WS-RUNLOG-GRAVADOS WS-RETURN-CODE
           END-IF.

           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       MANTER-DIRECIONADORES.
           PERFORM UNTIL WS-OPCAO = "F" OR WS-OPCAO = "f"
               DISPLAY "L-LISTAR I-INCLUIR E-EXCLUIR F-FIM"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN "L"
                   WHEN "l"
                       PERFORM LISTAR-DIRECIONADORES
                   WHEN "I"
                   WHEN "i"
                       PERFORM INCLUIR-DIRECIONADOR
                   WHEN "E"
                   WHEN "e"
                       PERFORM EXCLUIR-DIRECIONADOR
                   WHEN "F"
                   WHEN "f"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.
           PERFORM GRAVAR-DIRECIONADORES.

       LISTAR-DIRECIONADORES.
           IF WS-DR-USADOS = ZEROS
               DISPLAY "NENHUM DIRECIONADOR CADASTRADO"
           END-IF.
           PERFORM VARYING WS-DR FROM 1 BY 1
                   UNTIL WS-DR > WS-DR-USADOS
               MOVE WS-DR-DESTINO(WS-DR) TO WS-CENTRO-BUSCA
               PERFORM BUSCAR-CENTRO
               IF WS-SLOT = ZEROS
                   DISPLAY "  ORIGEM " WS-DR-ORIGEM(WS-DR)
                       " DESTINO " WS-DR-DESTINO(WS-DR)
                       " (NAO CADASTRADO)"
               ELSE
                   DISPLAY "  ORIGEM " WS-DR-ORIGEM(WS-DR)
                       " DESTINO " WS-DR-DESTINO(WS-DR)
                       " " WS-CT-NOME(WS-SLOT)
               END-IF
           END-PERFORM.

       INCLUIR-DIRECIONADOR.
      * The shared center must be on the master and the receiver
      * must be an active center other than the shared one, so a
      * driver line can never send cost to a closed center or back
      * to where it came from.
           DISPLAY "CENTRO COMPARTILHADO (ORIGEM):".
           ACCEPT WS-NOVA-ORIGEM.
           DISPLAY "CENTRO RECEPTOR (DESTINO):".
           ACCEPT WS-NOVO-DESTINO.
           MOVE WS-NOVA-ORIGEM TO WS-CENTRO-BUSCA.
           PERFORM BUSCAR-CENTRO.
           IF WS-SLOT = ZEROS
               DISPLAY "CENTRO DE ORIGEM NAO CADASTRADO"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NOVO-DESTINO TO WS-CENTRO-BUSCA.
           PERFORM BUSCAR-CENTRO.
           IF WS-SLOT = ZEROS
               DISPLAY "CENTRO DE DESTINO NAO CADASTRADO"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CT-ATIVO(WS-SLOT) = "N"
               DISPLAY "CENTRO DE DESTINO INATIVO"
               EXIT PARAGRAPH
           END-IF.
           IF WS-NOVO-DESTINO = WS-NOVA-ORIGEM
               DISPLAY "ORIGEM E DESTINO NAO PODEM SER O MESMO "
                   "CENTRO"
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCAR-DIRECIONADOR.
           IF WS-DR-ACHADO NOT = ZEROS
               DISPLAY "DIRECIONADOR JA CADASTRADO"
               EXIT PARAGRAPH
           END-IF.
           IF WS-DR-USADOS NOT < 200
               DISPLAY "TABELA DE DIRECIONADORES CHEIA"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DR-USADOS.
           MOVE WS-NOVA-ORIGEM TO WS-DR-ORIGEM(WS-DR-USADOS).
           MOVE WS-NOVO-DESTINO TO WS-DR-DESTINO(WS-DR-USADOS).
           DISPLAY "DIRECIONADOR INCLUIDO".

       EXCLUIR-DIRECIONADOR.
           DISPLAY "CENTRO COMPARTILHADO (ORIGEM):".
           ACCEPT WS-NOVA-ORIGEM.
           DISPLAY "CENTRO RECEPTOR (DESTINO):".
           ACCEPT WS-NOVO-DESTINO.
           PERFORM BUSCAR-DIRECIONADOR.
           IF WS-DR-ACHADO = ZEROS
               DISPLAY "DIRECIONADOR NAO ENCONTRADO"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-DR FROM WS-DR-ACHADO BY 1
                   UNTIL WS-DR NOT < WS-DR-USADOS
               MOVE WS-DR-ENTRY(WS-DR + 1) TO WS-DR-ENTRY(WS-DR)
           END-PERFORM.
           SUBTRACT 1 FROM WS-DR-USADOS.
           DISPLAY "DIRECIONADOR EXCLUIDO".

       BUSCAR-DIRECIONADOR.
           MOVE ZEROS TO WS-DR-ACHADO.
           PERFORM VARYING WS-DR FROM 1 BY 1
                   UNTIL WS-DR > WS-DR-USADOS
                   OR WS-DR-ACHADO NOT = ZEROS
               IF WS-DR-ORIGEM(WS-DR) = WS-NOVA-ORIGEM
                       AND WS-DR-DESTINO(WS-DR) = WS-NOVO-DESTINO
                   MOVE WS-DR TO WS-DR-ACHADO
               END-IF
           END-PERFORM.

       BUSCAR-CENTRO.
           MOVE ZEROS TO WS-SLOT.
           PERFORM VARYING WS-BUSCA FROM 1 BY 1
                   UNTIL WS-BUSCA > WS-CT-USADOS
                   OR WS-SLOT NOT = ZEROS
               IF WS-CT-CODIGO(WS-BUSCA) = WS-CENTRO-BUSCA
                   MOVE WS-BUSCA TO WS-SLOT
               END-IF
           END-PERFORM.

       GRAVAR-DIRECIONADORES.
           OPEN OUTPUT RATEIO-FILE.
           IF WS-RATEIO-STATUS NOT = "00"
               MOVE "RATEIO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-RATEIO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM VARYING WS-DR FROM 1 BY 1
                   UNTIL WS-DR > WS-DR-USADOS
               MOVE WS-DR-ORIGEM(WS-DR) TO RAT-CENTRO-ORIGEM
               MOVE WS-DR-DESTINO(WS-DR) TO RAT-CENTRO-DESTINO
               WRITE RATEIO-REC
               IF WS-RATEIO-STATUS NOT = "00"
                   MOVE "RATEIO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-RATEIO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
           END-PERFORM.
           CLOSE RATEIO-FILE.
           DISPLAY "DIRECIONADORES GRAVADOS: " WS-DR-USADOS.

       RATEAR-CUSTOS-INDIRETOS.
           MOVE WS-DATA-PROCESSO(1:6) TO WS-PERIODO-MES.
           MOVE WS-PERIODO-MES(1:4) TO WS-ANO-PERIODO.
           MOVE WS-PERIODO-MES(5:2) TO WS-MES-PERIODO.
           IF WS-DR-USADOS = ZEROS
               DISPLAY "RATEIO.DAT SEM DIRECIONADORES - NADA A "
                   "RATEAR"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFICAR-RATEIO-LANCADO.
           IF WS-QTD-JA-LANCADO NOT = ZEROS
               DISPLAY "RATEIO DO PERIODO " WS-PERIODO-MES
                   " JA LANCADO NO LEDGER - NADA A RATEAR"
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARREGAR-CUSTO-MES.
           PERFORM CARREGAR-VOLUMES.
           PERFORM OBTER-SEQUENCIA-LEDGER.

           OPEN OUTPUT RATEIO-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "RATEIO-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO RATEIO-LINE.
           STRING "RATEIO DE CUSTOS INDIRETOS EM "
               WS-DATA-PROCESSO
               " - PERIODO " WS-PERIODO-MES
               DELIMITED BY SIZE INTO RATEIO-LINE.
           PERFORM GRAVAR-LINHA-RATEIO.

           MOVE "CENTROS COMPARTILHADOS (CUSTO DO MES / RATEADO):"
               TO RATEIO-LINE.
           PERFORM GRAVAR-LINHA-RATEIO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CT-USADOS
               PERFORM RATEAR-UM-CENTRO
           END-PERFORM.

           PERFORM IMPRIMIR-POR-RECEPTOR.
           PERFORM GRAVAR-SEQUENCIA-LEDGER.

           MOVE SPACES TO RATEIO-LINE.
           STRING "LANCAMENTOS DE RATEIO: " WS-RUNLOG-GRAVADOS
               " CENTROS SEM VOLUME NOS RECEPTORES: "
               WS-QTD-SEM-VOLUME
               DELIMITED BY SIZE INTO RATEIO-LINE.
           PERFORM GRAVAR-LINHA-RATEIO.
           CLOSE RATEIO-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           DISPLAY "RATEIO DE CUSTOS INDIRETOS GERADO EM RATEIO.TXT".
           IF WS-QTD-SEM-VOLUME NOT = ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       RATEAR-UM-CENTRO.
      * A center with driver lines is a shared center; its month
      * cost goes to the receivers in proportion to their volume,
      * the last receiver taking the rounding so the shares add up
      * to the cost to the centavo. With no volume at any receiver
      * there is nothing to apportion by, and the cost stays where
      * it was booked.
           MOVE ZEROS TO WS-DR-ULTIMO.
           PERFORM VARYING WS-DR FROM 1 BY 1
                   UNTIL WS-DR > WS-DR-USADOS
               IF WS-DR-ORIGEM(WS-DR) = WS-CT-CODIGO(WS-IDX)
                   MOVE WS-DR TO WS-DR-ULTIMO
               END-IF
           END-PERFORM.
           IF WS-DR-ULTIMO = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CT-CUSTO(WS-IDX) TO WS-CUSTO-CAMPO.
           MOVE SPACES TO RATEIO-LINE.
           IF WS-CT-CUSTO(WS-IDX) = ZEROS
               STRING "  CENTRO " WS-CT-CODIGO(WS-IDX)
                   " " WS-CT-NOME(WS-IDX)
                   " SEM CUSTO NO MES - NADA A RATEAR"
                   DELIMITED BY SIZE INTO RATEIO-LINE
               PERFORM GRAVAR-LINHA-RATEIO
               EXIT PARAGRAPH
           END-IF.
           IF WS-CT-VOLUME-TOTAL(WS-IDX) = ZEROS
               ADD 1 TO WS-QTD-SEM-VOLUME
               STRING "  CENTRO " WS-CT-CODIGO(WS-IDX)
                   " " WS-CT-NOME(WS-IDX)
                   " CUSTO " WS-CUSTO-CAMPO
                   " SEM VOLUME - NAO RATEADO"
                   DELIMITED BY SIZE INTO RATEIO-LINE
               PERFORM GRAVAR-LINHA-RATEIO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CT-CUSTO(WS-IDX) TO WS-SALDO-RATEAR.
           PERFORM VARYING WS-DR FROM 1 BY 1
                   UNTIL WS-DR > WS-DR-ULTIMO
               IF WS-DR-ORIGEM(WS-DR) = WS-CT-CODIGO(WS-IDX)
                   IF WS-DR = WS-DR-ULTIMO
                       MOVE WS-SALDO-RATEAR TO WS-DR-VALOR(WS-DR)
                   ELSE
                       COMPUTE WS-DR-VALOR(WS-DR) ROUNDED =
                           WS-CT-CUSTO(WS-IDX)
                           * WS-DR-VOLUME(WS-DR)
                           / WS-CT-VOLUME-TOTAL(WS-IDX)
                       SUBTRACT WS-DR-VALOR(WS-DR)
                           FROM WS-SALDO-RATEAR
                   END-IF
                   IF WS-DR-VALOR(WS-DR) NOT = ZEROS
                       ADD WS-DR-VALOR(WS-DR)
                           TO WS-CT-RATEADO(WS-IDX)
                       PERFORM GRAVAR-LEDGER-RATEIO
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-CT-RATEADO(WS-IDX) TO WS-RESULT-CAMPO.
           MOVE SPACES TO RATEIO-LINE.
           STRING "  CENTRO " WS-CT-CODIGO(WS-IDX)
               " " WS-CT-NOME(WS-IDX)
               " CUSTO " WS-CUSTO-CAMPO
               " RATEADO " WS-RESULT-CAMPO
               DELIMITED BY SIZE INTO RATEIO-LINE.
           PERFORM GRAVAR-LINHA-RATEIO.

       IMPRIMIR-POR-RECEPTOR.
      * The statement finance hands each operating center: every
      * shared center it received from, the receiver's volume
      * against the total the cost was spread over, and the share.
           MOVE "DEMONSTRATIVO POR CENTRO RECEPTOR:" TO RATEIO-LINE.
           PERFORM GRAVAR-LINHA-RATEIO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CT-USADOS
               IF WS-CT-RECEBIDO(WS-IDX) NOT = ZEROS
                   MOVE WS-CT-RECEBIDO(WS-IDX) TO WS-RESULT-CAMPO
                   MOVE SPACES TO RATEIO-LINE
                   STRING "  CENTRO " WS-CT-CODIGO(WS-IDX)
                       " " WS-CT-NOME(WS-IDX)
                       " TOTAL RECEBIDO " WS-RESULT-CAMPO
                       DELIMITED BY SIZE INTO RATEIO-LINE
                   PERFORM GRAVAR-LINHA-RATEIO
                   PERFORM IMPRIMIR-PARCELAS-RECEPTOR
               END-IF
           END-PERFORM.

       IMPRIMIR-PARCELAS-RECEPTOR.
           PERFORM VARYING WS-DR FROM 1 BY 1
                   UNTIL WS-DR > WS-DR-USADOS
               IF WS-DR-DESTINO(WS-DR) = WS-CT-CODIGO(WS-IDX)
                       AND WS-DR-VALOR(WS-DR) NOT = ZEROS
                   MOVE WS-DR-ORIGEM(WS-DR) TO WS-CENTRO-BUSCA
                   PERFORM BUSCAR-CENTRO
                   MOVE WS-DR-VOLUME(WS-DR) TO WS-VOLUME-CAMPO
                   MOVE WS-CT-VOLUME-TOTAL(WS-SLOT)
                       TO WS-TOTAL-CAMPO
                   MOVE WS-DR-VALOR(WS-DR) TO WS-CUSTO-CAMPO
                   MOVE SPACES TO RATEIO-LINE
                   STRING "    DE " WS-CT-CODIGO(WS-SLOT)
                       " " WS-CT-NOME(WS-SLOT)(1:20)
                       " VOLUME " WS-VOLUME-CAMPO
                       " DE " WS-TOTAL-CAMPO
                       " VALOR " WS-CUSTO-CAMPO
                       DELIMITED BY SIZE INTO RATEIO-LINE
                   PERFORM GRAVAR-LINHA-RATEIO
               END-IF
           END-PERFORM.

       GRAVAR-LEDGER-RATEIO.
      * Same shape as the TIPO=L labor entry, on the receiver's
      * 9xxxx internal account; the shared center rides at the end
      * of the line so the budget report can take the amount off
      * the center it came from.
           ADD 1 TO WS-LEDGER-SEQ.
           COMPUTE WS-CONTA-LEDGER = 90000 + WS-DR-DESTINO(WS-DR).
           MOVE WS-DR-VALOR(WS-DR) TO WS-CUSTO-CAMPO.
           MOVE WS-DR-VALOR(WS-DR) TO WS-RESULT-CAMPO.
           MOVE WS-CONTA-LEDGER TO LEDGIX-CONTA.
           MOVE WS-LEDGER-SEQ TO LEDGIX-SEQ.
           MOVE SPACES TO LEDGER-LINE.
           STRING WS-DATA-PROCESSO "-000000"
               " CONTA=" WS-CONTA-LEDGER
               " MOEDA=BRL"
               " SALDO=" WS-ZEROS-CAMPO
               " TIPO=B"
               " VALOR=" WS-CUSTO-CAMPO
               " RESULTADO=" WS-RESULT-CAMPO
               " VLRBRL=" WS-CUSTO-CAMPO
               " SEQ=" WS-LEDGER-SEQ
               " RATEIO ORIGEM=" WS-DR-ORIGEM(WS-DR)
               DELIMITED BY SIZE INTO LEDGER-LINE.
           OPEN I-O LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "LEDGER-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LEDGER-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           WRITE LEDGIX-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR RATEIO SEQ="
                       WS-LEDGER-SEQ ": " WS-LEDGER-STATUS
                   MOVE 8 TO WS-RETURN-CODE
           END-WRITE.
           IF WS-LEDGER-STATUS NOT = "00"
                   AND WS-LEDGER-STATUS NOT = "22"
               MOVE "LEDGER-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LEDGER-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               ADD 1 TO WS-RUNLOG-GRAVADOS
           END-IF.
           MOVE WS-DR-DESTINO(WS-DR) TO WS-CENTRO-BUSCA.
           PERFORM BUSCAR-CENTRO.
           IF WS-SLOT NOT = ZEROS
               ADD WS-DR-VALOR(WS-DR) TO WS-CT-RECEBIDO(WS-SLOT)
           END-IF.

       VERIFICAR-RATEIO-LANCADO.
      * The allocation moves money between centers; a second run in
      * the same month would move it twice, so any TIPO=B entry of
      * the period already on the live ledger stops the run.
           MOVE ZEROS TO WS-QTD-JA-LANCADO.
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
           MOVE 90001 TO LEDGIX-CONTA.
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
               IF LEDGIX-CONTA > 90999
                   EXIT PERFORM
               END-IF
               IF LEDGER-LINE(64:1) = "B"
                       AND LEDGER-LINE(1:6) = WS-PERIODO-MES
                   ADD 1 TO WS-QTD-JA-LANCADO
               END-IF
           END-PERFORM.
           CLOSE LEDGER-FILE.

       CARREGAR-CUSTO-MES.
      * A rerun of the labor allocation appends a fresh line for the
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
               ADD 1 TO WS-RUNLOG-LIDOS
               IF CH-PERIODO = WS-PERIODO-MES
                   MOVE CH-CENTRO TO WS-CENTRO-BUSCA
                   PERFORM BUSCAR-CENTRO
                   IF WS-SLOT NOT = ZEROS
                       MOVE CH-CUSTO TO WS-CT-CUSTO(WS-SLOT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CUSTOHIST-FILE.

       CARREGAR-VOLUMES.
      * The receiver's volume is the month's TC-TOTAL-MENSAL cell
      * the counting system loads; a receiver with no row for the
      * year counts as zero volume.
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
           PERFORM VARYING WS-DR FROM 1 BY 1
                   UNTIL WS-DR > WS-DR-USADOS
               MOVE ZEROS TO WS-DR-VOLUME(WS-DR)
               MOVE WS-DR-DESTINO(WS-DR) TO TC-CENTRO
               MOVE WS-ANO-PERIODO TO TC-ANO
      * The driver is the pieces volume, measure 01.
               MOVE 01 TO TC-MEDIDA
               READ TABCENTRO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TC-TOTAL-MENSAL(WS-MES-PERIODO)
                           TO WS-DR-VOLUME(WS-DR)
               END-READ
               IF WS-TABCENTRO-STATUS NOT = "00"
                       AND WS-TABCENTRO-STATUS NOT = "23"
                   MOVE "TABCENTRO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-TABCENTRO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE WS-DR-ORIGEM(WS-DR) TO WS-CENTRO-BUSCA
               PERFORM BUSCAR-CENTRO
               IF WS-SLOT NOT = ZEROS
                   ADD WS-DR-VOLUME(WS-DR)
                       TO WS-CT-VOLUME-TOTAL(WS-SLOT)
               END-IF
           END-PERFORM.
           CLOSE TABCENTRO-FILE.

       CARREGAR-DIRECIONADORES.
           MOVE ZEROS TO WS-DR-USADOS.
           OPEN INPUT RATEIO-FILE.
           IF WS-RATEIO-STATUS = "35"
               CLOSE RATEIO-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-RATEIO-STATUS NOT = "00"
               MOVE "RATEIO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-RATEIO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-RATEIO-STATUS = "10"
               READ RATEIO-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-RATEIO-STATUS NOT = "00"
                       AND WS-RATEIO-STATUS NOT = "10"
                   MOVE "RATEIO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-RATEIO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF WS-DR-USADOS < 200
                   ADD 1 TO WS-DR-USADOS
                   MOVE RAT-CENTRO-ORIGEM
                       TO WS-DR-ORIGEM(WS-DR-USADOS)
                   MOVE RAT-CENTRO-DESTINO
                       TO WS-DR-DESTINO(WS-DR-USADOS)
                   MOVE ZEROS TO WS-DR-VOLUME(WS-DR-USADOS)
                   MOVE ZEROS TO WS-DR-VALOR(WS-DR-USADOS)
               END-IF
           END-PERFORM.
           CLOSE RATEIO-FILE.

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
                   CONTINUE
           END-START.
           IF WS-CENTRO-STATUS = "00"
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
                   IF WS-CT-USADOS < 50
                       ADD 1 TO WS-CT-USADOS
                       MOVE CENTRO-CODIGO
                           TO WS-CT-CODIGO(WS-CT-USADOS)
                       MOVE CENTRO-NOME
                           TO WS-CT-NOME(WS-CT-USADOS)
                       MOVE CENTRO-ATIVO
                           TO WS-CT-ATIVO(WS-CT-USADOS)
                       MOVE ZEROS TO WS-CT-CUSTO(WS-CT-USADOS)
                       MOVE ZEROS
                           TO WS-CT-VOLUME-TOTAL(WS-CT-USADOS)
                       MOVE ZEROS TO WS-CT-RATEADO(WS-CT-USADOS)
                       MOVE ZEROS TO WS-CT-RECEBIDO(WS-CT-USADOS)
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE CENTRO-FILE.

       OBTER-SEQUENCIA-LEDGER.
           OPEN INPUT LEDGSEQ-FILE.
           IF WS-LEDGSEQ-STATUS = "35"
               MOVE ZEROS TO WS-LEDGER-SEQ
               CLOSE LEDGSEQ-FILE
           ELSE
               IF WS-LEDGSEQ-STATUS NOT = "00"
                   MOVE "LEDGSEQ-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-LEDGSEQ-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               READ LEDGSEQ-FILE
                   AT END
                       MOVE ZEROS TO WS-LEDGER-SEQ
                   NOT AT END
                       MOVE LEDGSEQ-ULTIMO TO WS-LEDGER-SEQ
               END-READ
               CLOSE LEDGSEQ-FILE
           END-IF.

       GRAVAR-SEQUENCIA-LEDGER.
           OPEN OUTPUT LEDGSEQ-FILE.
           IF WS-LEDGSEQ-STATUS NOT = "00"
               MOVE "LEDGSEQ-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LEDGSEQ-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-LEDGER-SEQ TO LEDGSEQ-ULTIMO.
           WRITE LEDGSEQ-REC.
           IF WS-LEDGSEQ-STATUS NOT = "00"
               MOVE "LEDGSEQ-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LEDGSEQ-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE LEDGSEQ-FILE.

       GRAVAR-LINHA-RATEIO.
           WRITE RATEIO-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "RATEIO-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file),
      * 22/23 (key errors, already handled above) or 35 (not found
      * on first run, already handled above) means a real I/O
      * problem; log which file and status code and stop instead of
      * pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_RATEIO.
