      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Monthly IOF collection report: every IOF line the
      *          calculator charged on a foreign-currency conversion
      *          (TIPO O, IOF-DE= the SEQ= of the converted posting
      *          and OP= its TIPO) in the period keyed, totalled by
      *          operation type and direction inside each of the
      *          month's three ten-day collection periods (decendios
      *          01-10, 11-20 and 21 to month end), with the total to
      *          be paid per decendio - the figures the tax payment
      *          form asks for, straight off IOFRPT.TXT. A period
      *          already cut by the month-end close is read from its
      *          dated LEDGER-AAAAMM.TXT as well as from the live
      *          LEDGER.DAT, so the report can be run before or after
      *          the close. A blank period means the month before
      *          the processing date.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_IOFRPT.

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

      * The closed period's own file, named from the period keyed.
           SELECT FECHADO-FILE ASSIGN TO WS-NOME-FECHADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHADO-STATUS.

           SELECT IOF-REPORT ASSIGN TO "IOFRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

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

       FD  FECHADO-FILE.
        01 FECHADO-LINE PIC X(160).

       FD  IOF-REPORT.
        01 IOF-LINE PIC X(100).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-LEDGER-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-FECHADO-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "IOFRPT.TXT".
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_IOFRPT".
        77 WS-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS    PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.
        77 WS-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
        77 WS-PERIODO-TEXTO   PIC X(06) VALUE SPACES.
        77 WS-PERIODO         PIC 9(06) VALUE ZEROS.
        77 WS-ANO             PIC 9(04) VALUE ZEROS.
        77 WS-MES             PIC 9(02) VALUE ZEROS.
        77 WS-NOME-FECHADO    PIC X(030) VALUE SPACES.
        77 WS-LINHA           PIC X(160) VALUE SPACES.
        77 WS-DIA             PIC 9(02) VALUE ZEROS.
        77 WS-DECENDIO        PIC 9(01) VALUE ZEROS.
        77 WS-OPERACAO        PIC X(01) VALUE SPACES.
        77 WS-PARSE-INT       PIC X(10) VALUE SPACES.
        77 WS-PARSE-DEC       PIC X(02) VALUE SPACES.
        77 WS-NUM-INT         PIC 9(10) VALUE ZEROS.
        77 WS-NUM-DEC         PIC 9(02) VALUE ZEROS.
        77 WS-VALOR-IOF       PIC 9(10)V99 VALUE ZEROS.
        77 WS-AP-USADOS       PIC 9(02) VALUE ZEROS.
        77 WS-AP-IDX          PIC 9(02) VALUE ZEROS.
        77 WS-AP-SLOT         PIC 9(02) VALUE ZEROS.
        77 WS-DEC-IDX         PIC 9(01) VALUE ZEROS.
        77 WS-SENTIDO         PIC X(07) VALUE SPACES.
        77 WS-FAIXA-DIAS      PIC X(016) VALUE SPACES.
        77 WS-QTD-MES         PIC 9(06) VALUE ZEROS.
        77 WS-TOTAL-MES       PIC 9(12)V99 VALUE ZEROS.
        77 WS-QTD-CAMPO       PIC Z(5)9.
        77 WS-VALOR-CAMPO     PIC Z(11)9.99.

      * IOF of the period per operation type (the OP= of the line)
      * and decendio, in the order the types first appear.
        01 WS-APURACAO.
         05 WS-AP-ENTRY OCCURS 10 TIMES.
          10 WS-AP-OPERACAO PIC X(01).
          10 WS-AP-DECENDIO OCCURS 3 TIMES.
           15 WS-AP-QTD PIC 9(06).
           15 WS-AP-VALOR PIC 9(12)V99.

      * Totals per decendio, one tax payment each.
        01 WS-TOTAIS-DECENDIO.
         05 WS-TD-ENTRY OCCURS 3 TIMES.
          10 WS-TD-QTD PIC 9(06).
          10 WS-TD-VALOR PIC 9(12)V99.
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           MOVE "INI" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

           DISPLAY "PERIODO DE APURACAO DO IOF (AAAAMM, BRANCO = MES "
               "ANTERIOR):".
           ACCEPT WS-PERIODO-TEXTO.
           IF WS-PERIODO-TEXTO IS NUMERIC
                   AND WS-PERIODO-TEXTO NOT = ZEROS
               MOVE WS-PERIODO-TEXTO TO WS-PERIODO
           ELSE
               CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO
               MOVE WS-DATA-PROCESSO(1:4) TO WS-ANO
               MOVE WS-DATA-PROCESSO(5:2) TO WS-MES
               IF WS-MES = 1
                   SUBTRACT 1 FROM WS-ANO
                   MOVE 12 TO WS-MES
               ELSE
                   SUBTRACT 1 FROM WS-MES
               END-IF
               COMPUTE WS-PERIODO = WS-ANO * 100 + WS-MES
           END-IF.
           MOVE WS-PERIODO(1:4) TO WS-ANO.
           MOVE WS-PERIODO(5:2) TO WS-MES.
           IF WS-MES < 1 OR WS-MES > 12
               DISPLAY "PERIODO INVALIDO: " WS-PERIODO
               MOVE 8 TO WS-RETURN-CODE
               PERFORM ENCERRAR-RUNLOG
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-NOME-FECHADO.
           STRING "LEDGER-" WS-PERIODO ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-FECHADO.

           PERFORM VARRER-LEDGER-FECHADO.
           PERFORM VARRER-LEDGER-VIVO.

           OPEN OUTPUT IOF-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "IOF-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO IOF-LINE.
           STRING "APURACAO DO IOF SOBRE OPERACOES DE CAMBIO - "
               "PERIODO " WS-MES "/" WS-ANO
               DELIMITED BY SIZE INTO IOF-LINE.
           PERFORM GRAVAR-LINHA-IOF.
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > 3
               PERFORM LISTAR-DECENDIO
           END-PERFORM.

           MOVE SPACES TO IOF-LINE.
           PERFORM GRAVAR-LINHA-IOF.
           MOVE WS-QTD-MES TO WS-QTD-CAMPO.
           MOVE WS-TOTAL-MES TO WS-VALOR-CAMPO.
           MOVE SPACES TO IOF-LINE.
           STRING "TOTAL DO MES - LANCAMENTOS " WS-QTD-CAMPO
               "  IOF " WS-VALOR-CAMPO
               DELIMITED BY SIZE INTO IOF-LINE.
           PERFORM GRAVAR-LINHA-IOF.
           CLOSE IOF-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           DISPLAY "APURACAO DO IOF GRAVADA EM IOFRPT.TXT - TOTAL "
               WS-VALOR-CAMPO.
           PERFORM ENCERRAR-RUNLOG.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       VARRER-LEDGER-FECHADO.
      * Only there once the month-end close has cut the period.
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
               ADD 1 TO WS-RUNLOG-LIDOS
               MOVE FECHADO-LINE TO WS-LINHA
               PERFORM APURAR-LINHA
           END-PERFORM.
           CLOSE FECHADO-FILE.

       VARRER-LEDGER-VIVO.
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
           MOVE ZEROS TO LEDGIX-CONTA.
           MOVE ZEROS TO LEDGIX-SEQ.
           START LEDGER-FILE KEY NOT LESS THAN LEDGIX-CHAVE
               INVALID KEY
                   CONTINUE
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
               ADD 1 TO WS-RUNLOG-LIDOS
               MOVE LEDGER-LINE TO WS-LINHA
               PERFORM APURAR-LINHA
           END-PERFORM.
           CLOSE LEDGER-FILE.

       APURAR-LINHA.
      * TIPO O line of the period: the day picks the decendio, OP=
      * the operation, and the IOF itself is the VLRBRL= amount.
           IF WS-LINHA(64:1) NOT = "O"
                   OR WS-LINHA(1:6) NOT = WS-PERIODO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LINHA(7:2) TO WS-DIA.
           IF WS-DIA <= 10
               MOVE 1 TO WS-DECENDIO
           ELSE
               IF WS-DIA <= 20
                   MOVE 2 TO WS-DECENDIO
               ELSE
                   MOVE 3 TO WS-DECENDIO
               END-IF
           END-IF.
           IF WS-LINHA(156:4) = " OP="
               MOVE WS-LINHA(160:1) TO WS-OPERACAO
           ELSE
               MOVE "?" TO WS-OPERACAO
           END-IF.
           MOVE WS-LINHA(118:10) TO WS-PARSE-INT.
           INSPECT WS-PARSE-INT REPLACING LEADING " " BY "0".
           MOVE WS-PARSE-INT TO WS-NUM-INT.
           MOVE WS-LINHA(129:2) TO WS-PARSE-DEC.
           MOVE WS-PARSE-DEC TO WS-NUM-DEC.
           COMPUTE WS-VALOR-IOF = WS-NUM-INT + WS-NUM-DEC / 100.

           MOVE ZEROS TO WS-AP-SLOT.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-USADOS
                   OR WS-AP-SLOT NOT = ZEROS
               IF WS-AP-OPERACAO(WS-AP-IDX) = WS-OPERACAO
                   MOVE WS-AP-IDX TO WS-AP-SLOT
               END-IF
           END-PERFORM.
           IF WS-AP-SLOT = ZEROS
               IF WS-AP-USADOS NOT < 10
      * A collection report missing tax is worse than none; stop
      * and let the table be widened.
                   DISPLAY "TABELA DE OPERACOES DA APURACAO CHEIA - "
                       "AUMENTE A TABELA ANTES DE RODAR"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-AP-USADOS
               MOVE WS-AP-USADOS TO WS-AP-SLOT
               INITIALIZE WS-AP-ENTRY(WS-AP-SLOT)
               MOVE WS-OPERACAO TO WS-AP-OPERACAO(WS-AP-SLOT)
           END-IF.
           ADD 1 TO WS-AP-QTD(WS-AP-SLOT WS-DECENDIO).
           ADD WS-VALOR-IOF TO WS-AP-VALOR(WS-AP-SLOT WS-DECENDIO).
           ADD 1 TO WS-TD-QTD(WS-DECENDIO).
           ADD WS-VALOR-IOF TO WS-TD-VALOR(WS-DECENDIO).
           ADD 1 TO WS-QTD-MES.
           ADD WS-VALOR-IOF TO WS-TOTAL-MES.

       LISTAR-DECENDIO.
      * One block per decendio, one line per operation that had
      * IOF in it, and the amount of that decendio's payment.
           EVALUATE WS-DEC-IDX
               WHEN 1
                   MOVE "DIAS 01 A 10" TO WS-FAIXA-DIAS
               WHEN 2
                   MOVE "DIAS 11 A 20" TO WS-FAIXA-DIAS
               WHEN OTHER
                   MOVE "DIAS 21 AO FIM" TO WS-FAIXA-DIAS
           END-EVALUATE.
           MOVE SPACES TO IOF-LINE.
           PERFORM GRAVAR-LINHA-IOF.
           MOVE SPACES TO IOF-LINE.
           STRING "DECENDIO " WS-DEC-IDX " - " WS-FAIXA-DIAS
               DELIMITED BY SIZE INTO IOF-LINE.
           PERFORM GRAVAR-LINHA-IOF.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-USADOS
               IF WS-AP-QTD(WS-AP-IDX WS-DEC-IDX) NOT = ZEROS
                   IF WS-AP-OPERACAO(WS-AP-IDX) = "C"
                       MOVE "ENTRADA" TO WS-SENTIDO
                   ELSE
                       MOVE "SAIDA" TO WS-SENTIDO
                   END-IF
                   MOVE WS-AP-QTD(WS-AP-IDX WS-DEC-IDX)
                       TO WS-QTD-CAMPO
                   MOVE WS-AP-VALOR(WS-AP-IDX WS-DEC-IDX)
                       TO WS-VALOR-CAMPO
                   MOVE SPACES TO IOF-LINE
                   STRING "  OPERACAO " WS-AP-OPERACAO(WS-AP-IDX)
                       " " WS-SENTIDO
                       "  LANCAMENTOS " WS-QTD-CAMPO
                       "  IOF " WS-VALOR-CAMPO
                       DELIMITED BY SIZE INTO IOF-LINE
                   PERFORM GRAVAR-LINHA-IOF
               END-IF
           END-PERFORM.
           MOVE WS-TD-QTD(WS-DEC-IDX) TO WS-QTD-CAMPO.
           MOVE WS-TD-VALOR(WS-DEC-IDX) TO WS-VALOR-CAMPO.
           MOVE SPACES TO IOF-LINE.
           STRING "  TOTAL A RECOLHER NO DECENDIO " WS-DEC-IDX
               " - LANCAMENTOS " WS-QTD-CAMPO
               "  IOF " WS-VALOR-CAMPO
               DELIMITED BY SIZE INTO IOF-LINE.
           PERFORM GRAVAR-LINHA-IOF.

       GRAVAR-LINHA-IOF.
           WRITE IOF-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "IOF-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WS-RUNLOG-GRAVADOS.

       ENCERRAR-RUNLOG.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file) or
      * 35 (not found, already handled above) means a real I/O
      * problem; log which file and status code and stop instead of
      * pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_IOFRPT.
