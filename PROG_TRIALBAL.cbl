      * Purpose: Daily trial balance for finance: the GLMAP.DAT
      *          mapping table ties each ledger transaction type
      *          (deposit, debit, transfer, estorno, juros, saldo
      *          transportado, IR retido, tarifa mensal and its
      *          waiver, CDB aplicacao, provisao, resgate and IR,
      *          loan disbursement, installment amortizacao and
      *          juros, late charges, payments to other
      *          banks with their returns, and the IOF charged on
      *          foreign-currency conversions)
      *          to the general-ledger accounts it debits
      *          and credits, a nightly pass
      *          rolls the processing date's ledger movements
      *          into debit/credit totals per GL account, and the
      *          TRIALBAL.TXT report proves the day balances before
      *          the file goes to finance. An out-of-balance day or
      *          an unmapped transaction type ends with a nonzero
      *          RETURN-CODE so the driver stream stops. The part of
      *          a movement that takes an account below zero, or
      *          brings it back up, is money lent, not deposits: the
      *          GLMAP.DAT row for TIPO "-" names the overdraft asset
      *          account that part is booked to instead.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      * One mapping per ledger TIPO=: the GL account debited and
      * the GL account credited when a movement of that type posts.
      * Finance owns the data through a plain editor or a load.
      * The "-" row is not a movement type: its debit is the
      * overdraft asset account and its credit the deposits account
      * the overdrawn part is taken out of.
       FD  GLMAP-FILE.
        01 GLMAP-REC.
         05 GLM-TIPO PIC X(01).
        77 WS-LEDGER-STATUS PIC X(02) VALUE ZEROS.
        77 WS-GLMAP-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "TRIALBAL.TXT".
        77 WS-ERRO-ARQUIVO  PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE   PIC 9(02) VALUE ZEROS.
        77 WS-TOTAL-DEBITOS PIC 9(13)V99 VALUE ZEROS.
        77 WS-TOTAL-CREDITOS PIC 9(13)V99 VALUE ZEROS.
        77 WS-DEB-CAMPO     PIC Z(12)9.99.
        77 WS-QTD-SINAL     PIC 9(02) VALUE ZEROS.
        77 WS-VALOR-PARSE   PIC S9(10)V99 VALUE ZEROS.
        77 WS-SALDO-ANTES   PIC S9(10)V99 VALUE ZEROS.
        77 WS-SALDO-DEPOIS  PIC S9(10)V99 VALUE ZEROS.
        77 WS-PARTE-DEVEDORA PIC 9(10)V99 VALUE ZEROS.
        77 WS-VALOR-LANCAR  PIC 9(10)V99 VALUE ZEROS.
        77 WS-GL-CHEQUE-ESP PIC 9(06) VALUE ZEROS.
        77 WS-GL-DEPOSITOS  PIC 9(06) VALUE ZEROS.
        77 WS-CRED-CAMPO    PIC Z(12)9.99.

      * The mappings loaded once per run.
        01 WS-MAPAS.
         05 WS-MAPA-ENTRY OCCURS 40 TIMES.
          10 WS-MAPA-TIPO PIC X(01).
          10 WS-MAPA-DEBITO PIC 9(06).
          10 WS-MAPA-CREDITO PIC 9(06).
                   WS-TIPO-LINHA
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM APURAR-PARTE-DEVEDORA
               MOVE WS-MAPA-DEBITO(WS-MAPA-SLOT) TO WS-GL-LANCAR
               MOVE "D" TO WS-GL-LADO
               PERFORM LANCAR-LADO
               MOVE WS-MAPA-CREDITO(WS-MAPA-SLOT) TO WS-GL-LANCAR
               MOVE "C" TO WS-GL-LADO
               PERFORM LANCAR-LADO
           END-IF.

       APURAR-PARTE-DEVEDORA.
      * SALDO= is the balance before the movement (minus floated in
      * front of the digits when overdrawn), RESULTADO= the balance
      * after it (minus trailing at column 109). Whatever stretch of
      * the move lies below zero is the overdrawn part; it never
      * exceeds the movement itself.
           MOVE ZEROS TO WS-PARTE-DEVEDORA.
           IF WS-GL-CHEQUE-ESP = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE LEDGER-LINE(45:10) TO WS-PARSE-INT.
           MOVE LEDGER-LINE(56:2) TO WS-NUM-DEC.
           PERFORM CONVERTER-VALOR-SINAL.
           MOVE WS-VALOR-PARSE TO WS-SALDO-ANTES.
           MOVE LEDGER-LINE(96:10) TO WS-PARSE-INT.
           MOVE LEDGER-LINE(107:2) TO WS-NUM-DEC.
           PERFORM CONVERTER-VALOR-SINAL.
           MOVE WS-VALOR-PARSE TO WS-SALDO-DEPOIS.
           IF LEDGER-LINE(109:1) = "-"
               COMPUTE WS-SALDO-DEPOIS = ZERO - WS-SALDO-DEPOIS
           END-IF.
           IF WS-SALDO-ANTES > ZERO
               MOVE ZEROS TO WS-SALDO-ANTES
           END-IF.
           IF WS-SALDO-DEPOIS > ZERO
               MOVE ZEROS TO WS-SALDO-DEPOIS
           END-IF.
           IF WS-SALDO-ANTES > WS-SALDO-DEPOIS
               COMPUTE WS-PARTE-DEVEDORA =
                   WS-SALDO-ANTES - WS-SALDO-DEPOIS
           ELSE
               COMPUTE WS-PARTE-DEVEDORA =
                   WS-SALDO-DEPOIS - WS-SALDO-ANTES
           END-IF.
           IF WS-PARTE-DEVEDORA > WS-VALOR-LINHA
               MOVE WS-VALOR-LINHA TO WS-PARTE-DEVEDORA
           END-IF.

       CONVERTER-VALOR-SINAL.
           MOVE ZEROS TO WS-QTD-SINAL.
           INSPECT WS-PARSE-INT TALLYING WS-QTD-SINAL FOR ALL "-".
           INSPECT WS-PARSE-INT REPLACING ALL "-" BY " ".
           INSPECT WS-PARSE-INT REPLACING LEADING " " BY "0".
           IF WS-PARSE-INT IS NUMERIC
               MOVE WS-PARSE-INT TO WS-NUM-INT
           ELSE
               MOVE ZEROS TO WS-NUM-INT
           END-IF.
           COMPUTE WS-VALOR-PARSE = WS-NUM-INT + WS-NUM-DEC / 100.
           IF WS-QTD-SINAL > 0
               COMPUTE WS-VALOR-PARSE = ZERO - WS-VALOR-PARSE
           END-IF.

       LANCAR-LADO.
      * The deposits side of a movement that crossed zero splits:
      * the overdrawn part goes to the overdraft asset, the rest
      * stays on deposits.
           IF WS-GL-LANCAR = WS-GL-DEPOSITOS
                   AND WS-PARTE-DEVEDORA NOT = ZEROS
               COMPUTE WS-VALOR-LANCAR =
                   WS-VALOR-LINHA - WS-PARTE-DEVEDORA
               IF WS-VALOR-LANCAR NOT = ZEROS
                   PERFORM SOMAR-NA-CONTA-GL
               END-IF
               MOVE WS-GL-CHEQUE-ESP TO WS-GL-LANCAR
               MOVE WS-PARTE-DEVEDORA TO WS-VALOR-LANCAR
               PERFORM SOMAR-NA-CONTA-GL
           ELSE
               MOVE WS-VALOR-LINHA TO WS-VALOR-LANCAR
               PERFORM SOMAR-NA-CONTA-GL
           END-IF.

           END-IF.
           IF WS-GL-SLOT NOT = ZEROS
               IF WS-GL-LADO = "D"
                   ADD WS-VALOR-LANCAR TO WS-GL-DEBITOS(WS-GL-SLOT)
                   ADD WS-VALOR-LANCAR TO WS-TOTAL-DEBITOS
               ELSE
                   ADD WS-VALOR-LANCAR TO WS-GL-CREDITOS(WS-GL-SLOT)
                   ADD WS-VALOR-LANCAR TO WS-TOTAL-CREDITOS
               END-IF
           END-IF.

               PERFORM GRAVAR-LINHA-TRIAL
           END-IF.
           CLOSE TRIAL-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.

       CARREGAR-MAPAS-GL.
           OPEN INPUT GLMAP-FILE.
                   MOVE WS-GLMAP-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF WS-MAPAS-USADOS < 40
                   ADD 1 TO WS-MAPAS-USADOS
                   MOVE GLM-TIPO TO WS-MAPA-TIPO(WS-MAPAS-USADOS)
                   MOVE GLM-CONTA-DEBITO
                       TO WS-MAPA-CREDITO(WS-MAPAS-USADOS)
                   MOVE GLM-DESC TO WS-MAPA-DESC(WS-MAPAS-USADOS)
               END-IF
      * Without a "-" row the overdrawn part stays on deposits, the
      * way the day was booked before overdrafts existed.
               IF GLM-TIPO = "-"
                   MOVE GLM-CONTA-DEBITO TO WS-GL-CHEQUE-ESP
                   MOVE GLM-CONTA-CREDITO TO WS-GL-DEPOSITOS
               END-IF
           END-PERFORM.
           CLOSE GLMAP-FILE.

      * 300100 despesas de juros, 210100 IR a recolher, 290100
      * transferencias internas, 299999 saldo transportado,
      * 400100 resultado cambial, 390100 baixas de suspenso,
      * 500100 custo de mao de obra, 210200 salarios a pagar,
      * 120100 cheque especial (overdrafts lent to customers),
      * 400200 receita de juros de cheque especial, 400300
      * receita de tarifas, 500300 tarifas isentadas, 220100
      * depositos a prazo (CDB principal and provisioned interest),
      * 130100 emprestimos a receber, 400400 receita de juros de
      * emprestimos, 400500 receita de encargos de atraso, 230100
      * compensacao a liquidar (payments sent to other banks, until
      * the clearing bank settles or returns them), 210300 IOF a
      * recolher (collected from customers until the monthly
      * payment to the Treasury), 500200 custo indireto rateado
      * (shared-center labor spread to the operating centers, out
      * of 500100), 400600 receita de servicos por volume (pieces
      * billed to customers per piece processed).
           OPEN OUTPUT GLMAP-FILE.
           MOVE "C" TO GLM-TIPO.
           MOVE 100100 TO GLM-CONTA-DEBITO.
           MOVE 210200 TO GLM-CONTA-CREDITO.
           MOVE "CUSTO DE MAO DE OBRA" TO GLM-DESC.
           WRITE GLMAP-REC.
           MOVE "V" TO GLM-TIPO.
           MOVE 200100 TO GLM-CONTA-DEBITO.
           MOVE 400200 TO GLM-CONTA-CREDITO.
           MOVE "JUROS DEVEDORES" TO GLM-DESC.
           WRITE GLMAP-REC.
           MOVE "-" TO GLM-TIPO.
           MOVE 120100 TO GLM-CONTA-DEBITO.
           MOVE 200100 TO GLM-CONTA-CREDITO.
           MOVE "CHEQUE ESPECIAL" TO GLM-DESC.
           WRITE GLMAP-REC.
           MOVE "F" TO GLM-TIPO.
           MOVE 200100 TO GLM-CONTA-DEBITO.
           MOVE 400300 TO GLM-CONTA-CREDITO.
           MOVE "TARIFA MENSAL" TO GLM-DESC.
           WRITE GLMAP-REC.
           MOVE "N" TO GLM-TIPO.
           MOVE 500300 TO GLM-CONTA-DEBITO.
           MOVE 400300 TO GLM-CONTA-CREDITO.
           MOVE "TARIFA ISENTA" TO GLM-DESC.
           WRITE GLMAP-REC.
           MOVE "A" TO GLM-TIPO.
           MOVE 200100 TO GLM-CONTA-DEBITO.
           MOVE 220100 TO GLM-CONTA-CREDITO.
           MOVE "APLICACAO CDB" TO GLM-DESC.
           WRITE GLMAP-REC.
           MOVE "P" TO GLM-TIPO.
           MOVE 300100 TO GLM-CONTA-DEBITO.
           MOVE 220100 TO GLM-CONTA-CREDITO.
           MOVE "PROVISAO JUROS CDB" TO GLM-DESC.
           WRITE GLMAP-REC.
           MOVE "K" TO GLM-TIPO.
           MOVE 220100 TO GLM-CONTA-DEBITO.
           MOVE 200100 TO GLM-CONTA-CREDITO.
           MOVE "RESGATE CDB" TO GLM-DESC.
           WRITE GLMAP-REC.
           MOVE "Y" TO GLM-TIPO.
           MOVE 220100 TO GLM-CONTA-DEBITO.
           MOVE 210100 TO GLM-CONTA-CREDITO.
           MOVE "IR RETIDO CDB" TO GLM-DESC.
           WRITE GLMAP-REC.
           MOVE "M" TO GLM-TIPO.
           MOVE 130100 TO GLM-CONTA-DEBITO.
           MOVE 200100 TO GLM-CONTA-CREDITO.
           MOVE "LIBERACAO EMPRESTIMO" TO GLM-DESC.
           WRITE GLMAP-REC.
           MOVE "Q" TO GLM-TIPO.
           MOVE 200100 TO GLM-CONTA-DEBITO.
           MOVE 130100 TO GLM-CONTA-CREDITO.
           MOVE "AMORTIZ. EMPRESTIMO" TO GLM-DESC.
           WRITE GLMAP-REC.
           MOVE "H" TO GLM-TIPO.
           MOVE 200100 TO GLM-CONTA-DEBITO.
           MOVE 400400 TO GLM-CONTA-CREDITO.
           MOVE "JUROS EMPRESTIMO" TO GLM-DESC.
           WRITE GLMAP-REC.
           MOVE "U" TO GLM-TIPO.
           MOVE 200100 TO GLM-CONTA-DEBITO.
           MOVE 400500 TO GLM-CONTA-CREDITO.
           MOVE "ENCARGOS ATRASO" TO GLM-DESC.
           WRITE GLMAP-REC.
           MOVE "X" TO GLM-TIPO.
           MOVE 200100 TO GLM-CONTA-DEBITO.
           MOVE 230100 TO GLM-CONTA-CREDITO.
           MOVE "PAGTO OUTRO BANCO" TO GLM-DESC.
           WRITE GLMAP-REC.
           MOVE "G" TO GLM-TIPO.
           MOVE 230100 TO GLM-CONTA-DEBITO.
           MOVE 200100 TO GLM-CONTA-CREDITO.
           MOVE "DEVOLUCAO PAGAMENTO" TO GLM-DESC.
           WRITE GLMAP-REC.
           MOVE "O" TO GLM-TIPO.
           MOVE 200100 TO GLM-CONTA-DEBITO.
           MOVE 210300 TO GLM-CONTA-CREDITO.
           MOVE "IOF CAMBIO" TO GLM-DESC.
           WRITE GLMAP-REC.
           MOVE "B" TO GLM-TIPO.
           MOVE 500200 TO GLM-CONTA-DEBITO.
           MOVE 500100 TO GLM-CONTA-CREDITO.
           MOVE "RATEIO INDIRETO" TO GLM-DESC.
           WRITE GLMAP-REC.
           MOVE "Z" TO GLM-TIPO.
           MOVE 200100 TO GLM-CONTA-DEBITO.
           MOVE 400600 TO GLM-CONTA-CREDITO.
           MOVE "FATURAMENTO VOLUME" TO GLM-DESC.
           WRITE GLMAP-REC.
           IF WS-GLMAP-STATUS NOT = "00"
               MOVE "GLMAP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-GLMAP-STATUS TO WS-ERRO-STATUS
