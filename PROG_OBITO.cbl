      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Death registration for a customer: the operator keys
      *          the CODIGO, the date of death and the certificate
      *          reference, and in one run the customer goes to
      *          SITUACAO "F" (falecido) on the master - which drops
      *          them from the birthday mailing, the labels, the
      *          statement spool and the nightly senior recompute -
      *          the death is recorded on OBITO.DAT, every CONTAS.DAT
      *          account the customer owns is frozen (CONTA-SITUACAO
      *          "F", recused by the calculator the way a dormant
      *          account is), and an estate statement of each
      *          account's balance as of the date of death prints to
      *          ESPOLIO-CCCCCC.TXT for the family's lawyer. Keying a
      *          customer already registered reprints the statement.
      *          Every master change leaves its before/after trail on
      *          CLIAUDIT.LOG, like PROG_CLIMERGE.cbl.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_OBITO.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS END-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT CONTA-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT OBITO-FILE ASSIGN TO "OBITO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBITO-CODIGO
               FILE STATUS IS WS-OBITO-STATUS.

      * Balances as of a past date come off the ledger: the live
      * indexed file for the current period, the dated cutover
      * text files for closed ones.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGIX-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT FECHADO-FILE ASSIGN TO WS-NOME-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHADO-STATUS.

           SELECT ESPOLIO-REPORT ASSIGN TO WS-NOME-ESPOLIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "CLIAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  CLIENTE-FILE.
           COPY CLIENTE.

       FD  CONTA-FILE.
           COPY CONTA.

       FD  OBITO-FILE.
           COPY OBITO.

       FD  LEDGER-FILE.
        01 LEDGIX-REC.
         05 LEDGIX-CHAVE.
          10 LEDGIX-CONTA PIC 9(05).
          10 LEDGIX-SEQ PIC 9(06).
         05 LEDGER-LINE PIC X(160).

      * Same record length PROG_LEDGFECH.cbl gives the closed files.
       FD  FECHADO-FILE.
        01 FECHADO-LINE PIC X(160).

       FD  ESPOLIO-REPORT.
        01 ESPOLIO-LINE PIC X(132).

      * Same record length the other writers give CLIAUDIT.LOG.
       FD  AUDIT-FILE.
        01 AUDIT-LINE PIC X(500).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-CLIENTE-STATUS PIC X(02) VALUE ZEROS.
        77 WS-CONTA-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-OBITO-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-LEDGER-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-FECHADO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-AUDIT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-SELO-MODO      PIC X(01) VALUE "G".
        77 WS-SELO-ARQUIVO   PIC X(030) VALUE "CLIAUDIT.LOG".
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-OPERADOR-ID    PIC X(08) VALUE SPACES.
        77 WS-OPERADOR-SENHA PIC X(08) VALUE SPACES.
        77 WS-OPER-AUTORIZADO PIC X(01) VALUE "N".
        77 WS-FUNCAO-LOGIN   PIC X(01) VALUE "C".
        77 WS-CONFIRMACAO    PIC X(01) VALUE "N".
        77 WS-HOJE           PIC 9(08) VALUE ZEROS.
        77 WS-CODIGO-OBITO   PIC 9(06) VALUE ZEROS.
        77 WS-DOCUMENTO      PIC X(030) VALUE SPACES.
        77 WS-NASCIMENTO-AAAAMMDD PIC 9(08) VALUE ZEROS.
        77 WS-NOME-FALECIDO  PIC X(030) VALUE SPACES.
        77 WS-CPF-FALECIDO   PIC X(011) VALUE SPACES.
        77 WS-QTD-CONTAS     PIC 9(03) VALUE ZEROS.
        77 WS-QTD-BLOQUEADAS PIC 9(03) VALUE ZEROS.
        77 WS-AUDIT-TIMESTAMP PIC X(026) VALUE SPACES.
        77 WS-AUDIT-ANTES    PIC X(196) VALUE SPACES.
        77 WS-NOME-ESPOLIO   PIC X(030) VALUE SPACES.
        77 WS-NOME-LEDGER    PIC X(030) VALUE SPACES.
        77 WS-CONTA-TEXTO    PIC X(05) VALUE SPACES.

      * Date of death, keyed AAAAMMDD, with its parts for the edit.
        01 WS-DATA-OBITO     PIC 9(08) VALUE ZEROS.
        01 WS-DATA-OBITO-R REDEFINES WS-DATA-OBITO.
         05 WS-OBITO-ANO     PIC 9(04).
         05 WS-OBITO-MES     PIC 9(02).
         05 WS-OBITO-DIA     PIC 9(02).

      * Balance-as-of-death working fields. A ledger line's SALDO=
      * is the balance before that posting, so the first movement
      * dated after the death carries the balance on the day of
      * death; an account with no later movement still holds it.
        77 WS-SALDO-OBITO    PIC S9(10)V99 VALUE ZEROS.
        77 WS-SALDO-ACHADO   PIC X(01) VALUE "N".
        77 WS-OBITO-FECHADO  PIC X(01) VALUE "N".
        77 WS-MES-FECHADO    PIC 9(06) VALUE ZEROS.
        77 WS-MES-LIMITE     PIC 9(06) VALUE ZEROS.
        77 WS-LINHA-AUX      PIC X(160) VALUE SPACES.
        77 WS-PARSE-INT      PIC X(10) VALUE SPACES.
        77 WS-NUM-INT        PIC 9(10) VALUE ZEROS.
        77 WS-NUM-DEC        PIC 9(02) VALUE ZEROS.
        77 WS-QTD-SINAL      PIC 9(02) VALUE ZEROS.
      * An estate can owe the bank: an overdrawn account prints
      * with its minus trailing and nets against the rest.
        77 WS-SALDO-CAMPO    PIC Z(9)9.99-.
        77 WS-ATUAL-CAMPO    PIC Z(9)9.99-.
        77 WS-TOTAL-CAMPO    PIC Z(11)9.99-.

      * Per-currency totals for the statement foot; an estate rarely
      * holds more than two or three currencies.
        77 WS-QTD-MOEDAS     PIC 9(02) VALUE ZEROS.
        77 WS-IDX-MOEDA      PIC 9(02) VALUE ZEROS.
        01 WS-TOTAIS-MOEDA.
         05 WS-TM-ENTRY OCCURS 10 TIMES.
          10 WS-TM-MOEDA PIC X(03).
          10 WS-TM-TOTAL PIC S9(12)V99.
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
      * Registering a death rewrites the master and freezes money,
      * so it sits behind the same customer-entry permission the
      * maintenance screen uses, and the audit trail records who
      * ran it.
           DISPLAY "IDENTIFICACAO DO OPERADOR:".
           ACCEPT WS-OPERADOR-ID.
           DISPLAY "SENHA:".
           ACCEPT WS-OPERADOR-SENHA.
           CALL "VALIDAR-OPERADOR" USING WS-OPERADOR-ID
               WS-OPERADOR-SENHA WS-FUNCAO-LOGIN
               WS-OPER-AUTORIZADO.
           IF WS-OPER-AUTORIZADO NOT = "S"
               DISPLAY "OPERADOR SEM PERMISSAO PARA REGISTRO DE "
                   "OBITO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           CALL "OBTER-DATA-PROCESSO" USING WS-HOJE.

           DISPLAY "CODIGO DO CLIENTE FALECIDO:".
           ACCEPT WS-CODIGO-OBITO.

           OPEN I-O CLIENTE-FILE.
           IF WS-CLIENTE-STATUS NOT = "00"
               MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-CODIGO-OBITO TO CODIGO.
           READ CLIENTE-FILE
               INVALID KEY
                   DISPLAY "CLIENTE " WS-CODIGO-OBITO
                       " NAO CADASTRADO - NADA REGISTRADO"
                   CLOSE CLIENTE-FILE
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE NOME TO WS-NOME-FALECIDO.
           MOVE CPF TO WS-CPF-FALECIDO.
           COMPUTE WS-NASCIMENTO-AAAAMMDD =
               NASC-ANO * 10000 + NASC-MES * 100 + NASC-DIA.
           DISPLAY "CLIENTE: " CODIGO " " NOME.

      * A death already on file is never registered twice; the
      * operator only gets the statement again, off the stored date
      * of death.
           IF SITUACAO = "F"
               CLOSE CLIENTE-FILE
               PERFORM LER-REGISTRO-OBITO
               PERFORM EMITIR-EXTRATO-ESPOLIO
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "DATA DO OBITO (AAAAMMDD):".
           ACCEPT WS-DATA-OBITO.
           IF WS-OBITO-MES < 1 OR WS-OBITO-MES > 12
                   OR WS-OBITO-DIA < 1 OR WS-OBITO-DIA > 31
                   OR WS-DATA-OBITO > WS-HOJE
                   OR WS-DATA-OBITO < WS-NASCIMENTO-AAAAMMDD
               DISPLAY "DATA DO OBITO INVALIDA - NADA REGISTRADO"
               CLOSE CLIENTE-FILE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "REFERENCIA DA CERTIDAO DE OBITO:".
           ACCEPT WS-DOCUMENTO.
           IF WS-DOCUMENTO = SPACES
               DISPLAY "REFERENCIA DO DOCUMENTO OBRIGATORIA - NADA "
                   "REGISTRADO"
               CLOSE CLIENTE-FILE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "CONFIRMA O OBITO DE " WS-CODIGO-OBITO
               " EM " WS-OBITO-DIA "/" WS-OBITO-MES "/"
               WS-OBITO-ANO " (S/N)?".
           ACCEPT WS-CONFIRMACAO.
           IF WS-CONFIRMACAO NOT = "S" AND WS-CONFIRMACAO NOT = "s"
               DISPLAY "REGISTRO DE OBITO NAO CONFIRMADO"
               CLOSE CLIENTE-FILE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDIT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-AUDIT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           PERFORM MARCAR-CLIENTE-FALECIDO.
           CLOSE AUDIT-FILE.
           CLOSE CLIENTE-FILE.

           PERFORM GRAVAR-REGISTRO-OBITO.
           PERFORM BLOQUEAR-CONTAS-CLIENTE.
           PERFORM EMITIR-EXTRATO-ESPOLIO.

           DISPLAY "OBITO REGISTRADO - CONTAS BLOQUEADAS: "
               WS-QTD-BLOQUEADAS.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       MARCAR-CLIENTE-FALECIDO.
      * SITUACAO-DATA keeps its meaning (the day the status
      * changed); the date of death itself lives on OBITO.DAT.
           MOVE CLIENTE TO WS-AUDIT-ANTES.
           MOVE "F" TO SITUACAO.
           MOVE WS-HOJE TO SITUACAO-DATA.
           REWRITE CLIENTE
               INVALID KEY
                   DISPLAY "ERRO AO MARCAR FALECIDO: "
                       WS-CLIENTE-STATUS
                   MOVE 8 TO WS-RETURN-CODE
           END-REWRITE.
           IF WS-CLIENTE-STATUS = "02"
               MOVE "00" TO WS-CLIENTE-STATUS
           END-IF.
           IF WS-CLIENTE-STATUS NOT = "00"
                   AND WS-CLIENTE-STATUS NOT = "23"
               MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-CLIENTE-STATUS = "00"
               PERFORM GRAVAR-AUDITORIA-CLIENTE
           END-IF.

       GRAVAR-REGISTRO-OBITO.
           OPEN I-O OBITO-FILE.
           IF WS-OBITO-STATUS = "35"
               OPEN OUTPUT OBITO-FILE
               CLOSE OBITO-FILE
               OPEN I-O OBITO-FILE
           END-IF.
           IF WS-OBITO-STATUS NOT = "00"
               MOVE "OBITO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-OBITO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-CODIGO-OBITO TO OBITO-CODIGO.
           MOVE WS-DATA-OBITO TO OBITO-DATA.
           MOVE WS-DOCUMENTO TO OBITO-DOCUMENTO.
           MOVE WS-HOJE TO OBITO-REGISTRO-DATA.
           MOVE WS-OPERADOR-ID TO OBITO-REGISTRO-OPERADOR.
           WRITE OBITO-REC
               INVALID KEY
      * Left over from a registration whose master update was
      * later backed out; the record just keyed wins.
                   REWRITE OBITO-REC
           END-WRITE.
           IF WS-OBITO-STATUS NOT = "00"
               MOVE "OBITO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-OBITO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE OBITO-FILE.

       LER-REGISTRO-OBITO.
           MOVE ZEROS TO WS-DATA-OBITO.
           MOVE SPACES TO WS-DOCUMENTO.
           OPEN INPUT OBITO-FILE.
           IF WS-OBITO-STATUS = "35"
               CLOSE OBITO-FILE
           ELSE
               IF WS-OBITO-STATUS NOT = "00"
                   MOVE "OBITO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-OBITO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE WS-CODIGO-OBITO TO OBITO-CODIGO
               READ OBITO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OBITO-DATA TO WS-DATA-OBITO
                       MOVE OBITO-DOCUMENTO TO WS-DOCUMENTO
               END-READ
               IF WS-OBITO-STATUS NOT = "00"
                       AND WS-OBITO-STATUS NOT = "23"
                   MOVE "OBITO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-OBITO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               CLOSE OBITO-FILE
           END-IF.
      * Flagged by hand without the registration: the statement
      * cannot be dated, so say so instead of guessing.
           IF WS-DATA-OBITO = ZEROS
               DISPLAY "CLIENTE JA CONSTA COMO FALECIDO MAS SEM "
                   "REGISTRO EM OBITO.DAT - EXTRATO NAO EMITIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "OBITO JA REGISTRADO EM " WS-OBITO-DIA "/"
               WS-OBITO-MES "/" WS-OBITO-ANO
               " - REEMITINDO O EXTRATO DO ESPOLIO".

       BLOQUEAR-CONTAS-CLIENTE.
      * Every account the customer owns is frozen whatever its
      * previous state - a dormant account included - so neither
      * the calculator nor a reactivation can move estate money.
      * An account already closed holds nothing and stays "E".
           MOVE ZEROS TO WS-QTD-BLOQUEADAS.
           OPEN I-O CONTA-FILE.
           IF WS-CONTA-STATUS = "35"
               CLOSE CONTA-FILE
           ELSE
               IF WS-CONTA-STATUS NOT = "00"
                   MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE ZEROS TO CONTA-NUMERO
               START CONTA-FILE KEY NOT LESS THAN CONTA-NUMERO
                   INVALID KEY
                       CONTINUE
               END-START
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
                       IF CONTA-CLIENTE = WS-CODIGO-OBITO
                               AND CONTA-SITUACAO NOT = "F"
                               AND CONTA-SITUACAO NOT = "E"
                           MOVE "F" TO CONTA-SITUACAO
                           REWRITE CONTA-REC
                               INVALID KEY
                                   DISPLAY "ERRO AO BLOQUEAR CONTA "
                                       CONTA-NUMERO ": "
                                       WS-CONTA-STATUS
                                   MOVE 8 TO WS-RETURN-CODE
                           END-REWRITE
                           IF WS-CONTA-STATUS NOT = "00"
                                   AND WS-CONTA-STATUS NOT = "23"
                               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
                               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
                               PERFORM TRATAR-ERRO-ARQUIVO
                           END-IF
                           IF WS-CONTA-STATUS = "00"
                               ADD 1 TO WS-QTD-BLOQUEADAS
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE CONTA-FILE
           END-IF.

       EMITIR-EXTRATO-ESPOLIO.
           MOVE SPACES TO WS-NOME-ESPOLIO.
           STRING "ESPOLIO-" WS-CODIGO-OBITO ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-ESPOLIO.
           OPEN OUTPUT ESPOLIO-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "ESPOLIO-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           MOVE "DEMONSTRATIVO DE SALDOS NA DATA DO OBITO"
               TO ESPOLIO-LINE.
           PERFORM GRAVAR-LINHA-ESPOLIO.
           MOVE SPACES TO ESPOLIO-LINE.
           STRING "CLIENTE " WS-CODIGO-OBITO " " WS-NOME-FALECIDO
               DELIMITED BY SIZE INTO ESPOLIO-LINE.
           PERFORM GRAVAR-LINHA-ESPOLIO.
           MOVE SPACES TO ESPOLIO-LINE.
           IF WS-CPF-FALECIDO = SPACES
               MOVE "CPF NAO CADASTRADO" TO ESPOLIO-LINE
           ELSE
               STRING "CPF " WS-CPF-FALECIDO(1:3) "."
                   WS-CPF-FALECIDO(4:3) "." WS-CPF-FALECIDO(7:3)
                   "-" WS-CPF-FALECIDO(10:2)
                   DELIMITED BY SIZE INTO ESPOLIO-LINE
           END-IF.
           PERFORM GRAVAR-LINHA-ESPOLIO.
           MOVE SPACES TO ESPOLIO-LINE.
           STRING "DATA DO OBITO " WS-OBITO-DIA "/" WS-OBITO-MES "/"
               WS-OBITO-ANO "  CERTIDAO " WS-DOCUMENTO
               DELIMITED BY SIZE INTO ESPOLIO-LINE.
           PERFORM GRAVAR-LINHA-ESPOLIO.
           MOVE SPACES TO ESPOLIO-LINE.
           STRING "EMITIDO EM " WS-HOJE(7:2) "/" WS-HOJE(5:2) "/"
               WS-HOJE(1:4) " POR " WS-OPERADOR-ID
               DELIMITED BY SIZE INTO ESPOLIO-LINE.
           PERFORM GRAVAR-LINHA-ESPOLIO.
           MOVE SPACES TO ESPOLIO-LINE.
           PERFORM GRAVAR-LINHA-ESPOLIO.

           MOVE ZEROS TO WS-QTD-CONTAS.
           MOVE ZEROS TO WS-QTD-MOEDAS.
           OPEN INPUT CONTA-FILE.
           IF WS-CONTA-STATUS = "35"
               CLOSE CONTA-FILE
           ELSE
               IF WS-CONTA-STATUS NOT = "00"
                   MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE ZEROS TO CONTA-NUMERO
               START CONTA-FILE KEY NOT LESS THAN CONTA-NUMERO
                   INVALID KEY
                       CONTINUE
               END-START
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
                       IF CONTA-CLIENTE = WS-CODIGO-OBITO
                           PERFORM LISTAR-CONTA-ESPOLIO
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE CONTA-FILE
           END-IF.

           MOVE SPACES TO ESPOLIO-LINE.
           PERFORM GRAVAR-LINHA-ESPOLIO.
           MOVE SPACES TO ESPOLIO-LINE.
           STRING "CONTAS DO ESPOLIO: " WS-QTD-CONTAS
               DELIMITED BY SIZE INTO ESPOLIO-LINE.
           PERFORM GRAVAR-LINHA-ESPOLIO.
           PERFORM VARYING WS-IDX-MOEDA FROM 1 BY 1
                   UNTIL WS-IDX-MOEDA > WS-QTD-MOEDAS
               MOVE WS-TM-TOTAL(WS-IDX-MOEDA) TO WS-TOTAL-CAMPO
               MOVE SPACES TO ESPOLIO-LINE
               STRING "TOTAL NA DATA DO OBITO "
                   WS-TM-MOEDA(WS-IDX-MOEDA) " " WS-TOTAL-CAMPO
                   DELIMITED BY SIZE INTO ESPOLIO-LINE
               PERFORM GRAVAR-LINHA-ESPOLIO
           END-PERFORM.
           CLOSE ESPOLIO-REPORT.
           DISPLAY "EXTRATO DO ESPOLIO GERADO EM " WS-NOME-ESPOLIO.

       LISTAR-CONTA-ESPOLIO.
           ADD 1 TO WS-QTD-CONTAS.
           PERFORM APURAR-SALDO-NO-OBITO.
           MOVE WS-SALDO-OBITO TO WS-SALDO-CAMPO.
           MOVE CONTA-SALDO TO WS-ATUAL-CAMPO.
           MOVE SPACES TO ESPOLIO-LINE.
           STRING "  CONTA " CONTA-NUMERO " TIPO " CONTA-TIPO
               " MOEDA " CONTA-MOEDA
               " SALDO NA DATA DO OBITO " WS-SALDO-CAMPO
               " SALDO ATUAL " WS-ATUAL-CAMPO
               DELIMITED BY SIZE INTO ESPOLIO-LINE.
           PERFORM GRAVAR-LINHA-ESPOLIO.
           IF WS-SALDO-ACHADO = "N"
               MOVE SPACES TO ESPOLIO-LINE
               STRING "    (SEM MOVIMENTO POSTERIOR AO OBITO NOS "
                   "LEDGERS DISPONIVEIS - SALDO ATUAL REPETIDO)"
                   DELIMITED BY SIZE INTO ESPOLIO-LINE
               PERFORM GRAVAR-LINHA-ESPOLIO
           END-IF.
           PERFORM SOMAR-TOTAL-MOEDA.

       SOMAR-TOTAL-MOEDA.
           PERFORM VARYING WS-IDX-MOEDA FROM 1 BY 1
                   UNTIL WS-IDX-MOEDA > WS-QTD-MOEDAS
               IF WS-TM-MOEDA(WS-IDX-MOEDA) = CONTA-MOEDA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-MOEDA > WS-QTD-MOEDAS
               IF WS-QTD-MOEDAS < 10
                   ADD 1 TO WS-QTD-MOEDAS
                   MOVE WS-QTD-MOEDAS TO WS-IDX-MOEDA
                   MOVE CONTA-MOEDA TO WS-TM-MOEDA(WS-IDX-MOEDA)
                   MOVE ZEROS TO WS-TM-TOTAL(WS-IDX-MOEDA)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD WS-SALDO-OBITO TO WS-TM-TOTAL(WS-IDX-MOEDA).

       APURAR-SALDO-NO-OBITO.
      * The live ledger is tried first. Its carried-forward TIPO=S
      * line is not a movement and is skipped; if that line is
      * dated after the death, the death falls in a closed period
      * and the closed months from the month of death onward are
      * searched before the live result is accepted.
           MOVE CONTA-SALDO TO WS-SALDO-OBITO.
           MOVE "N" TO WS-SALDO-ACHADO.
           MOVE "N" TO WS-OBITO-FECHADO.
           MOVE CONTA-NUMERO TO WS-CONTA-TEXTO.

           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
               CLOSE LEDGER-FILE
           ELSE
               IF WS-LEDGER-STATUS NOT = "00"
                   MOVE "LEDGER-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-LEDGER-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE CONTA-NUMERO TO LEDGIX-CONTA
               MOVE ZEROS TO LEDGIX-SEQ
               START LEDGER-FILE KEY NOT LESS THAN LEDGIX-CHAVE
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-LEDGER-STATUS = "00"
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
                       IF LEDGIX-CONTA NOT = CONTA-NUMERO
                           EXIT PERFORM
                       END-IF
                       IF LEDGER-LINE(1:8) > WS-DATA-OBITO
                           IF LEDGER-LINE(64:1) = "S"
                               MOVE "S" TO WS-OBITO-FECHADO
                           ELSE
                               MOVE LEDGER-LINE TO WS-LINHA-AUX
                               PERFORM EXTRAIR-SALDO-ANTERIOR
                               MOVE "S" TO WS-SALDO-ACHADO
                               EXIT PERFORM
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE LEDGER-FILE
           END-IF.

           IF WS-OBITO-FECHADO = "S"
               PERFORM PROCURAR-NOS-FECHADOS
           END-IF.

       PROCURAR-NOS-FECHADOS.
      * Month by month from the month of death, until a movement
      * after the death turns up or the cutover files run out; the
      * first one found is the earliest, so it wins over whatever
      * the live ledger offered.
           MOVE WS-DATA-OBITO(1:6) TO WS-MES-FECHADO.
           MOVE WS-HOJE(1:6) TO WS-MES-LIMITE.
           PERFORM UNTIL WS-MES-FECHADO > WS-MES-LIMITE
               MOVE SPACES TO WS-NOME-LEDGER
               STRING "LEDGER-" WS-MES-FECHADO ".TXT"
                   DELIMITED BY SIZE INTO WS-NOME-LEDGER
               OPEN INPUT FECHADO-FILE
               IF WS-FECHADO-STATUS = "35"
                   CLOSE FECHADO-FILE
                   EXIT PERFORM
               END-IF
               IF WS-FECHADO-STATUS NOT = "00"
                   MOVE "FECHADO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-FECHADO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               PERFORM VARRER-UM-FECHADO
               CLOSE FECHADO-FILE
               IF WS-SALDO-ACHADO = "X"
                   MOVE "S" TO WS-SALDO-ACHADO
                   EXIT PERFORM
               END-IF
               IF WS-MES-FECHADO(5:2) = "12"
                   ADD 89 TO WS-MES-FECHADO
               ELSE
                   ADD 1 TO WS-MES-FECHADO
               END-IF
           END-PERFORM.

       VARRER-UM-FECHADO.
      * "X" marks a hit in a closed month, so the caller can tell
      * it apart from a hit the live ledger already made.
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
               IF FECHADO-LINE(23:5) = WS-CONTA-TEXTO
                       AND FECHADO-LINE(1:8) > WS-DATA-OBITO
                       AND FECHADO-LINE(64:1) NOT = "S"
                   MOVE FECHADO-LINE TO WS-LINHA-AUX
                   PERFORM EXTRAIR-SALDO-ANTERIOR
                   MOVE "X" TO WS-SALDO-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       EXTRAIR-SALDO-ANTERIOR.
      * SALDO= starts at column 45 in every vintage of the line;
      * the whole-unit lines from before the centavos release just
      * lack the decimal point and the two places after it. An
      * overdrawn balance floats its minus in front of the digits.
           MOVE WS-LINHA-AUX(45:10) TO WS-PARSE-INT.
           MOVE ZEROS TO WS-QTD-SINAL.
           INSPECT WS-PARSE-INT TALLYING WS-QTD-SINAL FOR ALL "-".
           INSPECT WS-PARSE-INT REPLACING ALL "-" BY " ".
           INSPECT WS-PARSE-INT REPLACING LEADING " " BY "0".
           MOVE WS-PARSE-INT TO WS-NUM-INT.
           IF WS-LINHA-AUX(55:1) = "."
               MOVE WS-LINHA-AUX(56:2) TO WS-NUM-DEC
           ELSE
               MOVE ZEROS TO WS-NUM-DEC
           END-IF.
           COMPUTE WS-SALDO-OBITO = WS-NUM-INT + WS-NUM-DEC / 100.
           IF WS-QTD-SINAL > 0
               COMPUTE WS-SALDO-OBITO = ZERO - WS-SALDO-OBITO
           END-IF.

       GRAVAR-LINHA-ESPOLIO.
           WRITE ESPOLIO-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "ESPOLIO-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       GRAVAR-AUDITORIA-CLIENTE.
      * Same before/after trail PROG_TESTE_NIVEL.COB leaves on
      * CLIAUDIT.LOG, so the registration is as traceable as a
      * keyed alteration.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
           MOVE SPACES TO AUDIT-LINE.
           STRING WS-AUDIT-TIMESTAMP DELIMITED BY SIZE
               " OPERADOR=" DELIMITED BY SIZE
               WS-OPERADOR-ID DELIMITED BY SIZE
               " OPERACAO=" DELIMITED BY SIZE
               "OBITO   " DELIMITED BY SIZE
               " ANTES=" DELIMITED BY SIZE
               WS-AUDIT-ANTES DELIMITED BY SIZE
               " DEPOIS=" DELIMITED BY SIZE
               CLIENTE DELIMITED BY SIZE
               INTO AUDIT-LINE.
           CALL "SELAR-LINHA-LOG" USING WS-SELO-MODO
               WS-SELO-ARQUIVO AUDIT-LINE.
           WRITE AUDIT-LINE.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDIT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-AUDIT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
      * Closed and reopened so the line is on disk before the next
      * one is sealed - the sealer takes the last seal from the log
      * itself, and a line still in the buffer is not there yet.
           CLOSE AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDIT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-AUDIT-STATUS TO WS-ERRO-STATUS
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

                            END PROGRAM PROG_OBITO.
