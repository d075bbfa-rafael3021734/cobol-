               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS END-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT CONTA-FILE ASSIGN TO "CONTAS.DAT"
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.

      * Extra holders of an account beside CONTA-CLIENTE; a titular
      * or co-titular gets the joint account on their own statement.
           SELECT TITULAR-FILE ASSIGN TO "TITULARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WS-TITULAR-STATUS.

      * The live ledger is indexed on account plus SEQ=, so one
      * statement is a keyed START per account instead of a pass
      * over the whole file per customer.
       FD  CONTA-FILE.
           COPY CONTA.

       FD  TITULAR-FILE.
           COPY TITULAR.

       FD  LEDGER-FILE.
        01 LEDGIX-REC.
         05 LEDGIX-CHAVE.

        77 WS-CLIENTE-STATUS PIC X(02) VALUE ZEROS.
        77 WS-CONTA-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-TITULAR-STATUS PIC X(02) VALUE ZEROS.
        77 WS-LEDGER-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-FECHADO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "EXTRCLI.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_EXTRATO".
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-PERIODO-REIMP  PIC 9(06) VALUE ZEROS.
        77 WS-REIMPRESSAO    PIC X(001) VALUE "N".

      * The master balance for a period with no movement; an
      * overdrawn account prints with its minus trailing.
        77 WS-SALDO-ATUAL-CAMPO PIC Z(9)9.99-.

      * Accounts owned by the keyed customer, collected off the
      * account master before the ledger is walked per account.
        01 WS-CONTAS-CLIENTE.
         05 WS-CC-ENTRY OCCURS 20 TIMES.
          10 WS-CC-NUMERO PIC 9(05).
          10 WS-CC-SALDO PIC S9(10)V99.
          10 WS-CC-MOEDA PIC X(03).
      * Blank on the customer's own accounts; T or C on a joint
      * account they hold beside the primary titular.
          10 WS-CC-PAPEL PIC X(01).
      *=================================================================
       PROCEDURE                               DIVISION.

           END-PERFORM.

           CLOSE EXTRATO-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.
      * Every statement produced leaves its line on the shared
      * contact history, so "I never got my statement" can be
      * answered off CONTATOS.DAT instead of memory.
                               TO WS-CC-SALDO(WS-QTD-CONTAS)
                           MOVE CONTA-MOEDA
                               TO WS-CC-MOEDA(WS-QTD-CONTAS)
                           MOVE SPACES
                               TO WS-CC-PAPEL(WS-QTD-CONTAS)
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM COLETAR-CONTAS-CONJUNTAS
               CLOSE CONTA-FILE
           END-IF.

       COLETAR-CONTAS-CONJUNTAS.
      * Every account the customer holds as titular or co-titular
      * on TITULARES.DAT joins the statement after their own; a
      * procurador acts on the account but owns none of it and
      * gets no statement for it.
           OPEN INPUT TITULAR-FILE.
           IF WS-TITULAR-STATUS = "35"
               CLOSE TITULAR-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-TITULAR-STATUS NOT = "00"
               MOVE "TITULAR-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TITULAR-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-TITULAR-STATUS = "10"
               READ TITULAR-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-TITULAR-STATUS NOT = "00"
                       AND WS-TITULAR-STATUS NOT = "10"
                   MOVE "TITULAR-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-TITULAR-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF TIT-CLIENTE = WS-CODIGO-CLIENTE
                       AND (TIT-PAPEL = "T" OR TIT-PAPEL = "C")
                       AND WS-QTD-CONTAS < 20
                   MOVE TIT-CONTA TO CONTA-NUMERO
                   READ CONTA-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
      * Already listed when the customer is also the primary
      * titular (a merge can leave both links behind).
                           IF CONTA-CLIENTE NOT = WS-CODIGO-CLIENTE
                               ADD 1 TO WS-QTD-CONTAS
                               MOVE CONTA-NUMERO
                                   TO WS-CC-NUMERO(WS-QTD-CONTAS)
                               MOVE CONTA-SALDO
                                   TO WS-CC-SALDO(WS-QTD-CONTAS)
                               MOVE CONTA-MOEDA
                                   TO WS-CC-MOEDA(WS-QTD-CONTAS)
                               MOVE TIT-PAPEL
                                   TO WS-CC-PAPEL(WS-QTD-CONTAS)
                           END-IF
                   END-READ
                   IF WS-CONTA-STATUS NOT = "00"
                           AND WS-CONTA-STATUS NOT = "23"
                       MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE TITULAR-FILE.

       EXTRATAR-UMA-CONTA.
      * One pass over the ledger per account: the line layout is
      * the one GRAVAR-LEDGER writes (timestamp, then CONTA= at a
           STRING "CONTA " WS-CC-NUMERO(WS-IDX-CONTA)
               " MOEDA " WS-CC-MOEDA(WS-IDX-CONTA)
               DELIMITED BY SIZE INTO EXTRATO-LINE.
           IF WS-CC-PAPEL(WS-IDX-CONTA) = "T"
               MOVE "CONTA CONJUNTA - TITULAR" TO EXTRATO-LINE(23:30)
           END-IF.
           IF WS-CC-PAPEL(WS-IDX-CONTA) = "C"
               MOVE "CONTA CONJUNTA - CO-TITULAR" TO EXTRATO-LINE(23:30)
           END-IF.
           PERFORM GRAVAR-LINHA-EXTRATO.

           MOVE WS-CC-NUMERO(WS-IDX-CONTA) TO WS-CONTA-TEXTO.
           END-IF.

           IF WS-QTD-MOVTOS = ZEROS
               MOVE WS-CC-SALDO(WS-IDX-CONTA) TO WS-SALDO-ATUAL-CAMPO
               MOVE SPACES TO EXTRATO-LINE
               STRING "  SEM MOVIMENTO NO PERIODO - SALDO ATUAL "
                   WS-SALDO-ATUAL-CAMPO
                   DELIMITED BY SIZE INTO EXTRATO-LINE
               PERFORM GRAVAR-LINHA-EXTRATO
           ELSE
