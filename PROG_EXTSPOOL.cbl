      *          paper-fallback list for the mailroom, and the
      *          EXTDESP.TXT dispatch summary carries the counts of
      *          each so the envelope run stops being torn apart from
      *          one big EXTRCLI.TXT by hand. A customer whose
      *          EMAIL or address was changed inside the notice
      *          window is held back on that channel until the
      *          change notices have had time to reach them.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
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

           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSE-STATUS.

      * Contact history, read for the change notices the customer
      * screen sends when an EMAIL or address is changed.
           SELECT CONTATO-FILE ASSIGN TO "CONTATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTATO-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FD  CONTA-FILE.
           COPY CONTA.

       FD  TITULAR-FILE.
           COPY TITULAR.

       FD  LEDGER-FILE.
        01 LEDGIX-REC.
         05 LEDGIX-CHAVE.
         05 HH-CODIGO PIC 9(006).
         05 HH-NOME PIC X(030).

       FD  CONTATO-FILE.
        01 CONTATO-REC.
         05 CONTATO-DATA PIC 9(008).
         05 CONTATO-CODIGO PIC 9(006).
         05 CONTATO-EVENTO PIC X(008).
         05 CONTATO-DESTINO PIC X(040).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-CLIENTE-STATUS PIC X(02) VALUE ZEROS.
        77 WS-CONTA-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-TITULAR-STATUS PIC X(02) VALUE ZEROS.
        77 WS-LEDGER-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-SPOOL-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-PAPEL-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "EXTPAPEL.TXT".
        77 WS-RESUMO-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-RESUMO-ARQUIVO PIC X(030) VALUE "EXTDESP.TXT".
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-QTD-EMAIL      PIC 9(05) VALUE ZEROS.
        77 WS-QTD-PAPEL      PIC 9(05) VALUE ZEROS.
        77 WS-QTD-INATIVOS   PIC 9(05) VALUE ZEROS.
        77 WS-QTD-FALECIDOS  PIC 9(05) VALUE ZEROS.
        77 WS-QTD-CONTAS     PIC 9(02) VALUE ZEROS.
        77 WS-IDX-CONTA      PIC 9(02) VALUE ZEROS.
        77 WS-QTD-MOVTOS     PIC 9(04) VALUE ZEROS.
        77 WS-DOM-PERDIDOS   PIC 9(005) VALUE ZEROS.
        77 WS-DM-PERDIDOS    PIC 9(005) VALUE ZEROS.
        77 WS-DM-JA-MALADO   PIC X(001) VALUE "N".
        77 WS-CONTATO-STATUS PIC X(002) VALUE ZEROS.
        77 WS-DIAS-AVISO     PIC 9(003) VALUE ZEROS.
        77 WS-DATA-PROCESSO  PIC 9(008) VALUE ZEROS.
        77 WS-DATA-CORTE-AVISO PIC 9(008) VALUE ZEROS.
        77 WS-INT-DATA       PIC 9(007) VALUE ZEROS.
        77 WS-TR-USADOS      PIC 9(005) VALUE ZEROS.
        77 WS-TR-IDX         PIC 9(005) VALUE ZEROS.
        77 WS-TR-PERDIDOS    PIC 9(005) VALUE ZEROS.
        77 WS-CANAL-ATUAL    PIC X(001) VALUE SPACES.
        77 WS-TROCA-RECENTE  PIC X(001) VALUE "N".
        77 WS-QTD-RETIDOS    PIC 9(005) VALUE ZEROS.

      * Customers whose EMAIL (E) or address (P) was changed inside
      * the notice window, off the AVEMLNOV/AVENDNOV notices on the
      * contact history; the statement on that channel waits.
        01 WS-TROCAS-RECENTES.
         05 WS-TR-ENTRY OCCURS 5000 TIMES.
          10 WS-TR-CODIGO PIC 9(006).
          10 WS-TR-CANAL PIC X(001).

      * Household links loaded once per run; a customer absent from
      * the table gets his own paper envelope as before.
        01 WS-DOM-MALADOS.
         05 WS-DM-ID PIC 9(005) OCCURS 10000 TIMES.

      * The master balance for a period with no movement; an
      * overdrawn account prints with its minus trailing.
        77 WS-SALDO-ATUAL-CAMPO PIC Z(9)9.99-.

      * Accounts owned by the customer being spooled, collected off
      * the account master before the ledger is walked per account -
      * the same gather PROG_EXTRATOCLI.cbl does for one customer.
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

           MOVE ZEROS TO WS-QTD-EMAIL.
           MOVE ZEROS TO WS-QTD-PAPEL.
           MOVE ZEROS TO WS-QTD-INATIVOS.
           MOVE ZEROS TO WS-QTD-FALECIDOS.
           MOVE ZEROS TO WS-QTD-JA-CONTATADOS.
           MOVE ZEROS TO WS-QTD-AGRUPADOS.
           MOVE ZEROS TO WS-QTD-SEM-CONSENT.
           MOVE ZEROS TO WS-QTD-DEVOLVIDOS.
           MOVE ZEROS TO WS-DM-USADOS.
           MOVE ZEROS TO WS-QTD-RETIDOS.
           PERFORM CARREGAR-DOMICILIOS.

           MOVE "INI" TO WS-RUNLOG-EVENTO.
           ACCEPT WS-DATA-INICIAL.
           DISPLAY "DATA FINAL DO PERIODO (AAAAMMDD):".
           ACCEPT WS-DATA-FINAL.
           DISPLAY "DIAS DE RETENCAO APOS TROCA DE EMAIL OU ENDERECO "
               "(0 = 10):".
           ACCEPT WS-DIAS-AVISO.
           IF WS-DIAS-AVISO = ZEROS
               MOVE 10 TO WS-DIAS-AVISO
           END-IF.
           PERFORM CARREGAR-TROCAS-RECENTES.

           OPEN INPUT CLIENTE-FILE.
           IF WS-CLIENTE-STATUS = "35"
           CLOSE CLIENTE-FILE.
           CLOSE EMAIL-SPOOL.
           CLOSE PAPEL-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           PERFORM GRAVAR-RESUMO-DESPACHO.

               NOT AT END
                   ADD 1 TO WS-RUNLOG-LIDOS
      * Customers flagged inativo stay off the statement cycle the
      * same way they stay off the birthday mailing. A deceased
      * customer (SITUACAO "F") gets no statement either - the
      * estate statement from the death registration replaces it -
      * and is counted apart on the summary.
                   IF SITUACAO = "I" OR SITUACAO = "F"
                       IF SITUACAO = "F"
                           ADD 1 TO WS-QTD-FALECIDOS
                       ELSE
                           ADD 1 TO WS-QTD-INATIVOS
                       END-IF
                   ELSE
      * An opted-out customer (CONSENT-MKT "N") is suppressed from
      * the cycle and counted on the dispatch summary, so the run
      * line on the shared contact history with the channel used.
           IF WS-EMAIL-ATUAL = SPACES
               MOVE "EXTPAPEL" TO WS-CONTATO-EVENTO
               MOVE "P" TO WS-CANAL-ATUAL
           ELSE
               MOVE "EXTEMAIL" TO WS-CONTATO-EVENTO
               MOVE "E" TO WS-CANAL-ATUAL
           END-IF.
      * A destination changed inside the notice window gets no
      * statement on it yet - the change is exactly what a takeover
      * looks like, and the notices to the old and new destinations
      * need time to reach the real customer. The statement goes
      * out on the first cycle after the window, since nothing was
      * recorded on the contact history for it now.
           PERFORM VERIFICAR-TROCA-RECENTE.
           IF WS-TROCA-RECENTE = "S"
               ADD 1 TO WS-QTD-RETIDOS
               EXIT PARAGRAPH
           END-IF.
           CALL "VERIFICAR-CONTATO-CLIENTE" USING WS-CODIGO-ATUAL
               WS-CONTATO-EVENTO WS-JA-CONTATADO.
               CLOSE HOUSE-FILE
           END-IF.

       CARREGAR-TROCAS-RECENTES.
      * A change notice dated after the cut-off is inside the window:
      * with the 10-day default, a change made on the 1st holds the
      * statement through the 10th and releases it on the 11th.
           MOVE ZEROS TO WS-TR-USADOS.
           MOVE ZEROS TO WS-TR-PERDIDOS.
           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           COMPUTE WS-INT-DATA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSO)
               - WS-DIAS-AVISO.
           MOVE FUNCTION DATE-OF-INTEGER(WS-INT-DATA)
               TO WS-DATA-CORTE-AVISO.
           OPEN INPUT CONTATO-FILE.
           IF WS-CONTATO-STATUS = "35"
               CLOSE CONTATO-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CONTATO-STATUS NOT = "00"
               MOVE "CONTATO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTATO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-CONTATO-STATUS = "10"
               READ CONTATO-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CONTATO-STATUS NOT = "00"
                       AND WS-CONTATO-STATUS NOT = "10"
                   MOVE "CONTATO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CONTATO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF CONTATO-DATA > WS-DATA-CORTE-AVISO
                       AND (CONTATO-EVENTO = "AVEMLNOV"
                       OR CONTATO-EVENTO = "AVENDNOV")
                   IF WS-TR-USADOS < 5000
                       ADD 1 TO WS-TR-USADOS
                       MOVE CONTATO-CODIGO
                           TO WS-TR-CODIGO(WS-TR-USADOS)
                       IF CONTATO-EVENTO = "AVEMLNOV"
                           MOVE "E" TO WS-TR-CANAL(WS-TR-USADOS)
                       ELSE
                           MOVE "P" TO WS-TR-CANAL(WS-TR-USADOS)
                       END-IF
                   ELSE
                       ADD 1 TO WS-TR-PERDIDOS
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CONTATO-FILE.

       VERIFICAR-TROCA-RECENTE.
           MOVE "N" TO WS-TROCA-RECENTE.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TR-USADOS
               IF WS-TR-CODIGO(WS-TR-IDX) = WS-CODIGO-ATUAL
                       AND WS-TR-CANAL(WS-TR-IDX) = WS-CANAL-ATUAL
                   MOVE "S" TO WS-TROCA-RECENTE
               END-IF
           END-PERFORM.

       OBTER-DOMICILIO-CLIENTE.
           MOVE ZEROS TO WS-HH-ID-ATUAL.
           PERFORM VARYING WS-DOM-IDX FROM 1 BY 1
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
               IF TIT-CLIENTE = WS-CODIGO-ATUAL
                       AND (TIT-PAPEL = "T" OR TIT-PAPEL = "C")
                       AND WS-QTD-CONTAS < 20
                   MOVE TIT-CONTA TO CONTA-NUMERO
                   READ CONTA-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
      * Already listed when the customer is also the primary
      * titular (a merge can leave both links behind).
                           IF CONTA-CLIENTE NOT = WS-CODIGO-ATUAL
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

       SPOOLAR-UMA-CONTA.
      * One pass over the ledger per account; the line layout is
      * the one GRAVAR-LEDGER writes (timestamp, then CONTA= at a
           STRING "CONTA " WS-CC-NUMERO(WS-IDX-CONTA)
               " MOEDA " WS-CC-MOEDA(WS-IDX-CONTA)
               DELIMITED BY SIZE INTO SPOOL-LINE.
           IF WS-CC-PAPEL(WS-IDX-CONTA) = "T"
               MOVE "CONTA CONJUNTA - TITULAR" TO SPOOL-LINE(23:30)
           END-IF.
           IF WS-CC-PAPEL(WS-IDX-CONTA) = "C"
               MOVE "CONTA CONJUNTA - CO-TITULAR" TO SPOOL-LINE(23:30)
           END-IF.
           PERFORM GRAVAR-LINHA-SPOOL.

           MOVE WS-CC-NUMERO(WS-IDX-CONTA) TO WS-CONTA-TEXTO.
           END-IF.

           IF WS-QTD-MOVTOS = ZEROS
               MOVE WS-CC-SALDO(WS-IDX-CONTA) TO WS-SALDO-ATUAL-CAMPO
               MOVE SPACES TO SPOOL-LINE
               STRING "  SEM MOVIMENTO NO PERIODO - SALDO ATUAL "
                   WS-SALDO-ATUAL-CAMPO
                   DELIMITED BY SIZE INTO SPOOL-LINE
               PERFORM GRAVAR-LINHA-SPOOL
           END-IF.
               DELIMITED BY SIZE INTO RESUMO-LINE.
           PERFORM GRAVAR-LINHA-RESUMO.
           MOVE SPACES TO RESUMO-LINE.
           STRING "CLIENTES FALECIDOS PULADOS: " WS-QTD-FALECIDOS
               DELIMITED BY SIZE INTO RESUMO-LINE.
           PERFORM GRAVAR-LINHA-RESUMO.
           MOVE SPACES TO RESUMO-LINE.
           STRING "JA CONTATADOS NESTE CICLO (NAO REPETIDOS): "
               WS-QTD-JA-CONTATADOS
               DELIMITED BY SIZE INTO RESUMO-LINE.
               WS-QTD-DEVOLVIDOS
               DELIMITED BY SIZE INTO RESUMO-LINE.
           PERFORM GRAVAR-LINHA-RESUMO.
           MOVE SPACES TO RESUMO-LINE.
           STRING "RETIDOS POR TROCA DE DESTINO HA MENOS DE "
               WS-DIAS-AVISO " DIAS: " WS-QTD-RETIDOS
               DELIMITED BY SIZE INTO RESUMO-LINE.
           PERFORM GRAVAR-LINHA-RESUMO.
      * A change notice that did not fit the table would let that
      * customer's statement out early, so the overflow is said out
      * loud instead of passing quietly.
           IF WS-TR-PERDIDOS NOT = ZEROS
               MOVE SPACES TO RESUMO-LINE
               STRING "AVISO: TABELA DE TROCAS RECENTES ESTOUROU - "
                   "AVISOS NAO CONSIDERADOS: " WS-TR-PERDIDOS
                   DELIMITED BY SIZE INTO RESUMO-LINE
               PERFORM GRAVAR-LINHA-RESUMO
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           CLOSE RESUMO-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RESUMO-ARQUIVO.

       GRAVAR-LINHA-SPOOL.
           WRITE SPOOL-LINE.
