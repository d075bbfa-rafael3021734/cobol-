      *          CLIENTE master and the total withheld - the
      *          statement the fiscal people ask for every January,
      *          which used to take three days of grepping closed
      *          ledgers. Each line carries the customer's CPF in
      *          the official 999.999.999-99 form, since the fiscal
      *          filing is keyed on it; a customer whose CPF was
      *          never captured prints CPF PENDENTE so the gap is
      *          chased before the filing goes out. Tax withheld on
      *          a joint account is split in equal shares among its
      *          titulares - the primary CONTA-CLIENTE plus every T
      *          or C holder on TITULARES.DAT - with the odd cent
      *          left with the primary titular, and each customer
      *          prints once with the sum of their shares.
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

           SELECT TITULAR-FILE ASSIGN TO "TITULARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WS-TITULAR-STATUS.

           SELECT IR-REPORT ASSIGN TO "IRANUAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
         05 IRA-ANO PIC 9(04).
         05 IRA-CLIENTE PIC 9(06).
         05 IRA-VALOR PIC 9(10)V99.
      * Blank on lines written before the account was carried; those
      * stay with IRA-CLIENTE whole.
         05 IRA-CONTA PIC 9(05).

       FD  CLIENTE-FILE.
           COPY CLIENTE.

       FD  TITULAR-FILE.
           COPY TITULAR.

       FD  IR-REPORT.
        01 IR-LINE PIC X(100).


        77 WS-IRACUM-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-CLIENTE-STATUS PIC X(02) VALUE ZEROS.
        77 WS-TITULAR-STATUS PIC X(02) VALUE ZEROS.
        77 WS-TEM-TITULARES  PIC X(01) VALUE "N".
        77 WS-REPORT-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "IRANUAL.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_IRANUAL".
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-QTD-CLIENTES   PIC 9(05) VALUE ZEROS.
        77 WS-TOTAL-ANO      PIC 9(12)V99 VALUE ZEROS.
        77 WS-NOME-CLIENTE   PIC X(030) VALUE SPACES.
        77 WS-CPF-CAMPO      PIC X(014) VALUE SPACES.
        77 WS-VALOR-CAMPO    PIC Z(9)9.99.
        77 WS-TOTAL-CAMPO    PIC Z(11)9.99.
        77 WS-CODIGO-LINHA   PIC 9(06) VALUE ZEROS.
        77 WS-QTD-PARTILHADOS PIC 9(05) VALUE ZEROS.
        77 WS-QTD-DONOS      PIC 9(02) VALUE ZEROS.
        77 WS-IDX-DONO       PIC 9(02) VALUE ZEROS.
        77 WS-COTA           PIC 9(10)V99 VALUE ZEROS.
        77 WS-SOBRA          PIC 9(10)V99 VALUE ZEROS.
        77 WS-VALOR-CREDITO  PIC 9(10)V99 VALUE ZEROS.
        77 WS-CODIGO-CREDITO PIC 9(06) VALUE ZEROS.
        77 WS-PARTILHA-CREDITO PIC X(01) VALUE "N".
        77 WS-IR-USADOS      PIC 9(05) VALUE ZEROS.
        77 WS-IR-IDX         PIC 9(05) VALUE ZEROS.
        77 WS-IR-SLOT        PIC 9(05) VALUE ZEROS.

      * Owners of the account whose tax is being split: the primary
      * titular first, then the T and C holders off TITULARES.DAT.
        01 WS-DONOS-CONTA.
         05 WS-DONO-CODIGO PIC 9(06) OCCURS 20 TIMES.

      * Tax per customer for the year after the joint-account split,
      * in the order customers first appear on IRACUM.DAT. PARTILHA
      * is "S" when part of the total came from a joint account.
        01 WS-IR-CLIENTES.
         05 WS-IR-ENTRY OCCURS 20000 TIMES.
          10 WS-IR-CLIENTE PIC 9(06).
          10 WS-IR-VALOR PIC 9(10)V99.
          10 WS-IR-PARTILHA PIC X(01).
      *=================================================================
       PROCEDURE                               DIVISION.

               DELIMITED BY SIZE INTO IR-LINE.
           PERFORM GRAVAR-LINHA-IR.

      * The holder file is optional: without it every account has
      * only its primary titular and the statement prints as before.
           OPEN INPUT TITULAR-FILE.
           IF WS-TITULAR-STATUS = "35"
               CLOSE TITULAR-FILE
           ELSE
               IF WS-TITULAR-STATUS NOT = "00"
                   MOVE "TITULAR-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-TITULAR-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE "S" TO WS-TEM-TITULARES
           END-IF.

           PERFORM UNTIL WS-IRACUM-STATUS = "10"
               READ IRACUM-FILE
                   AT END
               END-IF
               IF IRA-ANO = WS-ANO-DECLARACAO
                       AND IRA-VALOR NOT = ZEROS
                   ADD IRA-VALOR TO WS-TOTAL-ANO
                   PERFORM PARTILHAR-IR-CONTA
               END-IF
           END-PERFORM.
           CLOSE IRACUM-FILE.
           IF WS-TEM-TITULARES = "S"
               CLOSE TITULAR-FILE
           END-IF.

           PERFORM VARYING WS-IR-IDX FROM 1 BY 1
                   UNTIL WS-IR-IDX > WS-IR-USADOS
               IF WS-IR-VALOR(WS-IR-IDX) NOT = ZEROS
                   ADD 1 TO WS-QTD-CLIENTES
                   MOVE WS-IR-CLIENTE(WS-IR-IDX) TO WS-CODIGO-LINHA
                   PERFORM BUSCAR-NOME-CLIENTE
                   MOVE WS-IR-VALOR(WS-IR-IDX) TO WS-VALOR-CAMPO
                   MOVE SPACES TO IR-LINE
                   STRING "  CLIENTE " WS-CODIGO-LINHA
                       " " WS-NOME-CLIENTE
                       " CPF " WS-CPF-CAMPO
                       " IR RETIDO " WS-VALOR-CAMPO
                       DELIMITED BY SIZE INTO IR-LINE
                   IF WS-IR-PARTILHA(WS-IR-IDX) = "S"
                       MOVE "*" TO IR-LINE(92:1)
                       ADD 1 TO WS-QTD-PARTILHADOS
                   END-IF
                   PERFORM GRAVAR-LINHA-IR
               END-IF
           END-PERFORM.

           MOVE WS-TOTAL-ANO TO WS-TOTAL-CAMPO.
           MOVE SPACES TO IR-LINE.
               " TOTAL RETIDO NO ANO: " WS-TOTAL-CAMPO
               DELIMITED BY SIZE INTO IR-LINE.
           PERFORM GRAVAR-LINHA-IR.
           IF WS-QTD-PARTILHADOS NOT = ZEROS
               MOVE SPACES TO IR-LINE
               STRING "* INCLUI COTA DE IR DE CONTA CONJUNTA, "
                   "PARTILHADO EM PARTES IGUAIS ENTRE OS TITULARES"
                   DELIMITED BY SIZE INTO IR-LINE
               PERFORM GRAVAR-LINHA-IR
           END-IF.
           CLOSE IR-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           DISPLAY "DECLARACAO GERADA EM IRANUAL.TXT - CLIENTES: "
               WS-QTD-CLIENTES.
      * A customer withheld against but no longer on the live
      * master (archived meanwhile) still prints, flagged so.
           MOVE "CLIENTE NAO ENCONTRADO" TO WS-NOME-CLIENTE.
           MOVE "CPF PENDENTE" TO WS-CPF-CAMPO.
           OPEN INPUT CLIENTE-FILE.
           IF WS-CLIENTE-STATUS = "35"
               CLOSE CLIENTE-FILE
                   MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE WS-CODIGO-LINHA TO CODIGO
               READ CLIENTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOME TO WS-NOME-CLIENTE
                       IF CPF NOT = SPACES
                           STRING CPF(1:3) "." CPF(4:3) "."
                               CPF(7:3) "-" CPF(10:2)
                               DELIMITED BY SIZE INTO WS-CPF-CAMPO
                       END-IF
               END-READ
               IF WS-CLIENTE-STATUS NOT = "00"
                       AND WS-CLIENTE-STATUS NOT = "23"
               CLOSE CLIENTE-FILE
           END-IF.

       PARTILHAR-IR-CONTA.
      * The primary titular is the CONTA-CLIENTE the tax was
      * withheld under; the T and C holders of the account join
      * them, the procurador does not. Each owner gets the value
      * divided by the number of owners, truncated to the cent,
      * and whatever cents the division leaves go to the primary,
      * so the shares always add back to what was withheld.
           MOVE 1 TO WS-QTD-DONOS.
           MOVE IRA-CLIENTE TO WS-DONO-CODIGO(1).
           IF IRA-CONTA IS NUMERIC AND IRA-CONTA NOT = ZEROS
                   AND WS-TEM-TITULARES = "S"
               PERFORM COLETAR-DONOS-CONTA
           END-IF.
           DIVIDE IRA-VALOR BY WS-QTD-DONOS GIVING WS-COTA.
           COMPUTE WS-SOBRA = IRA-VALOR - (WS-COTA * WS-QTD-DONOS).
           IF WS-QTD-DONOS > 1
               MOVE "S" TO WS-PARTILHA-CREDITO
           ELSE
               MOVE "N" TO WS-PARTILHA-CREDITO
           END-IF.
           PERFORM VARYING WS-IDX-DONO FROM 1 BY 1
                   UNTIL WS-IDX-DONO > WS-QTD-DONOS
               MOVE WS-DONO-CODIGO(WS-IDX-DONO) TO WS-CODIGO-CREDITO
               MOVE WS-COTA TO WS-VALOR-CREDITO
               IF WS-IDX-DONO = 1
                   ADD WS-SOBRA TO WS-VALOR-CREDITO
               END-IF
               PERFORM CREDITAR-IR-CLIENTE
           END-PERFORM.

       COLETAR-DONOS-CONTA.
           MOVE IRA-CONTA TO TIT-CONTA.
           MOVE ZEROS TO TIT-CLIENTE.
           START TITULAR-FILE KEY NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
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
               IF TIT-CONTA NOT = IRA-CONTA
                   EXIT PERFORM
               END-IF
               IF (TIT-PAPEL = "T" OR TIT-PAPEL = "C")
                       AND TIT-CLIENTE NOT = IRA-CLIENTE
                       AND WS-QTD-DONOS < 20
                   ADD 1 TO WS-QTD-DONOS
                   MOVE TIT-CLIENTE TO WS-DONO-CODIGO(WS-QTD-DONOS)
               END-IF
           END-PERFORM.

       CREDITAR-IR-CLIENTE.
           MOVE ZEROS TO WS-IR-SLOT.
           PERFORM VARYING WS-IR-IDX FROM 1 BY 1
                   UNTIL WS-IR-IDX > WS-IR-USADOS
                   OR WS-IR-SLOT NOT = ZEROS
               IF WS-IR-CLIENTE(WS-IR-IDX) = WS-CODIGO-CREDITO
                   MOVE WS-IR-IDX TO WS-IR-SLOT
               END-IF
           END-PERFORM.
           IF WS-IR-SLOT = ZEROS
               IF WS-IR-USADOS NOT < 20000
      * A statement missing customers is worse than none; stop and
      * let the table be widened.
                   DISPLAY "TABELA DE CLIENTES DA DECLARACAO CHEIA - "
                       "AUMENTE A TABELA ANTES DE RODAR"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-IR-USADOS
               MOVE WS-IR-USADOS TO WS-IR-SLOT
               MOVE WS-CODIGO-CREDITO TO WS-IR-CLIENTE(WS-IR-SLOT)
               MOVE ZEROS TO WS-IR-VALOR(WS-IR-SLOT)
               MOVE "N" TO WS-IR-PARTILHA(WS-IR-SLOT)
           END-IF.
           ADD WS-VALOR-CREDITO TO WS-IR-VALOR(WS-IR-SLOT).
           IF WS-PARTILHA-CREDITO = "S"
               MOVE "S" TO WS-IR-PARTILHA(WS-IR-SLOT)
           END-IF.

       GRAVAR-LINHA-IR.
           WRITE IR-LINE.
           IF WS-REPORT-STATUS NOT = "00"
