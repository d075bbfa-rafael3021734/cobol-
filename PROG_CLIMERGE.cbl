      *          surviving CODIGO and the losing CODIGO, and in one
      *          run the loser's XREF.DAT links and CONTA-CLIENTE
      *          ownerships on CONTAS.DAT are re-pointed to the
      *          survivor, the loser's extra-holder links on
      *          TITULARES.DAT follow them, the loser's pre-merge
      *          image is carried
      *          into CLIHIST.DAT the way PROG_CLIARCH.cbl archives,
      *          and the loser is flagged inativo on the master so
      *          the mailings drop it - every step leaving its
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS END-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT HIST-FILE ASSIGN TO "CLIHIST.DAT"
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT TITULAR-FILE ASSIGN TO "TITULARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WS-TITULAR-STATUS.

           SELECT XREF-FILE ASSIGN TO "XREF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
       FD  HIST-FILE.
        01 HIST-REC.
         05 HIST-CODIGO PIC 9(006).
         05 HIST-DADOS PIC X(190).

       FD  CONTA-FILE.
           COPY CONTA.

       FD  TITULAR-FILE.
           COPY TITULAR.

       FD  XREF-FILE.
           COPY XREF.

         05 XT-VIGENCIA-ATE PIC 9(008).

       FD  AUDIT-FILE.
        01 AUDIT-LINE PIC X(500).

      *=================================================================
       WORKING-STORAGE                         SECTION.
        77 WS-CLIENTE-STATUS PIC X(02) VALUE ZEROS.
        77 WS-HIST-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-CONTA-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-TITULAR-STATUS PIC X(02) VALUE ZEROS.
        77 WS-XREF-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-XREFTMP-STATUS PIC X(02) VALUE ZEROS.
        77 WS-AUDIT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-SELO-MODO      PIC X(01) VALUE "G".
        77 WS-SELO-ARQUIVO   PIC X(030) VALUE "CLIAUDIT.LOG".
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-FUNCAO-LOGIN   PIC X(01) VALUE "C".
        77 WS-AUDIT-TIMESTAMP PIC X(026) VALUE SPACES.
        77 WS-AUDIT-OPERACAO PIC X(008) VALUE SPACES.
        77 WS-AUDIT-ANTES    PIC X(196) VALUE SPACES.
        77 WS-AUDIT-DEPOIS   PIC X(196) VALUE SPACES.
        77 WS-IMAGEM-SAI     PIC X(196) VALUE SPACES.
        77 WS-CONFIRMACAO    PIC X(01) VALUE "N".
        77 WS-QTD-TITULARES  PIC 9(03) VALUE ZEROS.
        77 WS-TS-USADOS      PIC 9(03) VALUE ZEROS.
        77 WS-TS-IDX         PIC 9(03) VALUE ZEROS.

      * The loser's holder links, lifted off TITULARES.DAT before
      * they are written back under the survivor's code - the key
      * itself changes, so each is a delete and a fresh write.
        01 WS-TITULARES-SAI.
         05 WS-TS-ENTRY OCCURS 200 TIMES.
          10 WS-TS-CONTA PIC 9(05).
          10 WS-TS-PAPEL PIC X(01).
          10 WS-TS-INCLUSAO PIC 9(08).
          10 WS-TS-OPERADOR PIC X(08).
      *=================================================================
       PROCEDURE                               DIVISION.


           PERFORM REAPONTAR-XREF.
           PERFORM REAPONTAR-CONTAS.
           PERFORM REAPONTAR-TITULARES.
           PERFORM HISTORIAR-PERDEDOR.
           PERFORM INATIVAR-PERDEDOR.

           CLOSE CLIENTE-FILE.

           DISPLAY "FUSAO CONCLUIDA - LIGACOES XREF REAPONTADAS: "
               WS-QTD-XREF " CONTAS REAPONTADAS: " WS-QTD-CONTAS
               " TITULARIDADES REAPONTADAS: " WS-QTD-TITULARES.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

               CLOSE CONTA-FILE
           END-IF.

       REAPONTAR-TITULARES.
      * Runs after the accounts are re-pointed, so CONTA-CLIENTE
      * already names the survivor on the loser's own accounts. A
      * loser's link whose account the survivor now owns outright,
      * or already holds, is dropped instead of carried - nobody is
      * ever counted twice on one account - and for the same reason
      * a survivor link to an account the merge just made theirs is
      * dropped too.
           MOVE ZEROS TO WS-QTD-TITULARES.
           MOVE ZEROS TO WS-TS-USADOS.
           OPEN I-O TITULAR-FILE.
           IF WS-TITULAR-STATUS = "35"
               CLOSE TITULAR-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-TITULAR-STATUS NOT = "00"
               MOVE "TITULAR-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TITULAR-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
      * No account master means no account anyone could hold; the
      * maintenance screen never writes a link without one.
           OPEN INPUT CONTA-FILE.
           IF WS-CONTA-STATUS = "35"
               CLOSE CONTA-FILE
               CLOSE TITULAR-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CONTA-STATUS NOT = "00"
               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
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
               IF TIT-CLIENTE = WS-CODIGO-SAI
                   IF WS-TS-USADOS < 200
                       ADD 1 TO WS-TS-USADOS
                       MOVE TIT-CONTA TO WS-TS-CONTA(WS-TS-USADOS)
                       MOVE TIT-PAPEL TO WS-TS-PAPEL(WS-TS-USADOS)
                       MOVE TIT-INCLUSAO
                           TO WS-TS-INCLUSAO(WS-TS-USADOS)
                       MOVE TIT-OPERADOR
                           TO WS-TS-OPERADOR(WS-TS-USADOS)
                       PERFORM EXCLUIR-TITULAR-LIDO
                   ELSE
                       DISPLAY "TITULARIDADE DA CONTA " TIT-CONTA
                           " NAO REAPONTADA - LIMITE DA FUSAO"
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
               END-IF
               IF TIT-CLIENTE = WS-CODIGO-FICA
                   MOVE TIT-CONTA TO CONTA-NUMERO
                   PERFORM LER-CONTA-TITULAR
                   IF WS-CONTA-STATUS = "00"
                           AND CONTA-CLIENTE = WS-CODIGO-FICA
                       PERFORM EXCLUIR-TITULAR-LIDO
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
                   UNTIL WS-TS-IDX > WS-TS-USADOS
               MOVE WS-TS-CONTA(WS-TS-IDX) TO CONTA-NUMERO
               PERFORM LER-CONTA-TITULAR
               IF WS-CONTA-STATUS NOT = "00"
                       OR CONTA-CLIENTE NOT = WS-CODIGO-FICA
                   MOVE WS-TS-CONTA(WS-TS-IDX) TO TIT-CONTA
                   MOVE WS-CODIGO-FICA TO TIT-CLIENTE
                   MOVE WS-TS-PAPEL(WS-TS-IDX) TO TIT-PAPEL
                   MOVE WS-TS-INCLUSAO(WS-TS-IDX) TO TIT-INCLUSAO
                   MOVE WS-TS-OPERADOR(WS-TS-IDX) TO TIT-OPERADOR
                   WRITE TITULAR-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-TITULAR-STATUS NOT = "00"
                           AND WS-TITULAR-STATUS NOT = "22"
                       MOVE "TITULAR-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-TITULAR-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF WS-TITULAR-STATUS = "00"
                       ADD 1 TO WS-QTD-TITULARES
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CONTA-FILE.
           CLOSE TITULAR-FILE.

       LER-CONTA-TITULAR.
           READ CONTA-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CONTA-STATUS NOT = "00"
                   AND WS-CONTA-STATUS NOT = "23"
               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       EXCLUIR-TITULAR-LIDO.
           DELETE TITULAR-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-TITULAR-STATUS NOT = "00"
                   AND WS-TITULAR-STATUS NOT = "23"
               MOVE "TITULAR-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TITULAR-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       HISTORIAR-PERDEDOR.
      * The loser's pre-merge image goes to CLIHIST.DAT the way the
      * archive carries a record, so the merge can always be traced
                           WS-CLIENTE-STATUS
                       MOVE 8 TO WS-RETURN-CODE
               END-REWRITE
               IF WS-CLIENTE-STATUS = "02"
                   MOVE "00" TO WS-CLIENTE-STATUS
               END-IF
               IF WS-CLIENTE-STATUS NOT = "00"
                       AND WS-CLIENTE-STATUS NOT = "23"
                   MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
               " DEPOIS=" DELIMITED BY SIZE
               WS-AUDIT-DEPOIS DELIMITED BY SIZE
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
