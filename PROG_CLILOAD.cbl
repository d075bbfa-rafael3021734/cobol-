      * Purpose: Bulk-load customers into the CLIENTE master from a
      *          transaction file in the CLIENTE.CPY layout, running
      *          each record through the same telephone and duplicate
      *          edits the TELACLIENTE screen applies (CPF check
      *          digits and uniqueness included), so absorbing a
      *          branch office stops meaning keying customers one at a
      *          time. Failures go to a reject file with a reason code
      *          so only the rejects need fixing and resubmitting.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS END-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT TRANS-FILE ASSIGN TO "CLILOAD.DAT"
      * WS-NOVO-CLIENTE mirror below, because a second COPY CLIENTE
      * here would collide with the master FD's field names.
       FD  TRANS-FILE.
        01 TRANS-REC PIC X(196).

       FD  REJEITO-FILE.
        01 REJEITO-REC.
         05 REJ-MOTIVO PIC 9(02).
         05 REJ-DADOS PIC X(196).

       FD  AUDIT-FILE.
        01 AUDIT-LINE PIC X(500).

       FD  BACKUP-FILE.
        01 BACKUP-REC PIC X(196).

      *=================================================================
       WORKING-STORAGE                         SECTION.
        77 WS-TELEFONE-OK    PIC X(01) VALUE "S".
        77 WS-CEP-OK         PIC X(01) VALUE "S".
        77 WS-CODIGO-EXISTE  PIC X(01) VALUE "N".
        77 WS-CPF-VALIDO     PIC X(01) VALUE "S".
        77 WS-CPF-EXISTE     PIC X(01) VALUE "N".
        77 WS-CPF-CODIGO-DONO PIC 9(06) VALUE ZEROS.
        77 WS-MOTIVO-REJEITO PIC 9(02) VALUE ZEROS.
        77 WS-DV-NUMERO      PIC 9(009) VALUE ZEROS.
        77 WS-DV-DIGITOS     PIC 9(002) VALUE ZEROS.
        77 WS-QTD-CARREGADOS PIC 9(05) VALUE ZEROS.
        77 WS-QTD-REJEITADOS PIC 9(05) VALUE ZEROS.
        77 WS-AUDIT-STATUS    PIC X(002) VALUE ZEROS.
        77 WS-SELO-MODO       PIC X(001) VALUE "G".
        77 WS-SELO-ARQUIVO    PIC X(030) VALUE "CLIAUDIT.LOG".
        77 WS-AUDIT-TIMESTAMP PIC X(026) VALUE SPACES.

      * The batch load has no terminal operator to sign on, so the
         05 WS-NOVO-CONSENT-DATA PIC 9(008).
         05 WS-NOVO-DEVOL-ENDERECO PIC X(001).
         05 WS-NOVO-DEVOL-EMAIL PIC X(001).
         05 WS-NOVO-CPF PIC X(011).
         05 WS-NOVO-CPF-NUM REDEFINES WS-NOVO-CPF PIC 9(011).
      *=================================================================
       PROCEDURE                               DIVISION.

      * Reason codes on the reject file: 01 nome ausente,
      * 02 telefone invalido, 03 codigo ja cadastrado,
      * 04 erro de gravacao, 05 cep invalido,
      * 06 digito verificador do codigo invalido,
      * 07 cpf ausente ou invalido, 08 cpf ja cadastrado.
           MOVE TRANS-REC TO WS-NOVO-CLIENTE.
           MOVE ZEROS TO WS-MOTIVO-REJEITO.

                               WS-DV-VALIDO
                           IF WS-DV-VALIDO = "N"
                               MOVE 6 TO WS-MOTIVO-REJEITO
                           ELSE
                               PERFORM VALIDAR-CPF-CLIENTE
                           END-IF
                       END-IF
                   END-IF
                   INVALID KEY
                       MOVE 4 TO WS-MOTIVO-REJEITO
               END-WRITE
               IF WS-CLIENTE-STATUS = "02"
                   MOVE "00" TO WS-CLIENTE-STATUS
               END-IF
               IF WS-CLIENTE-STATUS NOT = "00"
                       AND WS-CLIENTE-STATUS NOT = "22"
                   MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
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

       COPIAR-BACKUP-CLIENTE.
      * One pass over the open master into a dated snapshot before
               MOVE "N" TO WS-CEP-OK
           END-IF.

       VALIDAR-CPF-CLIENTE.
      * Every loaded customer must carry a CPF whose two check
      * digits hold - the same edit the TELACLIENTE screen applies -
      * and no other CODIGO may already hold it, so the same person
      * coming in under a misspelled name is refused here instead
      * of surfacing later as a duplicate.
           CALL "VERIFICAR-CPF" USING WS-NOVO-CPF WS-CPF-VALIDO.
           IF WS-CPF-VALIDO = "N"
               MOVE 7 TO WS-MOTIVO-REJEITO
           ELSE
               PERFORM VERIFICAR-CPF-DUPLICADO
               IF WS-CPF-EXISTE = "S"
                   MOVE 8 TO WS-MOTIVO-REJEITO
                   DISPLAY "CPF " WS-NOVO-CPF " DO CODIGO "
                       WS-NOVO-CODIGO " JA CADASTRADO NO CODIGO "
                       WS-CPF-CODIGO-DONO
               END-IF
           END-IF.

       VERIFICAR-CPF-DUPLICADO.
      * CLIENTE.DAT is keyed on CODIGO, so a repeated CPF is found by
      * one pass over the master; records loaded earlier in this run
      * are already on it and are caught the same way.
           MOVE "N" TO WS-CPF-EXISTE.
           MOVE ZEROS TO WS-CPF-CODIGO-DONO.
           MOVE ZEROS TO CODIGO.
           START CLIENTE-FILE KEY NOT LESS THAN CODIGO
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-CLIENTE-STATUS = "00"
               PERFORM UNTIL WS-CLIENTE-STATUS = "10"
                   READ CLIENTE-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-CLIENTE-STATUS NOT = "00"
                           AND WS-CLIENTE-STATUS NOT = "10"
                       MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF CPF = WS-NOVO-CPF
                           AND CODIGO NOT = WS-NOVO-CODIGO
                       MOVE "S" TO WS-CPF-EXISTE
                       MOVE CODIGO TO WS-CPF-CODIGO-DONO
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       VERIFICAR-DUPLICIDADE.
      * Reads the master by CODIGO before we ever get to WRITE, so a
      * repeat customer code is rejected instead of double-booked.
