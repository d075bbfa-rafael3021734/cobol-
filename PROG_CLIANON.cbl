      * Purpose: Data-erasure batch for formal anonymization requests:
      *          driven by the ANONREQ.DAT list of CODIGOs, it
      *          overwrites NOME, NASCIMENTO, the two TELEFONE
      *          fields, EMAIL, the ENDERECO block, and the CPF with
      *          anonymized values in all three places a customer's
      *          details live - the CLIENTE.DAT master, the
      *          CLIHIST.DAT archive, and the before/after images on
      *          CLIAUDIT.LOG - while keeping the record skeleton
      *          (CODIGO, SITUACAO, flags) so the control totals
      *          still balance, drops the customer's procurador
      *          links on TITULARES.DAT while keeping the titular
      *          and co-titular ones the accounts' ownership rests
      *          on, and prints a per-request certificate
      *          to ANONCERT.TXT with a sign-off line. Erasure by
      *          hand editor is how shops end up in the newspaper.
      * Tectonics: cobc
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS END-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT HIST-FILE ASSIGN TO "CLIHIST.DAT"
               RECORD KEY IS HIST-CODIGO
               FILE STATUS IS WS-HIST-STATUS.

           SELECT TITULAR-FILE ASSIGN TO "TITULARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WS-TITULAR-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "CLIAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  HIST-FILE.
        01 HIST-REC.
         05 HIST-CODIGO PIC 9(006).
         05 HIST-DADOS PIC X(190).

       FD  TITULAR-FILE.
           COPY TITULAR.

       FD  AUDIT-FILE.
        01 AUDIT-LINE PIC X(500).

       FD  AUDTMP-FILE.
        01 AUDTMP-LINE PIC X(500).

       FD  CERT-REPORT.
        01 CERT-LINE PIC X(100).
        77 WS-REQ-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-CLIENTE-STATUS PIC X(02) VALUE ZEROS.
        77 WS-HIST-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-TITULAR-STATUS PIC X(02) VALUE ZEROS.
        77 WS-AUDIT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-AUDTMP-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-SELO-MODO      PIC X(01) VALUE "R".
        77 WS-SELO-ARQUIVO   PIC X(030) VALUE "CLIAUDIT.LOG".
        77 WS-CERT-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "ANONCERT.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_CLIANON".
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-NO-MASTER      PIC X(01) VALUE "N".
        77 WS-NO-HISTORICO   PIC X(01) VALUE "N".
        77 WS-LINHAS-AUDIT   PIC 9(05) VALUE ZEROS.
        77 WS-QTD-PROCURACOES PIC 9(03) VALUE ZEROS.
        77 WS-QTD-TITULARIDADES PIC 9(03) VALUE ZEROS.
        77 WS-OPERADOR-ID    PIC X(08) VALUE SPACES.
        77 WS-OPERADOR-SENHA PIC X(08) VALUE SPACES.
        77 WS-OPER-AUTORIZADO PIC X(01) VALUE "N".
         05 WS-ANON-CONSENT-DATA PIC 9(008).
         05 WS-ANON-DEVOL-ENDERECO PIC X(001).
         05 WS-ANON-DEVOL-EMAIL PIC X(001).
         05 WS-ANON-CPF PIC X(011).

      * Pre-widening image layout (four-digit code, no consent or
      * returned-mail fields), used only to scrub old CLIAUDIT.LOG

           CLOSE REQ-FILE.
           CLOSE CERT-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           DISPLAY "ANONIMIZACAO - PEDIDOS PROCESSADOS: "
               WS-QTD-PEDIDOS.
                   PERFORM ANONIMIZAR-NO-MASTER
                   PERFORM ANONIMIZAR-NO-HISTORICO
                   PERFORM ANONIMIZAR-NO-AUDIT
                   PERFORM ANONIMIZAR-TITULARES
                   PERFORM GRAVAR-CERTIFICADO
           END-READ.
           IF WS-REQ-STATUS NOT = "00"
           MOVE "0000000000" TO WS-ANON-TELEFONE-CEL.
           MOVE SPACES TO WS-ANON-EMAIL.
           MOVE SPACES TO WS-ANON-ENDERECO.
           MOVE SPACES TO WS-ANON-CPF.

       ANONIMIZAR-NO-MASTER.
           MOVE "N" TO WS-NO-MASTER.
                                   WS-CLIENTE-STATUS
                               MOVE 8 TO WS-RETURN-CODE
                       END-REWRITE
                       IF WS-CLIENTE-STATUS = "02"
                           MOVE "00" TO WS-CLIENTE-STATUS
                       END-IF
                       IF WS-CLIENTE-STATUS = "00"
                           MOVE "S" TO WS-NO-MASTER
                       END-IF
      * CLIAUDIT.TMP untouched - the split-and-rewrite the other
      * sequential files already use. Lines written before the
      * consent, returned-mail, and key-widening fields carry
      * 172-byte images with DEPOIS= at 242; lines from before the
      * CPF carry 185 bytes with DEPOIS= at 255; current lines
      * carry 196 bytes with DEPOIS= at 266 - the marker position
      * tells them apart, and the oldest images are scrubbed
      * through their own pre-widening layout below.
           MOVE ZEROS TO WS-LINHAS-AUDIT.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               PERFORM REGRAVAR-AUDIT
           END-IF.

       ANONIMIZAR-TITULARES.
      * A titular or co-titular link is part of the account's
      * ownership skeleton, the same as CONTA-CLIENTE, and stays -
      * it carries only the two codes, and the tax split and the
      * statements of the other holders depend on it. A procurador
      * link records a personal power of attorney with no financial
      * role, so it goes; the certificate counts both.
           MOVE ZEROS TO WS-QTD-PROCURACOES.
           MOVE ZEROS TO WS-QTD-TITULARIDADES.
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
               IF TIT-CLIENTE = WS-CODIGO-ANON
                   IF TIT-PAPEL = "P"
                       DELETE TITULAR-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       IF WS-TITULAR-STATUS NOT = "00"
                               AND WS-TITULAR-STATUS NOT = "23"
                           MOVE "TITULAR-FILE" TO WS-ERRO-ARQUIVO
                           MOVE WS-TITULAR-STATUS TO WS-ERRO-STATUS
                           PERFORM TRATAR-ERRO-ARQUIVO
                       END-IF
                       IF WS-TITULAR-STATUS = "00"
                           ADD 1 TO WS-QTD-PROCURACOES
                       END-IF
                   ELSE
                       ADD 1 TO WS-QTD-TITULARIDADES
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE TITULAR-FILE.

       LIMPAR-IMAGENS-NOVAS.
      * A pre-CPF image is the current layout minus the trailing
      * CPF, so both are scrubbed through WS-ANON-CLIENTE, only
      * the image length differing.
           IF AUDIT-LINE(255:8) = " DEPOIS="
               MOVE 185 TO WS-TAM-IMAGEM
               MOVE 263 TO WS-POS-DEPOIS
           ELSE
               MOVE 196 TO WS-TAM-IMAGEM
               MOVE 274 TO WS-POS-DEPOIS
           END-IF.
           IF AUDIT-LINE(70:6) = WS-CODIGO-ANON
               MOVE AUDIT-LINE(70:WS-TAM-IMAGEM) TO WS-ANON-CLIENTE
               PERFORM LIMPAR-CAMPOS-PESSOAIS
               MOVE WS-ANON-CLIENTE(1:WS-TAM-IMAGEM)
                   TO AUDIT-LINE(70:WS-TAM-IMAGEM)
               ADD 1 TO WS-LINHAS-AUDIT
           END-IF.
           IF AUDIT-LINE(WS-POS-DEPOIS:6) = WS-CODIGO-ANON
               MOVE AUDIT-LINE(WS-POS-DEPOIS:WS-TAM-IMAGEM)
                   TO WS-ANON-CLIENTE
               PERFORM LIMPAR-CAMPOS-PESSOAIS
               MOVE WS-ANON-CLIENTE(1:WS-TAM-IMAGEM)
                   TO AUDIT-LINE(WS-POS-DEPOIS:WS-TAM-IMAGEM)
               ADD 1 TO WS-LINHAS-AUDIT
           END-IF.

           END-PERFORM.
           CLOSE AUDTMP-FILE.
           CLOSE AUDIT-FILE.
      * The scrubbed images change the sealed text, so the chain is
      * rebuilt over the rewritten log.
           CALL "SELAR-LINHA-LOG" USING WS-SELO-MODO WS-SELO-ARQUIVO
               AUDIT-LINE.

       GRAVAR-CERTIFICADO.
           MOVE SPACES TO CERT-LINE.
               DELIMITED BY SIZE INTO CERT-LINE.
           PERFORM GRAVAR-LINHA-CERT.
           MOVE SPACES TO CERT-LINE.
           STRING "  PROCURACOES REMOVIDAS=" WS-QTD-PROCURACOES
               " TITULARIDADES MANTIDAS=" WS-QTD-TITULARIDADES
               DELIMITED BY SIZE INTO CERT-LINE.
           PERFORM GRAVAR-LINHA-CERT.
           MOVE SPACES TO CERT-LINE.
           STRING "  DADOS PESSOAIS SOBRESCRITOS EM " WS-HOJE
               "  RESPONSAVEL: " WS-OPERADOR-ID
               "  ASSINATURA: ______________________"
