               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS END-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT CLIENTE-REPORT ASSIGN TO "CLIRELAT.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.

      * Confirmation notices for a changed EMAIL or ENDERECO, sent to
      * the old destination as well as the new one so a takeover
      * attempt reaches the real customer. E-mail notices queue on
      * the AVISOEML.DAT outbound interface in the EXTEMAIL.DAT
      * header/trailer shape; letters queue on the AVISOPAP.TXT
      * mailroom list. Both accumulate until the gateway and the
      * mailroom pick them up.
           SELECT AVISO-EMAIL ASSIGN TO "AVISOEML.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVISO-EMAIL-STATUS.

           SELECT AVISO-PAPEL ASSIGN TO "AVISOPAP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVISO-PAPEL-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
        01 REPORT-LINE PIC X(080).

       FD  AUDIT-FILE.
        01 AUDIT-LINE PIC X(500).

       FD  PARAM-FILE.
        01 PARAM-LINE PIC X(196).

       FD  BACKUP-FILE.
        01 BACKUP-REC PIC X(196).

       FD  AVISO-EMAIL.
        01 AVISO-EMAIL-LINE PIC X(180).

       FD  AVISO-PAPEL.
        01 AVISO-PAPEL-LINE PIC X(132).
      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-TELEFONE-OK    PIC X(01) VALUE "S".
        77 WS-CEP-OK         PIC X(01) VALUE "S".
        77 WS-CODIGO-EXISTE  PIC X(01) VALUE "N".
        77 WS-CPF-OK         PIC X(01) VALUE "S".
        77 WS-CPF-EXISTE     PIC X(01) VALUE "N".
        77 WS-CPF-CODIGO-DONO PIC 9(006) VALUE ZEROS.
        77 WS-CPF-ANTERIOR   PIC X(011) VALUE SPACES.
        77 WS-CRT-STATUS     PIC 9(04) VALUE ZEROS.
        77 WS-CANCELADO      PIC X(01) VALUE "N".
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-CONSENT-ANTERIOR PIC X(001) VALUE SPACES.
        77 WS-EMAIL-ANTERIOR  PIC X(040) VALUE SPACES.
        77 WS-ENDERECO-ANTERIOR PIC X(060) VALUE SPACES.
        77 WS-AVISO-EMAIL-STATUS PIC X(002) VALUE ZEROS.
        77 WS-AVISO-PAPEL-STATUS PIC X(002) VALUE ZEROS.
        77 WS-AVISO-DESTINO   PIC X(040) VALUE SPACES.
        77 WS-AVISO-QUAL      PIC X(009) VALUE SPACES.
        77 WS-CONTATO-EVENTO  PIC X(008) VALUE SPACES.
        77 WS-CONTATO-DESTINO PIC X(040) VALUE SPACES.
        77 WS-DV-NUMERO       PIC 9(009) VALUE ZEROS.
        77 WS-DV-DIGITOS      PIC 9(002) VALUE ZEROS.
        77 WS-DV-VALIDO       PIC X(001) VALUE "S".
        77 WS-AUDIT-STATUS    PIC X(002) VALUE ZEROS.
        77 WS-SELO-MODO       PIC X(001) VALUE "G".
        77 WS-SELO-ARQUIVO    PIC X(030) VALUE "CLIAUDIT.LOG".
        77 WS-OPERADOR-ID     PIC X(008) VALUE SPACES.
        77 WS-OPERADOR-SENHA  PIC X(008) VALUE SPACES.
        77 WS-OPER-AUTORIZADO PIC X(001) VALUE "N".
        77 WS-CTL-CONFERE     PIC X(001) VALUE "S".
        77 WS-AUDIT-TIMESTAMP PIC X(026) VALUE SPACES.
        77 WS-AUDIT-OPERACAO  PIC X(008) VALUE SPACES.
        77 WS-AUDIT-ANTES     PIC X(196) VALUE SPACES.
        77 WS-AUDIT-DEPOIS    PIC X(196) VALUE SPACES.
        77 WS-PAGINA-RELATORIO PIC 9(004) VALUE ZEROS.
        77 WS-TITULO-RELATORIO PIC X(040)
            VALUE "RELATORIO DE CLIENTE CADASTRADO".
         05 WS-NOVO-CONSENT-DATA PIC 9(008).
         05 WS-NOVO-DEVOL-ENDERECO PIC X(001).
         05 WS-NOVO-DEVOL-EMAIL PIC X(001).
         05 WS-NOVO-CPF PIC X(011).
         05 WS-NOVO-CPF-NUM REDEFINES WS-NOVO-CPF PIC 9(011).

      *=================================================================
       LINKAGE                                 SECTION.
            LINE 07 COLUMN 29 PIC X(030)
            USING WS-NOVO-NOME
            HIGHLIGHT.
        05   TCPF
            LINE 08 COLUMN 29 PIC X(011)
            USING WS-NOVO-CPF
            HIGHLIGHT.
        05   TNASCDIA
            LINE 09 COLUMN 29 PIC 9(02)
            USING WS-NOVO-NASC-DIA
               PERFORM VALIDAR-CEP
               PERFORM VERIFICAR-DUPLICIDADE
               PERFORM VERIFICAR-DV-CODIGO
      * A new customer must come with a CPF: the annual withholding
      * statement is worthless without one.
               MOVE SPACES TO WS-CPF-ANTERIOR
               PERFORM VALIDAR-CPF-CLIENTE

               IF WS-DV-VALIDO = "N"
                   DISPLAY "DIGITO VERIFICADOR DO CODIGO INVALIDO, "
                       "CLIENTE NAO GRAVADO: " WS-NOVO-CODIGO
                   MOVE 4 TO WS-RETURN-CODE
               ELSE
               IF WS-CPF-OK = "N"
                   PERFORM INFORMAR-CPF-RECUSADO
                   MOVE 4 TO WS-RETURN-CODE
               ELSE
               IF WS-TELEFONE-OK = "N"
                   DISPLAY "TELEFONE INVALIDO, CLIENTE NAO GRAVADO: "
                       WS-NOVO-TELEFONE-RESIDENCIAL
                                   WS-CLIENTE-STATUS
                               MOVE 8 TO WS-RETURN-CODE
                       END-WRITE
                       IF WS-CLIENTE-STATUS = "02"
                           MOVE "00" TO WS-CLIENTE-STATUS
                       END-IF
                       IF WS-CLIENTE-STATUS NOT = "00"
                               AND WS-CLIENTE-STATUS NOT = "22"
                           MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
                   END-IF
               END-IF
               END-IF
               END-IF

               IF WS-TELEFONE-OK = "S" AND WS-CEP-OK = "S"
                       AND WS-CODIGO-EXISTE = "N"
                       AND WS-DV-VALIDO = "S"
                       AND WS-CPF-OK = "S"
                   DISPLAY WS-NOVO-CLIENTE
                   PERFORM IMPRIMIR-RELATORIO-CLIENTE
               END-IF
           IF WS-CLIENTE-ACHADO = "S"
               DISPLAY "CODIGO:     " CODIGO
               DISPLAY "NOME:       " NOME
               DISPLAY "CPF:        " CPF
               DISPLAY "NASCIMENTO: " NASC-DIA "/" NASC-MES
                   "/" NASC-ANO
               DISPLAY "TEL RESID:  " TELEFONE-RESIDENCIAL
               MOVE WS-NOVO-CONSENT-MKT TO WS-CONSENT-ANTERIOR
               MOVE WS-NOVO-EMAIL TO WS-EMAIL-ANTERIOR
               MOVE WS-NOVO-ENDERECO TO WS-ENDERECO-ANTERIOR
               MOVE WS-NOVO-CPF TO WS-CPF-ANTERIOR
               PERFORM ACEITAR-TELA-CLIENTE
               IF WS-CANCELADO = "S"
                   DISPLAY "ALTERACAO DE CLIENTE CANCELADA"
                   END-IF
                   PERFORM VALIDAR-TELEFONE
                   PERFORM VALIDAR-CEP
                   MOVE WS-CODIGO-OPERACAO TO WS-NOVO-CODIGO
                   PERFORM VALIDAR-CPF-CLIENTE
                   IF WS-TELEFONE-OK = "N" OR WS-CEP-OK = "N"
                       DISPLAY "TELEFONE OU CEP INVALIDO, CLIENTE "
                           "NAO ALTERADO: "
                           " / " WS-NOVO-CEP
                       MOVE 4 TO WS-RETURN-CODE
                   ELSE
                   IF WS-CPF-OK = "N"
                       PERFORM INFORMAR-CPF-RECUSADO
                       MOVE 4 TO WS-RETURN-CODE
                   ELSE
      * The key itself is not editable on an alteration - whatever
      * the operator left in TCODIGO, the record read above is the
      * one being rewritten.
                                   WS-CLIENTE-STATUS
                               MOVE 8 TO WS-RETURN-CODE
                       END-REWRITE
                       IF WS-CLIENTE-STATUS = "02"
                           MOVE "00" TO WS-CLIENTE-STATUS
                       END-IF
                       IF WS-CLIENTE-STATUS NOT = "00"
                               AND WS-CLIENTE-STATUS NOT = "23"
                           MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
                           PERFORM GRAVAR-AUDITORIA-CLIENTE
                           DISPLAY "CLIENTE ALTERADO, CODIGO: "
                               WS-NOVO-CODIGO
                           PERFORM EMITIR-AVISOS-ALTERACAO
                           PERFORM IMPRIMIR-RELATORIO-CLIENTE
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

       EMITIR-AVISOS-ALTERACAO.
      * A changed EMAIL or ENDERECO never takes effect silently: a
      * confirmation notice goes to the old destination and to the
      * new one, and each lands on CONTATOS.DAT under its own event
      * type - AVEMLANT/AVEMLNOV for the old/new EMAIL, AVENDANT/
      * AVENDNOV for the old/new address. PROG_EXTSPOOL.cbl reads
      * the new-destination events back to hold the statement
      * until the notice window has passed. A blank destination
      * (an EMAIL added where none was, or taken away) has nobody
      * to notify on that side.
           IF WS-NOVO-EMAIL NOT = WS-EMAIL-ANTERIOR
               IF WS-EMAIL-ANTERIOR NOT = SPACES
                   MOVE WS-EMAIL-ANTERIOR TO WS-AVISO-DESTINO
                   MOVE "ANTERIOR" TO WS-AVISO-QUAL
                   MOVE "AVEMLANT" TO WS-CONTATO-EVENTO
                   PERFORM GRAVAR-AVISO-EMAIL
               END-IF
               IF WS-NOVO-EMAIL NOT = SPACES
                   MOVE WS-NOVO-EMAIL TO WS-AVISO-DESTINO
                   MOVE "NOVO" TO WS-AVISO-QUAL
                   MOVE "AVEMLNOV" TO WS-CONTATO-EVENTO
                   PERFORM GRAVAR-AVISO-EMAIL
               END-IF
           END-IF.
           IF WS-NOVO-ENDERECO NOT = WS-ENDERECO-ANTERIOR
               IF WS-ENDERECO-ANTERIOR NOT = SPACES
                   MOVE "ANTERIOR" TO WS-AVISO-QUAL
                   MOVE "AVENDANT" TO WS-CONTATO-EVENTO
                   MOVE SPACES TO AVISO-PAPEL-LINE
                   STRING WS-NOVO-CODIGO " " WS-NOVO-NOME
                       " " WS-ENDERECO-ANTERIOR(1:30)
                       " " WS-ENDERECO-ANTERIOR(31:20)
                       " " WS-ENDERECO-ANTERIOR(51:2)
                       " " WS-ENDERECO-ANTERIOR(53:8)
                       DELIMITED BY SIZE INTO AVISO-PAPEL-LINE
                   MOVE SPACES TO WS-CONTATO-DESTINO
                   STRING WS-ENDERECO-ANTERIOR(1:30) " "
                       WS-ENDERECO-ANTERIOR(53:8)
                       DELIMITED BY SIZE INTO WS-CONTATO-DESTINO
                   PERFORM GRAVAR-AVISO-PAPEL
               END-IF
               IF WS-NOVO-ENDERECO NOT = SPACES
                   MOVE "NOVO" TO WS-AVISO-QUAL
                   MOVE "AVENDNOV" TO WS-CONTATO-EVENTO
                   MOVE SPACES TO AVISO-PAPEL-LINE
                   STRING WS-NOVO-CODIGO " " WS-NOVO-NOME
                       " " WS-NOVO-LOGRADOURO " " WS-NOVO-CIDADE
                       " " WS-NOVO-ESTADO " " WS-NOVO-CEP
                       DELIMITED BY SIZE INTO AVISO-PAPEL-LINE
                   MOVE SPACES TO WS-CONTATO-DESTINO
                   STRING WS-NOVO-LOGRADOURO " " WS-NOVO-CEP
                       DELIMITED BY SIZE INTO WS-CONTATO-DESTINO
                   PERFORM GRAVAR-AVISO-PAPEL
               END-IF
           END-IF.

       GRAVAR-AVISO-EMAIL.
      * The notice to the old EMAIL does not repeat the new one -
      * it only says the address on file was changed and where to
      * turn if the customer did not ask for it.
           OPEN EXTEND AVISO-EMAIL.
           IF WS-AVISO-EMAIL-STATUS = "05"
                   OR WS-AVISO-EMAIL-STATUS = "35"
               OPEN OUTPUT AVISO-EMAIL
           END-IF.
           IF WS-AVISO-EMAIL-STATUS NOT = "00"
               MOVE "AVISO-EMAIL" TO WS-ERRO-ARQUIVO
               MOVE WS-AVISO-EMAIL-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO AVISO-EMAIL-LINE.
           STRING "AVISO-PARA=" WS-AVISO-DESTINO
               " CODIGO=" WS-NOVO-CODIGO
               DELIMITED BY SIZE INTO AVISO-EMAIL-LINE.
           PERFORM GRAVAR-LINHA-AVISO-EMAIL.
           MOVE SPACES TO AVISO-EMAIL-LINE.
           STRING "AVISO DE ALTERACAO CADASTRAL - CLIENTE "
               WS-NOVO-CODIGO " - " WS-NOVO-NOME
               DELIMITED BY SIZE INTO AVISO-EMAIL-LINE.
           PERFORM GRAVAR-LINHA-AVISO-EMAIL.
           MOVE SPACES TO AVISO-EMAIL-LINE.
           STRING "O EMAIL CADASTRADO FOI ALTERADO EM "
               WS-HOJE-AAAAMMDD(7:2) "/" WS-HOJE-AAAAMMDD(5:2) "/"
               WS-HOJE-AAAAMMDD(1:4)
               ". ESTE E O ENDERECO " WS-AVISO-QUAL "."
               DELIMITED BY SIZE INTO AVISO-EMAIL-LINE.
           PERFORM GRAVAR-LINHA-AVISO-EMAIL.
           MOVE SPACES TO AVISO-EMAIL-LINE.
           STRING "SE VOCE NAO SOLICITOU ESTA ALTERACAO, "
               "PROCURE SUA AGENCIA IMEDIATAMENTE."
               DELIMITED BY SIZE INTO AVISO-EMAIL-LINE.
           PERFORM GRAVAR-LINHA-AVISO-EMAIL.
           MOVE SPACES TO AVISO-EMAIL-LINE.
           STRING "FIM-AVISO=" WS-AVISO-DESTINO
               DELIMITED BY SIZE INTO AVISO-EMAIL-LINE.
           PERFORM GRAVAR-LINHA-AVISO-EMAIL.
           CLOSE AVISO-EMAIL.
           MOVE WS-AVISO-DESTINO TO WS-CONTATO-DESTINO.
           CALL "GRAVAR-CONTATO-CLIENTE" USING WS-NOVO-CODIGO
               WS-CONTATO-EVENTO WS-CONTATO-DESTINO.

       GRAVAR-LINHA-AVISO-EMAIL.
           WRITE AVISO-EMAIL-LINE.
           IF WS-AVISO-EMAIL-STATUS NOT = "00"
               MOVE "AVISO-EMAIL" TO WS-ERRO-ARQUIVO
               MOVE WS-AVISO-EMAIL-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       GRAVAR-AVISO-PAPEL.
      * One line per letter for the mailroom: addressee, the address
      * the letter goes to, and which side of the change it is.
           OPEN EXTEND AVISO-PAPEL.
           IF WS-AVISO-PAPEL-STATUS = "05"
                   OR WS-AVISO-PAPEL-STATUS = "35"
               OPEN OUTPUT AVISO-PAPEL
           END-IF.
           IF WS-AVISO-PAPEL-STATUS NOT = "00"
               MOVE "AVISO-PAPEL" TO WS-ERRO-ARQUIVO
               MOVE WS-AVISO-PAPEL-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           STRING "ENDERECO " WS-AVISO-QUAL " " WS-HOJE-AAAAMMDD
               DELIMITED BY SIZE INTO AVISO-PAPEL-LINE(103:30).
           WRITE AVISO-PAPEL-LINE.
           IF WS-AVISO-PAPEL-STATUS NOT = "00"
               MOVE "AVISO-PAPEL" TO WS-ERRO-ARQUIVO
               MOVE WS-AVISO-PAPEL-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE AVISO-PAPEL.
           CALL "GRAVAR-CONTATO-CLIENTE" USING WS-NOVO-CODIGO
               WS-CONTATO-EVENTO WS-CONTATO-DESTINO.

       EXCLUIR-CLIENTE.
      * Removal stays behind an explicit confirmation - the record
      * about to go is shown first, so a mistyped code cannot take
               IF WS-NOVA-SITUACAO = "i"
                   MOVE "I" TO WS-NOVA-SITUACAO
               END-IF
      * A deceased customer is never reactivated from here: "F"
      * comes only from the death registration, which also froze
      * the accounts, and flipping it back would put the customer
      * on the mailings again with the accounts still frozen.
               IF SITUACAO = "F"
                   DISPLAY "CLIENTE FALECIDO - SITUACAO MANTIDA "
                       "PELO REGISTRO DE OBITO"
                   MOVE SPACES TO WS-NOVA-SITUACAO
               END-IF
               IF WS-NOVA-SITUACAO NOT = "A"
                       AND WS-NOVA-SITUACAO NOT = "I"
                   DISPLAY "SITUACAO INVALIDA, NADA ALTERADO"
                                   WS-CLIENTE-STATUS
                               MOVE 8 TO WS-RETURN-CODE
                       END-REWRITE
                       IF WS-CLIENTE-STATUS = "02"
                           MOVE "00" TO WS-CLIENTE-STATUS
                       END-IF
                       IF WS-CLIENTE-STATUS NOT = "00"
                               AND WS-CLIENTE-STATUS NOT = "23"
                           MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
           MOVE ZEROS TO WS-NOVO-CONSENT-DATA.
           MOVE SPACES TO WS-NOVO-DEVOL-ENDERECO.
           MOVE SPACES TO WS-NOVO-DEVOL-EMAIL.
           MOVE SPACES TO WS-NOVO-CPF.

           PERFORM ACEITAR-TELA-CLIENTE.

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

       CALCULAR-IDADE.
      * Derives the customer's current age from NASCIMENTO so billing
           CALL "VERIFICAR-DIGITO-CODIGO" USING WS-DV-NUMERO
               WS-DV-DIGITOS WS-DV-VALIDO.

       VALIDAR-CPF-CLIENTE.
      * The CPF must carry its two official check digits and belong
      * to no other CODIGO. An alteration that leaves a customer
      * converted without one still blank is let through, so a
      * phone number can be fixed before the CPF is collected; once
      * keyed, it is held to the same edit as a new customer's.
           MOVE "S" TO WS-CPF-OK.
           MOVE "N" TO WS-CPF-EXISTE.
           IF WS-NOVO-CPF = SPACES
                   AND WS-CPF-ANTERIOR = SPACES
                   AND WS-OPERACAO = 3
               EXIT PARAGRAPH
           END-IF.
           CALL "VERIFICAR-CPF" USING WS-NOVO-CPF WS-CPF-OK.
           IF WS-CPF-OK = "S"
               PERFORM VERIFICAR-CPF-DUPLICADO
               IF WS-CPF-EXISTE = "S"
                   MOVE "N" TO WS-CPF-OK
               END-IF
           END-IF.

       VERIFICAR-CPF-DUPLICADO.
      * CLIENTE.DAT is keyed on CODIGO, so a CPF already held by
      * another customer is found by one pass over the master -
      * the same person keyed again under a misspelled name is
      * refused here rather than found later by PROG_CLIDUP.cbl.
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

       INFORMAR-CPF-RECUSADO.
           IF WS-CPF-EXISTE = "S"
               DISPLAY "CPF JA CADASTRADO NO CODIGO "
                   WS-CPF-CODIGO-DONO ", CLIENTE NAO GRAVADO: "
                   WS-NOVO-CPF
           ELSE
               DISPLAY "CPF AUSENTE OU INVALIDO, CLIENTE NAO "
                   "GRAVADO: " WS-NOVO-CPF
           END-IF.

       NORMALIZAR-CONSENTIMENTO.
      * Only a capital S is consent and only a capital N is an
      * opt-out; anything else stays blank ("never asked"), so a
