      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Customer service case screen, replacing the paper
      *          notebook complaints and service requests lived in:
      *          opens a case on CASOS.DAT tied to a CLIENTE CODIGO,
      *          with category, description and the responsible
      *          employee defaulted from the customer's open XREF.DAT
      *          assignment; the due date is the opening date plus
      *          the category's SLA in business days, counted by
      *          SOMAR-DIAS-UTEIS. Cases are then consulted, updated
      *          (status, responsible, description) and closed with a
      *          resolution from the same screen. PROG_CASOAGE.cbl
      *          ages the open ones every night. CALLed from the
      *          operator menu, which passes the signed-on operator.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_CASOMANUT.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CASO-FILE ASSIGN TO "CASOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASO-NUMERO
               FILE STATUS IS WS-CASO-STATUS.

      * Last case number handed out, the same one-record counter
      * ALRSEQ.DAT keeps for the alert file.
           SELECT CASOSEQ-FILE ASSIGN TO "CASOSEQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASOSEQ-STATUS.

           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS END-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT XREF-FILE ASSIGN TO "XREF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT EMP-FILE ASSIGN TO "EMPREGADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  CASO-FILE.
           COPY CASO.

       FD  CASOSEQ-FILE.
        01 CASOSEQ-REC.
         05 CASOSEQ-ULTIMO PIC 9(06).

       FD  CLIENTE-FILE.
           COPY CLIENTE.

       FD  XREF-FILE.
           COPY XREF.

       FD  EMP-FILE.
           COPY EMPREGADO.

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-CASO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-CASOSEQ-STATUS PIC X(02) VALUE ZEROS.
        77 WS-CLIENTE-STATUS PIC X(02) VALUE ZEROS.
        77 WS-XREF-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-EMP-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-OPERACAO       PIC X(01) VALUE SPACES.
        77 WS-FIM-MANUT      PIC X(01) VALUE "N".
        77 WS-DATA-PROCESSO  PIC 9(08) VALUE ZEROS.
        77 WS-NUMERO-CASO    PIC 9(06) VALUE ZEROS.
        77 WS-CLIENTE-CASO   PIC 9(06) VALUE ZEROS.
        77 WS-CATEGORIA      PIC X(01) VALUE SPACES.
        77 WS-NOME-CATEGORIA PIC X(030) VALUE SPACES.
        77 WS-SLA-DIAS       PIC 9(05) VALUE ZEROS.
        77 WS-DESCRICAO      PIC X(060) VALUE SPACES.
        77 WS-RESOLUCAO      PIC X(060) VALUE SPACES.
        77 WS-NOVA-SITUACAO  PIC X(01) VALUE SPACES.
        77 WS-EMP-PADRAO     PIC 9(05) VALUE ZEROS.
        77 WS-EMP-INFORMADO  PIC 9(05) VALUE ZEROS.
        77 WS-EMP-VALIDO     PIC X(01) VALUE "N".
        77 WS-CLIENTE-ACHADO PIC X(01) VALUE "N".
        77 WS-CASO-ACHADO    PIC X(01) VALUE "N".
        77 WS-QTD-LISTADOS   PIC 9(04) VALUE ZEROS.
      *=================================================================
       LINKAGE                                 SECTION.
         01 LS-OPERADOR-ID PIC X(08).
      *=================================================================
       PROCEDURE                               DIVISION
                                               USING LS-OPERADOR-ID.

       MAIN-PROCEDURE.
       INICIO.
           MOVE ZEROS TO WS-RETURN-CODE.
           MOVE "N" TO WS-FIM-MANUT.
           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           PERFORM UNTIL WS-FIM-MANUT = "S"
               DISPLAY "CASOS: A-ABRIR C-CONSULTAR T-ATUALIZAR "
                   "E-ENCERRAR L-LISTAR F-FIM"
               ACCEPT WS-OPERACAO
               EVALUATE WS-OPERACAO
                   WHEN "A"
                   WHEN "a"
                       PERFORM ABRIR-CASO
                   WHEN "C"
                   WHEN "c"
                       PERFORM CONSULTAR-CASO
                   WHEN "T"
                   WHEN "t"
                       PERFORM ATUALIZAR-CASO
                   WHEN "E"
                   WHEN "e"
                       PERFORM ENCERRAR-CASO
                   WHEN "L"
                   WHEN "l"
                       PERFORM LISTAR-CASOS
                   WHEN OTHER
                       MOVE "S" TO WS-FIM-MANUT
               END-EVALUATE
           END-PERFORM.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       ABRIR-CASO.
           DISPLAY "CODIGO DO CLIENTE:".
           ACCEPT WS-CLIENTE-CASO.
           PERFORM LER-CLIENTE-CASO.
           IF WS-CLIENTE-ACHADO = "N"
               DISPLAY "CLIENTE " WS-CLIENTE-CASO
                   " NAO CADASTRADO - CASO NAO ABERTO"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CLIENTE: " CODIGO " " NOME.

           DISPLAY "CATEGORIA: R-RECLAMACAO S-SOLICITACAO "
               "C-CONTESTACAO O-OUVIDORIA".
           ACCEPT WS-CATEGORIA.
           EVALUATE WS-CATEGORIA
               WHEN "r"
                   MOVE "R" TO WS-CATEGORIA
               WHEN "s"
                   MOVE "S" TO WS-CATEGORIA
               WHEN "c"
                   MOVE "C" TO WS-CATEGORIA
               WHEN "o"
                   MOVE "O" TO WS-CATEGORIA
           END-EVALUATE.
           PERFORM OBTER-SLA-CATEGORIA.
           IF WS-SLA-DIAS = ZEROS
               DISPLAY "CATEGORIA INVALIDA - CASO NAO ABERTO"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "DESCRICAO:".
           ACCEPT WS-DESCRICAO.
           IF WS-DESCRICAO = SPACES
               DISPLAY "DESCRICAO OBRIGATORIA - CASO NAO ABERTO"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

      * The employee who already serves the customer owns the case
      * unless the operator names someone else.
           PERFORM OBTER-RESPONSAVEL-PADRAO.
           IF WS-EMP-PADRAO = ZEROS
               DISPLAY "CLIENTE SEM RESPONSAVEL EM XREF.DAT"
           ELSE
               DISPLAY "RESPONSAVEL PADRAO: " WS-EMP-PADRAO
           END-IF.
           DISPLAY "RESPONSAVEL (0 = MANTER O PADRAO):".
           ACCEPT WS-EMP-INFORMADO.
           IF WS-EMP-INFORMADO NOT = ZEROS
               PERFORM VALIDAR-EMPREGADO
               IF WS-EMP-VALIDO = "N"
                   DISPLAY "CASO NAO ABERTO"
                   MOVE 4 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-EMP-INFORMADO TO WS-EMP-PADRAO
           END-IF.

           PERFORM OBTER-PROXIMO-CASO.
           PERFORM ABRIR-ARQUIVO-CASOS.
           INITIALIZE CASO-REC.
           MOVE WS-NUMERO-CASO TO CASO-NUMERO.
           MOVE WS-CLIENTE-CASO TO CASO-CLIENTE.
           MOVE WS-CATEGORIA TO CASO-CATEGORIA.
           MOVE WS-DATA-PROCESSO TO CASO-ABERTURA.
           CALL "SOMAR-DIAS-UTEIS" USING WS-DATA-PROCESSO
               WS-SLA-DIAS CASO-PRAZO.
           MOVE WS-DESCRICAO TO CASO-DESCRICAO.
           MOVE "A" TO CASO-SITUACAO.
           MOVE WS-EMP-PADRAO TO CASO-EMP-ID.
           MOVE LS-OPERADOR-ID TO CASO-OPERADOR.
           MOVE WS-DATA-PROCESSO TO CASO-ATUALIZACAO.
           MOVE ZEROS TO CASO-FECHAMENTO.
           MOVE SPACES TO CASO-RESOLUCAO.
           MOVE "N" TO CASO-ALERTA-SLA.
           WRITE CASO-REC
               INVALID KEY
                   DISPLAY "CASO " CASO-NUMERO " JA EXISTE - "
                       "CONFIRA CASOSEQ.DAT"
                   MOVE 8 TO WS-RETURN-CODE
           END-WRITE.
           IF WS-CASO-STATUS NOT = "00"
                   AND WS-CASO-STATUS NOT = "22"
               MOVE "CASO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CASO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-CASO-STATUS = "00"
               DISPLAY "CASO " CASO-NUMERO " ABERTO - "
                   WS-NOME-CATEGORIA " - PRAZO " CASO-PRAZO(7:2)
                   "/" CASO-PRAZO(5:2) "/" CASO-PRAZO(1:4)
           END-IF.
           CLOSE CASO-FILE.

       CONSULTAR-CASO.
           DISPLAY "NUMERO DO CASO:".
           ACCEPT WS-NUMERO-CASO.
           PERFORM ABRIR-ARQUIVO-CASOS.
           PERFORM LER-CASO.
           CLOSE CASO-FILE.
           IF WS-CASO-ACHADO = "S"
               PERFORM EXIBIR-CASO
           END-IF.

       ATUALIZAR-CASO.
           DISPLAY "NUMERO DO CASO:".
           ACCEPT WS-NUMERO-CASO.
           PERFORM ABRIR-ARQUIVO-CASOS.
           PERFORM LER-CASO.
           IF WS-CASO-ACHADO = "N"
               CLOSE CASO-FILE
               EXIT PARAGRAPH
           END-IF.
           IF CASO-SITUACAO = "F"
               DISPLAY "CASO " CASO-NUMERO " JA ENCERRADO - "
                   "NADA ALTERADO"
               MOVE 4 TO WS-RETURN-CODE
               CLOSE CASO-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM EXIBIR-CASO.

      * Blank or zero keeps the field as it is; the SLA clock is
      * never restarted by an update.
           DISPLAY "NOVA SITUACAO (A-ABERTO E-EM ANDAMENTO, "
               "BRANCO MANTEM):".
           ACCEPT WS-NOVA-SITUACAO.
           IF WS-NOVA-SITUACAO = "a"
               MOVE "A" TO WS-NOVA-SITUACAO
           END-IF.
           IF WS-NOVA-SITUACAO = "e"
               MOVE "E" TO WS-NOVA-SITUACAO
           END-IF.
           IF WS-NOVA-SITUACAO NOT = SPACES
                   AND WS-NOVA-SITUACAO NOT = "A"
                   AND WS-NOVA-SITUACAO NOT = "E"
               DISPLAY "SITUACAO INVALIDA - USE E-ENCERRAR PARA "
                   "FECHAR O CASO. NADA ALTERADO"
               MOVE 4 TO WS-RETURN-CODE
               CLOSE CASO-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NOVO RESPONSAVEL (0 = MANTER):".
           ACCEPT WS-EMP-INFORMADO.
           IF WS-EMP-INFORMADO NOT = ZEROS
               PERFORM VALIDAR-EMPREGADO
               IF WS-EMP-VALIDO = "N"
                   DISPLAY "NADA ALTERADO"
                   MOVE 4 TO WS-RETURN-CODE
                   CLOSE CASO-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "NOVA DESCRICAO (BRANCO MANTEM):".
           ACCEPT WS-DESCRICAO.

           IF WS-NOVA-SITUACAO NOT = SPACES
               MOVE WS-NOVA-SITUACAO TO CASO-SITUACAO
           END-IF.
           IF WS-EMP-INFORMADO NOT = ZEROS
               MOVE WS-EMP-INFORMADO TO CASO-EMP-ID
           END-IF.
           IF WS-DESCRICAO NOT = SPACES
               MOVE WS-DESCRICAO TO CASO-DESCRICAO
           END-IF.
           MOVE WS-DATA-PROCESSO TO CASO-ATUALIZACAO.
           PERFORM REGRAVAR-CASO.
           IF WS-CASO-STATUS = "00"
               DISPLAY "CASO " CASO-NUMERO " ATUALIZADO"
           END-IF.
           CLOSE CASO-FILE.

       ENCERRAR-CASO.
           DISPLAY "NUMERO DO CASO:".
           ACCEPT WS-NUMERO-CASO.
           PERFORM ABRIR-ARQUIVO-CASOS.
           PERFORM LER-CASO.
           IF WS-CASO-ACHADO = "N"
               CLOSE CASO-FILE
               EXIT PARAGRAPH
           END-IF.
           IF CASO-SITUACAO = "F"
               DISPLAY "CASO " CASO-NUMERO " JA ENCERRADO EM "
                   CASO-FECHAMENTO
               MOVE 4 TO WS-RETURN-CODE
               CLOSE CASO-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM EXIBIR-CASO.
           DISPLAY "RESOLUCAO:".
           ACCEPT WS-RESOLUCAO.
           IF WS-RESOLUCAO = SPACES
               DISPLAY "RESOLUCAO OBRIGATORIA - CASO NAO ENCERRADO"
               MOVE 4 TO WS-RETURN-CODE
               CLOSE CASO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "F" TO CASO-SITUACAO.
           MOVE WS-DATA-PROCESSO TO CASO-FECHAMENTO.
           MOVE WS-DATA-PROCESSO TO CASO-ATUALIZACAO.
           MOVE WS-RESOLUCAO TO CASO-RESOLUCAO.
           PERFORM REGRAVAR-CASO.
           IF WS-CASO-STATUS = "00"
               IF CASO-FECHAMENTO > CASO-PRAZO
                   DISPLAY "CASO " CASO-NUMERO
                       " ENCERRADO FORA DO PRAZO"
               ELSE
                   DISPLAY "CASO " CASO-NUMERO
                       " ENCERRADO DENTRO DO PRAZO"
               END-IF
           END-IF.
           CLOSE CASO-FILE.

       LISTAR-CASOS.
      * One customer's cases, closed ones included, or - with a
      * zero code - every case still open, oldest first.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           DISPLAY "CODIGO DO CLIENTE (0 = TODOS OS ABERTOS):".
           ACCEPT WS-CLIENTE-CASO.
           OPEN INPUT CASO-FILE.
           IF WS-CASO-STATUS = "35"
               DISPLAY "CASOS.DAT AINDA NAO EXISTE"
               CLOSE CASO-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CASO-STATUS NOT = "00"
               MOVE "CASO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CASO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-CASO-STATUS = "10"
               READ CASO-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CASO-STATUS NOT = "00"
                       AND WS-CASO-STATUS NOT = "10"
                   MOVE "CASO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CASO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF (WS-CLIENTE-CASO = ZEROS
                       AND CASO-SITUACAO NOT = "F")
                       OR (WS-CLIENTE-CASO NOT = ZEROS
                       AND CASO-CLIENTE = WS-CLIENTE-CASO)
                   ADD 1 TO WS-QTD-LISTADOS
                   DISPLAY "  CASO " CASO-NUMERO
                       " CLIENTE " CASO-CLIENTE
                       " CAT " CASO-CATEGORIA
                       " SIT " CASO-SITUACAO
                       " ABERTO " CASO-ABERTURA
                       " PRAZO " CASO-PRAZO
                       " RESP " CASO-EMP-ID
               END-IF
           END-PERFORM.
           CLOSE CASO-FILE.
           DISPLAY "CASOS LISTADOS: " WS-QTD-LISTADOS.

       EXIBIR-CASO.
           MOVE CASO-CATEGORIA TO WS-CATEGORIA.
           PERFORM OBTER-SLA-CATEGORIA.
           DISPLAY "CASO:        " CASO-NUMERO.
           DISPLAY "CLIENTE:     " CASO-CLIENTE.
           DISPLAY "CATEGORIA:   " CASO-CATEGORIA " "
               WS-NOME-CATEGORIA.
           DISPLAY "ABERTO EM:   " CASO-ABERTURA
               " POR " CASO-OPERADOR.
           DISPLAY "PRAZO:       " CASO-PRAZO.
           DISPLAY "SITUACAO:    " CASO-SITUACAO
               " ATUALIZADO EM " CASO-ATUALIZACAO.
           DISPLAY "RESPONSAVEL: " CASO-EMP-ID.
           DISPLAY "DESCRICAO:   " CASO-DESCRICAO.
           IF CASO-SITUACAO = "F"
               DISPLAY "ENCERRADO:   " CASO-FECHAMENTO
               DISPLAY "RESOLUCAO:   " CASO-RESOLUCAO
           ELSE
               IF CASO-PRAZO < WS-DATA-PROCESSO
                   DISPLAY "*** CASO EM ATRASO ***"
               END-IF
           END-IF.

       OBTER-SLA-CATEGORIA.
      * Same categories and SLA the CASO.CPY header lists; zero
      * days marks a category that does not exist.
           EVALUATE WS-CATEGORIA
               WHEN "R"
                   MOVE 5 TO WS-SLA-DIAS
                   MOVE "RECLAMACAO" TO WS-NOME-CATEGORIA
               WHEN "S"
                   MOVE 10 TO WS-SLA-DIAS
                   MOVE "SOLICITACAO DE SERVICO" TO WS-NOME-CATEGORIA
               WHEN "C"
                   MOVE 10 TO WS-SLA-DIAS
                   MOVE "CONTESTACAO DE LANCAMENTO"
                       TO WS-NOME-CATEGORIA
               WHEN "O"
                   MOVE 10 TO WS-SLA-DIAS
                   MOVE "OUVIDORIA" TO WS-NOME-CATEGORIA
               WHEN OTHER
                   MOVE ZEROS TO WS-SLA-DIAS
                   MOVE "CATEGORIA DESCONHECIDA" TO WS-NOME-CATEGORIA
           END-EVALUATE.

       LER-CLIENTE-CASO.
           MOVE "N" TO WS-CLIENTE-ACHADO.
           OPEN INPUT CLIENTE-FILE.
           IF WS-CLIENTE-STATUS = "35"
               DISPLAY "CLIENTE.DAT NAO ENCONTRADO"
               CLOSE CLIENTE-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CLIENTE-STATUS NOT = "00"
               MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-CLIENTE-CASO TO CODIGO.
           READ CLIENTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-CLIENTE-ACHADO
           END-READ.
           IF WS-CLIENTE-STATUS NOT = "00"
                   AND WS-CLIENTE-STATUS NOT = "23"
               MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE CLIENTE-FILE.

       OBTER-RESPONSAVEL-PADRAO.
      * The open XREF period (VIGENCIA-ATE zero) is the current
      * assignment; a closed one is history and is not used.
           MOVE ZEROS TO WS-EMP-PADRAO.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS = "35"
               CLOSE XREF-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-XREF-STATUS NOT = "00"
               MOVE "XREF-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-XREF-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-XREF-STATUS = "10"
               READ XREF-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-XREF-STATUS NOT = "00"
                       AND WS-XREF-STATUS NOT = "10"
                   MOVE "XREF-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-XREF-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF XREF-CODIGO-CLIENTE = WS-CLIENTE-CASO
                       AND XREF-VIGENCIA-ATE = ZEROS
                   MOVE XREF-EMP-ID TO WS-EMP-PADRAO
               END-IF
           END-PERFORM.
           CLOSE XREF-FILE.

       VALIDAR-EMPREGADO.
           MOVE "N" TO WS-EMP-VALIDO.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-STATUS = "35"
               DISPLAY "EMPREGADO.DAT NAO ENCONTRADO"
               CLOSE EMP-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-EMP-STATUS NOT = "00"
               MOVE "EMP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-EMP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-EMP-INFORMADO TO EMP-ID.
           READ EMP-FILE
               INVALID KEY
                   DISPLAY "EMPREGADO " WS-EMP-INFORMADO
                       " NAO CADASTRADO"
               NOT INVALID KEY
                   MOVE "S" TO WS-EMP-VALIDO
           END-READ.
           IF WS-EMP-STATUS NOT = "00"
                   AND WS-EMP-STATUS NOT = "23"
               MOVE "EMP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-EMP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE EMP-FILE.

       ABRIR-ARQUIVO-CASOS.
           OPEN I-O CASO-FILE.
           IF WS-CASO-STATUS = "35"
               OPEN OUTPUT CASO-FILE
               CLOSE CASO-FILE
               OPEN I-O CASO-FILE
           END-IF.
           IF WS-CASO-STATUS NOT = "00"
               MOVE "CASO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CASO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       LER-CASO.
           MOVE "N" TO WS-CASO-ACHADO.
           MOVE WS-NUMERO-CASO TO CASO-NUMERO.
           READ CASO-FILE
               INVALID KEY
                   DISPLAY "CASO " WS-NUMERO-CASO " NAO ENCONTRADO"
                   MOVE 4 TO WS-RETURN-CODE
               NOT INVALID KEY
                   MOVE "S" TO WS-CASO-ACHADO
           END-READ.
           IF WS-CASO-STATUS NOT = "00"
                   AND WS-CASO-STATUS NOT = "23"
               MOVE "CASO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CASO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       REGRAVAR-CASO.
           REWRITE CASO-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR CASO " CASO-NUMERO
                       ": " WS-CASO-STATUS
                   MOVE 8 TO WS-RETURN-CODE
           END-REWRITE.
           IF WS-CASO-STATUS NOT = "00"
                   AND WS-CASO-STATUS NOT = "23"
               MOVE "CASO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CASO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       OBTER-PROXIMO-CASO.
           OPEN INPUT CASOSEQ-FILE.
           IF WS-CASOSEQ-STATUS = "35"
               MOVE ZEROS TO WS-NUMERO-CASO
               CLOSE CASOSEQ-FILE
           ELSE
               IF WS-CASOSEQ-STATUS NOT = "00"
                   MOVE "CASOSEQ-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CASOSEQ-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               READ CASOSEQ-FILE
                   AT END
                       MOVE ZEROS TO WS-NUMERO-CASO
                   NOT AT END
                       MOVE CASOSEQ-ULTIMO TO WS-NUMERO-CASO
               END-READ
               CLOSE CASOSEQ-FILE
           END-IF.
           ADD 1 TO WS-NUMERO-CASO.
           OPEN OUTPUT CASOSEQ-FILE.
           IF WS-CASOSEQ-STATUS NOT = "00"
               MOVE "CASOSEQ-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CASOSEQ-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-NUMERO-CASO TO CASOSEQ-ULTIMO.
           WRITE CASOSEQ-REC.
           IF WS-CASOSEQ-STATUS NOT = "00"
               MOVE "CASOSEQ-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CASOSEQ-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE CASOSEQ-FILE.

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

                            END PROGRAM PROG_CASOMANUT.
