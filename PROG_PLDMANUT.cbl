      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Compliance review of the suspicious-activity cases
      *          the nightly PROG_PLDMON.cbl raises on PLDCASOS.DAT:
      *          lists the cases (all of them or one situacao),
      *          consults one by its key (rule, account and ledger
      *          SEQ, as the monitoring report prints it) with the
      *          customer's name, and records the decision - E em
      *          analise, C comunicar ao COAF or D descartado - with
      *          the opinion, the signed-on operator and the date. A
      *          C case goes out on the next night's COAFEXP.TXT;
      *          once it has gone it is no longer changed here.
      *          CALLed from the operator menu, which passes the
      *          signed-on operator.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_PLDMANUT.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT PLDCASO-FILE ASSIGN TO "PLDCASOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLD-CHAVE
               FILE STATUS IS WS-PLDCASO-STATUS.

           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS END-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS IS WS-CLIENTE-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  PLDCASO-FILE.
           COPY PLDCASO.

       FD  CLIENTE-FILE.
           COPY CLIENTE.

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-PLDCASO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-CLIENTE-STATUS PIC X(02) VALUE ZEROS.
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-OPERACAO       PIC X(01) VALUE SPACES.
        77 WS-FIM-MANUT      PIC X(01) VALUE "N".
        77 WS-DATA-PROCESSO  PIC 9(08) VALUE ZEROS.
        77 WS-CHAVE-CASO     PIC X(012) VALUE SPACES.
        77 WS-FILTRO         PIC X(01) VALUE SPACES.
        77 WS-NOVA-SITUACAO  PIC X(01) VALUE SPACES.
        77 WS-PARECER        PIC X(060) VALUE SPACES.
        77 WS-NOME-REGRA     PIC X(030) VALUE SPACES.
        77 WS-NOME-SITUACAO  PIC X(020) VALUE SPACES.
        77 WS-CASO-ACHADO    PIC X(01) VALUE "N".
        77 WS-QTD-LISTADOS   PIC 9(04) VALUE ZEROS.
        77 WS-VALOR-CAMPO    PIC Z(11)9.99.
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
               DISPLAY "CASOS PLD: L-LISTAR C-CONSULTAR D-DECIDIR "
                   "F-FIM"
               ACCEPT WS-OPERACAO
               EVALUATE WS-OPERACAO
                   WHEN "L"
                   WHEN "l"
                       PERFORM LISTAR-CASOS-PLD
                   WHEN "C"
                   WHEN "c"
                       PERFORM CONSULTAR-CASO-PLD
                   WHEN "D"
                   WHEN "d"
                       PERFORM DECIDIR-CASO-PLD
                   WHEN OTHER
                       MOVE "S" TO WS-FIM-MANUT
               END-EVALUATE
           END-PERFORM.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       LISTAR-CASOS-PLD.
      * One situacao, or - with a blank - every case still waiting
      * for a decision (A and E), in key order.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           DISPLAY "SITUACAO (A E C D, BRANCO = PENDENTES):".
           ACCEPT WS-FILTRO.
           MOVE FUNCTION UPPER-CASE(WS-FILTRO) TO WS-FILTRO.
           OPEN INPUT PLDCASO-FILE.
           IF WS-PLDCASO-STATUS = "35"
               DISPLAY "PLDCASOS.DAT AINDA NAO EXISTE"
               CLOSE PLDCASO-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PLDCASO-STATUS NOT = "00"
               MOVE "PLDCASO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-PLDCASO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-PLDCASO-STATUS = "10"
               READ PLDCASO-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-PLDCASO-STATUS NOT = "00"
                       AND WS-PLDCASO-STATUS NOT = "10"
                   MOVE "PLDCASO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-PLDCASO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF (WS-FILTRO = SPACES
                       AND (PLD-SITUACAO = "A" OR PLD-SITUACAO = "E"))
                       OR (WS-FILTRO NOT = SPACES
                       AND PLD-SITUACAO = WS-FILTRO)
                   ADD 1 TO WS-QTD-LISTADOS
                   MOVE PLD-VALOR TO WS-VALOR-CAMPO
                   DISPLAY "  " PLD-CHAVE
                       " SIT " PLD-SITUACAO
                       " CLIENTE " PLD-CLIENTE
                       " DETECTADO " PLD-DATA-DETECCAO
                       " VALOR " WS-VALOR-CAMPO
               END-IF
           END-PERFORM.
           CLOSE PLDCASO-FILE.
           DISPLAY "CASOS LISTADOS: " WS-QTD-LISTADOS.

       CONSULTAR-CASO-PLD.
           DISPLAY "CHAVE DO CASO (REGRA+CONTA+SEQ):".
           ACCEPT WS-CHAVE-CASO.
           PERFORM ABRIR-ARQUIVO-PLDCASOS.
           PERFORM LER-CASO-PLD.
           CLOSE PLDCASO-FILE.
           IF WS-CASO-ACHADO = "S"
               PERFORM EXIBIR-CASO-PLD
           END-IF.

       DECIDIR-CASO-PLD.
           DISPLAY "CHAVE DO CASO (REGRA+CONTA+SEQ):".
           ACCEPT WS-CHAVE-CASO.
           PERFORM ABRIR-ARQUIVO-PLDCASOS.
           PERFORM LER-CASO-PLD.
           IF WS-CASO-ACHADO = "N"
               CLOSE PLDCASO-FILE
               EXIT PARAGRAPH
           END-IF.
      * What has been sent to the COAF stays as it was sent.
           IF PLD-DATA-COMUNICACAO NOT = ZEROS
               DISPLAY "CASO " PLD-CHAVE " JA COMUNICADO EM "
                   PLD-DATA-COMUNICACAO " - NADA ALTERADO"
               MOVE 4 TO WS-RETURN-CODE
               CLOSE PLDCASO-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM EXIBIR-CASO-PLD.

           DISPLAY "DECISAO (E-EM ANALISE C-COMUNICAR AO COAF "
               "D-DESCARTAR):".
           ACCEPT WS-NOVA-SITUACAO.
           MOVE FUNCTION UPPER-CASE(WS-NOVA-SITUACAO)
               TO WS-NOVA-SITUACAO.
           IF WS-NOVA-SITUACAO NOT = "E"
                   AND WS-NOVA-SITUACAO NOT = "C"
                   AND WS-NOVA-SITUACAO NOT = "D"
               DISPLAY "DECISAO INVALIDA - NADA ALTERADO"
               MOVE 4 TO WS-RETURN-CODE
               CLOSE PLDCASO-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PARECER:".
           ACCEPT WS-PARECER.
      * Communicating or discarding has to say why; putting a case
      * under analysis may keep the earlier opinion.
           IF WS-PARECER = SPACES AND WS-NOVA-SITUACAO NOT = "E"
               DISPLAY "PARECER OBRIGATORIO - NADA ALTERADO"
               MOVE 4 TO WS-RETURN-CODE
               CLOSE PLDCASO-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NOVA-SITUACAO TO PLD-SITUACAO.
           IF WS-PARECER NOT = SPACES
               MOVE WS-PARECER TO PLD-PARECER
           END-IF.
           MOVE LS-OPERADOR-ID TO PLD-OPERADOR.
           MOVE WS-DATA-PROCESSO TO PLD-DATA-DECISAO.
           REWRITE PLDCASO-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR CASO " PLD-CHAVE
                       ": " WS-PLDCASO-STATUS
                   MOVE 8 TO WS-RETURN-CODE
           END-REWRITE.
           IF WS-PLDCASO-STATUS NOT = "00"
                   AND WS-PLDCASO-STATUS NOT = "23"
               MOVE "PLDCASO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-PLDCASO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-PLDCASO-STATUS = "00"
               PERFORM OBTER-NOME-SITUACAO
               DISPLAY "CASO " PLD-CHAVE " - " WS-NOME-SITUACAO
               IF PLD-SITUACAO = "C"
                   DISPLAY "SERA ENVIADO NA PROXIMA COMUNICACAO "
                       "AO COAF"
               END-IF
           END-IF.
           CLOSE PLDCASO-FILE.

       EXIBIR-CASO-PLD.
           PERFORM OBTER-NOME-REGRA.
           PERFORM OBTER-NOME-SITUACAO.
           MOVE PLD-VALOR TO WS-VALOR-CAMPO.
           DISPLAY "CASO:        " PLD-CHAVE.
           DISPLAY "REGRA:       " PLD-REGRA " " WS-NOME-REGRA.
           DISPLAY "CONTA:       " PLD-CONTA " SEQ " PLD-SEQ.
           PERFORM EXIBIR-CLIENTE-PLD.
           DISPLAY "DETECTADO:   " PLD-DATA-DETECCAO
               " MOVIMENTO DE " PLD-DATA-LANCAMENTO.
           DISPLAY "VALOR BRL:   " WS-VALOR-CAMPO
               " EM " PLD-QTD-LANCAMENTOS " LANCAMENTO(S)".
           DISPLAY "DESCRICAO:   " PLD-DESCRICAO.
           DISPLAY "SITUACAO:    " PLD-SITUACAO " " WS-NOME-SITUACAO.
           IF PLD-DATA-DECISAO NOT = ZEROS
               DISPLAY "DECIDIDO EM: " PLD-DATA-DECISAO
                   " POR " PLD-OPERADOR
               DISPLAY "PARECER:     " PLD-PARECER
           END-IF.
           IF PLD-DATA-COMUNICACAO NOT = ZEROS
               DISPLAY "COMUNICADO:  " PLD-DATA-COMUNICACAO
           END-IF.

       EXIBIR-CLIENTE-PLD.
           IF PLD-CLIENTE = ZEROS
               DISPLAY "CLIENTE:     CONTA SEM CLIENTE VINCULADO"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CLIENTE-FILE.
           IF WS-CLIENTE-STATUS = "35"
               DISPLAY "CLIENTE:     " PLD-CLIENTE
               CLOSE CLIENTE-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CLIENTE-STATUS NOT = "00"
               MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE PLD-CLIENTE TO CODIGO.
           READ CLIENTE-FILE
               INVALID KEY
                   DISPLAY "CLIENTE:     " PLD-CLIENTE
                       " NAO CADASTRADO"
               NOT INVALID KEY
                   DISPLAY "CLIENTE:     " PLD-CLIENTE " " NOME
                   DISPLAY "CPF:         " CPF
           END-READ.
           IF WS-CLIENTE-STATUS NOT = "00"
                   AND WS-CLIENTE-STATUS NOT = "23"
               MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE CLIENTE-FILE.

       OBTER-NOME-REGRA.
      * Same rules the PLDCASO.CPY header lists.
           EVALUATE PLD-REGRA
               WHEN "V"
                   MOVE "ACIMA DO LIMITE DE COMUNICACAO"
                       TO WS-NOME-REGRA
               WHEN "F"
                   MOVE "FRACIONAMENTO DE DEPOSITOS" TO WS-NOME-REGRA
               WHEN "N"
                   MOVE "CONTA RECEM-ABERTA" TO WS-NOME-REGRA
               WHEN "R"
                   MOVE "CONTA REATIVADA" TO WS-NOME-REGRA
               WHEN OTHER
                   MOVE "REGRA DESCONHECIDA" TO WS-NOME-REGRA
           END-EVALUATE.

       OBTER-NOME-SITUACAO.
           EVALUATE PLD-SITUACAO
               WHEN "A"
                   MOVE "ABERTO" TO WS-NOME-SITUACAO
               WHEN "E"
                   MOVE "EM ANALISE" TO WS-NOME-SITUACAO
               WHEN "C"
                   MOVE "COMUNICAR AO COAF" TO WS-NOME-SITUACAO
               WHEN "D"
                   MOVE "DESCARTADO" TO WS-NOME-SITUACAO
               WHEN OTHER
                   MOVE "DESCONHECIDA" TO WS-NOME-SITUACAO
           END-EVALUATE.

       ABRIR-ARQUIVO-PLDCASOS.
           OPEN I-O PLDCASO-FILE.
           IF WS-PLDCASO-STATUS = "35"
               OPEN OUTPUT PLDCASO-FILE
               CLOSE PLDCASO-FILE
               OPEN I-O PLDCASO-FILE
           END-IF.
           IF WS-PLDCASO-STATUS NOT = "00"
               MOVE "PLDCASO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-PLDCASO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       LER-CASO-PLD.
           MOVE "N" TO WS-CASO-ACHADO.
           MOVE FUNCTION UPPER-CASE(WS-CHAVE-CASO) TO PLD-CHAVE.
           READ PLDCASO-FILE
               INVALID KEY
                   DISPLAY "CASO " WS-CHAVE-CASO " NAO ENCONTRADO"
                   MOVE 4 TO WS-RETURN-CODE
               NOT INVALID KEY
                   MOVE "S" TO WS-CASO-ACHADO
           END-READ.
           IF WS-PLDCASO-STATUS NOT = "00"
                   AND WS-PLDCASO-STATUS NOT = "23"
               MOVE "PLDCASO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-PLDCASO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file),
      * 23 (key not found, already handled above) or 35 (not found
      * on first run, already handled above) means a real I/O
      * problem; log which file and status code and stop instead of
      * pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_PLDMANUT.
