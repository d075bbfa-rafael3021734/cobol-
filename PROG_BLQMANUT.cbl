      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Maintenance for BLOQUEIOS.DAT, the judicial,
      *          administrative and guarantee holds on part of an
      *          account's balance: list an account's holds with
      *          the balance still available, place a hold (amount,
      *          reason, the court case or letter it was ordered
      *          under, start date and, when the order sets one, its
      *          release date) and lift one. Holds are never
      *          deleted: a release stamps the processing date and
      *          the operator who lifted it, so the register can
      *          always show who froze and who freed the money. The
      *          screen sits behind the account-maintenance (K)
      *          permission.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_BLQMANUT.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT BLOQUEIO-FILE ASSIGN TO "BLOQUEIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLQ-CHAVE
               FILE STATUS IS WS-BLOQUEIO-STATUS.

           SELECT CONTA-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  BLOQUEIO-FILE.
           COPY BLOQUEIO.

       FD  CONTA-FILE.
           COPY CONTA.

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-BLOQUEIO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-CONTA-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-OPERACAO       PIC X(01) VALUE SPACES.
        77 WS-FIM-MANUT      PIC X(01) VALUE "N".
        77 WS-CONTA-MANUT    PIC 9(05) VALUE ZEROS.
        77 WS-NUMERO-MANUT   PIC 9(04) VALUE ZEROS.
        77 WS-VALOR-MANUT    PIC 9(10)V99 VALUE ZEROS.
        77 WS-MOTIVO-MANUT   PIC X(01) VALUE SPACES.
        77 WS-REFERENCIA-MANUT PIC X(025) VALUE SPACES.
        77 WS-INICIO-MANUT   PIC 9(08) VALUE ZEROS.
        77 WS-LIBERACAO-MANUT PIC 9(08) VALUE ZEROS.
        77 WS-CONTA-VALIDA   PIC X(01) VALUE "S".
        77 WS-SALDO-CONTA    PIC S9(10)V99 VALUE ZEROS.
        77 WS-TOTAL-ATIVO    PIC 9(10)V99 VALUE ZEROS.
        77 WS-DISPONIVEL     PIC S9(10)V99 VALUE ZEROS.
        77 WS-ULTIMO-NUMERO  PIC 9(04) VALUE ZEROS.
        77 WS-QTD-LISTADOS   PIC 9(04) VALUE ZEROS.
        77 WS-BLQ-ATIVO      PIC X(01) VALUE "N".
        77 WS-DATA-PROCESSO  PIC 9(08) VALUE ZEROS.
        77 WS-OPERADOR-ID    PIC X(08) VALUE SPACES.
        77 WS-OPERADOR-SENHA PIC X(08) VALUE SPACES.
        77 WS-OPER-AUTORIZADO PIC X(01) VALUE "N".
        77 WS-FUNCAO-LOGIN   PIC X(01) VALUE "K".
        77 WS-DESCRICAO-MOTIVO PIC X(014) VALUE SPACES.
        77 WS-DESCRICAO-SITUACAO PIC X(010) VALUE SPACES.
        77 WS-VALOR-CAMPO    PIC Z(9)9.99.
        77 WS-SALDO-CAMPO    PIC Z(9)9.99-.
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
      * A hold freezes a customer's money on a court's word, so the
      * screen takes the same permission as the account master and
      * every hold carries who placed and who lifted it.
           DISPLAY "IDENTIFICACAO DO OPERADOR:".
           ACCEPT WS-OPERADOR-ID.
           DISPLAY "SENHA:".
           ACCEPT WS-OPERADOR-SENHA.
           CALL "VALIDAR-OPERADOR" USING WS-OPERADOR-ID
               WS-OPERADOR-SENHA WS-FUNCAO-LOGIN
               WS-OPER-AUTORIZADO.
           IF WS-OPER-AUTORIZADO NOT = "S"
               DISPLAY "OPERADOR SEM PERMISSAO PARA MANUTENCAO DE "
                   "BLOQUEIOS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.

           PERFORM UNTIL WS-FIM-MANUT = "S"
               DISPLAY "OPERACAO: L-LISTAR I-INCLUIR D-DESBLOQUEAR "
                   "F-FIM"
               ACCEPT WS-OPERACAO
               EVALUATE WS-OPERACAO
                   WHEN "L"
                   WHEN "l"
                       PERFORM LISTAR-BLOQUEIOS
                   WHEN "I"
                   WHEN "i"
                       PERFORM INCLUIR-BLOQUEIO
                   WHEN "D"
                   WHEN "d"
                       PERFORM LIBERAR-BLOQUEIO
                   WHEN OTHER
                       MOVE "S" TO WS-FIM-MANUT
               END-EVALUATE
           END-PERFORM.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LISTAR-BLOQUEIOS.
           DISPLAY "NUMERO DA CONTA:".
           ACCEPT WS-CONTA-MANUT.
           PERFORM VALIDAR-CONTA.
           IF WS-CONTA-VALIDA NOT = "S"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           MOVE ZEROS TO WS-TOTAL-ATIVO.
           OPEN INPUT BLOQUEIO-FILE.
           IF WS-BLOQUEIO-STATUS = "35"
               CLOSE BLOQUEIO-FILE
           ELSE
               IF WS-BLOQUEIO-STATUS NOT = "00"
                   MOVE "BLOQUEIO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-BLOQUEIO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE WS-CONTA-MANUT TO BLQ-CONTA
               MOVE ZEROS TO BLQ-NUMERO
               START BLOQUEIO-FILE KEY NOT LESS THAN BLQ-CHAVE
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-BLOQUEIO-STATUS = "00"
                   PERFORM UNTIL WS-BLOQUEIO-STATUS = "10"
                       READ BLOQUEIO-FILE NEXT RECORD
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF WS-BLOQUEIO-STATUS NOT = "00"
                               AND WS-BLOQUEIO-STATUS NOT = "10"
                           MOVE "BLOQUEIO-FILE" TO WS-ERRO-ARQUIVO
                           MOVE WS-BLOQUEIO-STATUS TO WS-ERRO-STATUS
                           PERFORM TRATAR-ERRO-ARQUIVO
                       END-IF
                       IF BLQ-CONTA NOT = WS-CONTA-MANUT
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-QTD-LISTADOS
                       PERFORM AVALIAR-BLOQUEIO
                       IF WS-BLQ-ATIVO = "S"
                           ADD BLQ-VALOR TO WS-TOTAL-ATIVO
                       END-IF
                       PERFORM DESCREVER-MOTIVO
                       MOVE BLQ-VALOR TO WS-VALOR-CAMPO
                       DISPLAY "  BLOQUEIO " BLQ-NUMERO
                           " " WS-DESCRICAO-MOTIVO
                           " " WS-VALOR-CAMPO
                           " " WS-DESCRICAO-SITUACAO
                           " REF " BLQ-REFERENCIA
                       DISPLAY "      DE " BLQ-INICIO
                           " ATE " BLQ-LIBERACAO
                           " POR " BLQ-OPERADOR
                           " LIBERADO POR " BLQ-OPER-LIBERACAO
                   END-PERFORM
               END-IF
               CLOSE BLOQUEIO-FILE
           END-IF.
           COMPUTE WS-DISPONIVEL = WS-SALDO-CONTA - WS-TOTAL-ATIVO.
           MOVE WS-SALDO-CONTA TO WS-SALDO-CAMPO.
           DISPLAY "BLOQUEIOS LISTADOS: " WS-QTD-LISTADOS
               " SALDO " WS-SALDO-CAMPO.
           MOVE WS-TOTAL-ATIVO TO WS-VALOR-CAMPO.
           MOVE WS-DISPONIVEL TO WS-SALDO-CAMPO.
           DISPLAY "BLOQUEADO " WS-VALOR-CAMPO
               " DISPONIVEL " WS-SALDO-CAMPO.

       AVALIAR-BLOQUEIO.
      * Active from its start date up to the day before its release
      * date; a hold whose start is still ahead is scheduled, not
      * yet active.
           MOVE "N" TO WS-BLQ-ATIVO.
           IF BLQ-LIBERACAO NOT = ZEROS
                   AND BLQ-LIBERACAO <= WS-DATA-PROCESSO
               MOVE "LIBERADO" TO WS-DESCRICAO-SITUACAO
           ELSE
               IF BLQ-INICIO > WS-DATA-PROCESSO
                   MOVE "AGENDADO" TO WS-DESCRICAO-SITUACAO
               ELSE
                   MOVE "ATIVO" TO WS-DESCRICAO-SITUACAO
                   MOVE "S" TO WS-BLQ-ATIVO
               END-IF
           END-IF.

       DESCREVER-MOTIVO.
           EVALUATE BLQ-MOTIVO
               WHEN "J"
                   MOVE "JUDICIAL" TO WS-DESCRICAO-MOTIVO
               WHEN "A"
                   MOVE "ADMINISTRATIVO" TO WS-DESCRICAO-MOTIVO
               WHEN "G"
                   MOVE "GARANTIA" TO WS-DESCRICAO-MOTIVO
               WHEN OTHER
                   MOVE "MOTIVO ?" TO WS-DESCRICAO-MOTIVO
           END-EVALUATE.

       INCLUIR-BLOQUEIO.
           DISPLAY "NUMERO DA CONTA:".
           ACCEPT WS-CONTA-MANUT.
           PERFORM VALIDAR-CONTA.
           IF WS-CONTA-VALIDA NOT = "S"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
      * A closed account has nothing left to hold; an order that
      * reaches one goes back to the court unanswered.
           IF CONTA-SITUACAO = "E"
               DISPLAY "CONTA " WS-CONTA-MANUT
                   " ENCERRADA - BLOQUEIO NAO INCLUIDO"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "VALOR BLOQUEADO:".
           ACCEPT WS-VALOR-MANUT.
           IF WS-VALOR-MANUT = ZEROS
               DISPLAY "VALOR INVALIDO - INFORME UM VALOR POSITIVO"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "MOTIVO (J-JUDICIAL A-ADMINISTRATIVO G-GARANTIA):".
           ACCEPT WS-MOTIVO-MANUT.
           EVALUATE WS-MOTIVO-MANUT
               WHEN "j"
                   MOVE "J" TO WS-MOTIVO-MANUT
               WHEN "a"
                   MOVE "A" TO WS-MOTIVO-MANUT
               WHEN "g"
                   MOVE "G" TO WS-MOTIVO-MANUT
           END-EVALUATE.
           IF WS-MOTIVO-MANUT NOT = "J" AND WS-MOTIVO-MANUT NOT = "A"
                   AND WS-MOTIVO-MANUT NOT = "G"
               DISPLAY "MOTIVO INVALIDO - USE J, A OU G"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NUMERO DO PROCESSO / OFICIO / CONTRATO:".
           ACCEPT WS-REFERENCIA-MANUT.
           IF WS-REFERENCIA-MANUT = SPACES
               DISPLAY "REFERENCIA OBRIGATORIA - BLOQUEIO NAO "
                   "INCLUIDO"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DATA DE INICIO (AAAAMMDD, 0 = HOJE):".
           ACCEPT WS-INICIO-MANUT.
           IF WS-INICIO-MANUT = ZEROS
               MOVE WS-DATA-PROCESSO TO WS-INICIO-MANUT
           END-IF.
           DISPLAY "DATA DE LIBERACAO (AAAAMMDD, 0 = EM ABERTO):".
           ACCEPT WS-LIBERACAO-MANUT.
           IF WS-LIBERACAO-MANUT NOT = ZEROS
                   AND WS-LIBERACAO-MANUT <= WS-INICIO-MANUT
               DISPLAY "LIBERACAO DEVE SER POSTERIOR AO INICIO"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O BLOQUEIO-FILE.
           IF WS-BLOQUEIO-STATUS = "35"
               OPEN OUTPUT BLOQUEIO-FILE
               CLOSE BLOQUEIO-FILE
               OPEN I-O BLOQUEIO-FILE
           END-IF.
           IF WS-BLOQUEIO-STATUS NOT = "00"
               MOVE "BLOQUEIO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-BLOQUEIO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM OBTER-ULTIMO-NUMERO.
           MOVE WS-CONTA-MANUT TO BLQ-CONTA.
           COMPUTE BLQ-NUMERO = WS-ULTIMO-NUMERO + 1.
           MOVE WS-VALOR-MANUT TO BLQ-VALOR.
           MOVE WS-MOTIVO-MANUT TO BLQ-MOTIVO.
           MOVE WS-REFERENCIA-MANUT TO BLQ-REFERENCIA.
           MOVE WS-INICIO-MANUT TO BLQ-INICIO.
           MOVE WS-LIBERACAO-MANUT TO BLQ-LIBERACAO.
           MOVE WS-OPERADOR-ID TO BLQ-OPERADOR.
           MOVE SPACES TO BLQ-OPER-LIBERACAO.
           WRITE BLOQUEIO-REC
               INVALID KEY
                   DISPLAY "ERRO AO INCLUIR BLOQUEIO NA CONTA "
                       WS-CONTA-MANUT ": " WS-BLOQUEIO-STATUS
                   MOVE 4 TO WS-RETURN-CODE
           END-WRITE.
           IF WS-BLOQUEIO-STATUS NOT = "00"
                   AND WS-BLOQUEIO-STATUS NOT = "22"
               MOVE "BLOQUEIO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-BLOQUEIO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-BLOQUEIO-STATUS = "00"
               DISPLAY "BLOQUEIO " BLQ-NUMERO " INCLUIDO NA CONTA "
                   WS-CONTA-MANUT
      * The hold stands even when the balance does not cover it
      * yet: a court order binds what comes in later too. The
      * operator is only warned.
               IF WS-VALOR-MANUT > WS-SALDO-CONTA
                   DISPLAY "ATENCAO - SALDO ATUAL NAO COBRE O VALOR "
                       "BLOQUEADO"
               END-IF
           END-IF.
           CLOSE BLOQUEIO-FILE.

       OBTER-ULTIMO-NUMERO.
      * Highest hold number already on file for the account; holds
      * are never deleted, so numbers are never reused.
           MOVE ZEROS TO WS-ULTIMO-NUMERO.
           MOVE WS-CONTA-MANUT TO BLQ-CONTA.
           MOVE ZEROS TO BLQ-NUMERO.
           START BLOQUEIO-FILE KEY NOT LESS THAN BLQ-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-BLOQUEIO-STATUS = "00"
               PERFORM UNTIL WS-BLOQUEIO-STATUS = "10"
                   READ BLOQUEIO-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-BLOQUEIO-STATUS NOT = "00"
                           AND WS-BLOQUEIO-STATUS NOT = "10"
                       MOVE "BLOQUEIO-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-BLOQUEIO-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF BLQ-CONTA NOT = WS-CONTA-MANUT
                       EXIT PERFORM
                   END-IF
                   MOVE BLQ-NUMERO TO WS-ULTIMO-NUMERO
               END-PERFORM
           END-IF.

       LIBERAR-BLOQUEIO.
           DISPLAY "NUMERO DA CONTA:".
           ACCEPT WS-CONTA-MANUT.
           DISPLAY "NUMERO DO BLOQUEIO:".
           ACCEPT WS-NUMERO-MANUT.
           OPEN I-O BLOQUEIO-FILE.
           IF WS-BLOQUEIO-STATUS = "35"
               DISPLAY "BLOQUEIOS.DAT AINDA NAO EXISTE"
               CLOSE BLOQUEIO-FILE
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-BLOQUEIO-STATUS NOT = "00"
               MOVE "BLOQUEIO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-BLOQUEIO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-CONTA-MANUT TO BLQ-CONTA.
           MOVE WS-NUMERO-MANUT TO BLQ-NUMERO.
           READ BLOQUEIO-FILE
               INVALID KEY
                   DISPLAY "BLOQUEIO " WS-NUMERO-MANUT
                       " NAO ENCONTRADO NA CONTA " WS-CONTA-MANUT
                   MOVE 4 TO WS-RETURN-CODE
           END-READ.
           IF WS-BLOQUEIO-STATUS NOT = "00"
                   AND WS-BLOQUEIO-STATUS NOT = "23"
               MOVE "BLOQUEIO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-BLOQUEIO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-BLOQUEIO-STATUS = "00"
               IF BLQ-LIBERACAO NOT = ZEROS
                       AND BLQ-LIBERACAO <= WS-DATA-PROCESSO
                   DISPLAY "BLOQUEIO " WS-NUMERO-MANUT
                       " JA LIBERADO EM " BLQ-LIBERACAO
                   MOVE 4 TO WS-RETURN-CODE
               ELSE
                   MOVE WS-DATA-PROCESSO TO BLQ-LIBERACAO
                   MOVE WS-OPERADOR-ID TO BLQ-OPER-LIBERACAO
                   REWRITE BLOQUEIO-REC
                       INVALID KEY
                           DISPLAY "ERRO AO LIBERAR BLOQUEIO "
                               WS-NUMERO-MANUT ": "
                               WS-BLOQUEIO-STATUS
                           MOVE 4 TO WS-RETURN-CODE
                   END-REWRITE
                   IF WS-BLOQUEIO-STATUS NOT = "00"
                           AND WS-BLOQUEIO-STATUS NOT = "23"
                       MOVE "BLOQUEIO-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-BLOQUEIO-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF WS-BLOQUEIO-STATUS = "00"
                       DISPLAY "BLOQUEIO " WS-NUMERO-MANUT
                           " DA CONTA " WS-CONTA-MANUT
                           " LIBERADO POR " WS-OPERADOR-ID
                   END-IF
               END-IF
           END-IF.
           CLOSE BLOQUEIO-FILE.

       VALIDAR-CONTA.
      * Leaves the account record in CONTA-REC and its balance in
      * WS-SALDO-CONTA for the caller's checks.
           MOVE "S" TO WS-CONTA-VALIDA.
           MOVE ZEROS TO WS-SALDO-CONTA.
           OPEN INPUT CONTA-FILE.
           IF WS-CONTA-STATUS = "35"
               DISPLAY "CONTAS.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-CONTA-VALIDA
               CLOSE CONTA-FILE
           ELSE
               IF WS-CONTA-STATUS NOT = "00"
                   MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE WS-CONTA-MANUT TO CONTA-NUMERO
               READ CONTA-FILE
                   INVALID KEY
                       DISPLAY "CONTA " WS-CONTA-MANUT
                           " NAO CADASTRADA"
                       MOVE "N" TO WS-CONTA-VALIDA
                   NOT INVALID KEY
                       MOVE CONTA-SALDO TO WS-SALDO-CONTA
               END-READ
               IF WS-CONTA-STATUS NOT = "00"
                       AND WS-CONTA-STATUS NOT = "23"
                   MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               CLOSE CONTA-FILE
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

                            END PROGRAM PROG_BLQMANUT.
