      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Maintenance for MANDATOS.DAT, the customers'
      *          authorizations for utilities and other billers to
      *          have their bills debited automatically: list an
      *          account's mandates, sign a new one (biller, the
      *          customer's number at the biller, ceiling per bill,
      *          start and, when the customer sets one, end date),
      *          change the ceiling or the end date, and cancel one.
      *          Mandates are never deleted: a cancellation stamps
      *          the processing date and the operator, so a biller's
      *          complaint about an unpaid bill can always be
      *          answered with who stopped the debit and when. The
      *          screen sits behind the account-maintenance (K)
      *          permission.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_MANDMANUT.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT MANDATO-FILE ASSIGN TO "MANDATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAND-CODIGO
               ALTERNATE RECORD KEY IS MAND-CHAVE-EMPRESA
                   WITH DUPLICATES
               FILE STATUS IS WS-MANDATO-STATUS.

           SELECT CONTA-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  MANDATO-FILE.
           COPY MANDATO.

       FD  CONTA-FILE.
           COPY CONTA.

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-MANDATO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-CONTA-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-OPERACAO       PIC X(01) VALUE SPACES.
        77 WS-FIM-MANUT      PIC X(01) VALUE "N".
        77 WS-CONTA-MANUT    PIC 9(05) VALUE ZEROS.
        77 WS-CODIGO-MANUT   PIC 9(06) VALUE ZEROS.
        77 WS-EMPRESA-MANUT  PIC X(008) VALUE SPACES.
        77 WS-ID-CLIENTE-MANUT PIC X(020) VALUE SPACES.
        77 WS-VALOR-MANUT    PIC 9(10)V99 VALUE ZEROS.
        77 WS-INICIO-MANUT   PIC 9(08) VALUE ZEROS.
        77 WS-FIM-DATA-MANUT PIC 9(08) VALUE ZEROS.
        77 WS-CONTA-VALIDA   PIC X(01) VALUE "S".
        77 WS-ULTIMO-CODIGO  PIC 9(06) VALUE ZEROS.
        77 WS-QTD-LISTADOS   PIC 9(04) VALUE ZEROS.
        77 WS-MANDATO-VIGENTE PIC X(01) VALUE "N".
        77 WS-DATA-PROCESSO  PIC 9(08) VALUE ZEROS.
        77 WS-OPERADOR-ID    PIC X(08) VALUE SPACES.
        77 WS-OPERADOR-SENHA PIC X(08) VALUE SPACES.
        77 WS-OPER-AUTORIZADO PIC X(01) VALUE "N".
        77 WS-FUNCAO-LOGIN   PIC X(01) VALUE "K".
        77 WS-DESCRICAO-SITUACAO PIC X(010) VALUE SPACES.
        77 WS-VALOR-CAMPO    PIC Z(9)9.99.
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
      * A mandate lets a third party take money from the account
      * night after night, so the screen takes the same permission
      * as the account master and every mandate carries who signed
      * and who cancelled it.
           DISPLAY "IDENTIFICACAO DO OPERADOR:".
           ACCEPT WS-OPERADOR-ID.
           DISPLAY "SENHA:".
           ACCEPT WS-OPERADOR-SENHA.
           CALL "VALIDAR-OPERADOR" USING WS-OPERADOR-ID
               WS-OPERADOR-SENHA WS-FUNCAO-LOGIN
               WS-OPER-AUTORIZADO.
           IF WS-OPER-AUTORIZADO NOT = "S"
               DISPLAY "OPERADOR SEM PERMISSAO PARA MANUTENCAO DE "
                   "AUTORIZACOES DE DEBITO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.

           PERFORM UNTIL WS-FIM-MANUT = "S"
               DISPLAY "OPERACAO: L-LISTAR I-INCLUIR A-ALTERAR "
                   "C-CANCELAR F-FIM"
               ACCEPT WS-OPERACAO
               EVALUATE WS-OPERACAO
                   WHEN "L"
                   WHEN "l"
                       PERFORM LISTAR-MANDATOS
                   WHEN "I"
                   WHEN "i"
                       PERFORM INCLUIR-MANDATO
                   WHEN "A"
                   WHEN "a"
                       PERFORM ALTERAR-MANDATO
                   WHEN "C"
                   WHEN "c"
                       PERFORM CANCELAR-MANDATO
                   WHEN OTHER
                       MOVE "S" TO WS-FIM-MANUT
               END-EVALUATE
           END-PERFORM.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LISTAR-MANDATOS.
      * MANDATOS.DAT is keyed on the mandate code, not the account;
      * the whole file is read and the account's mandates shown.
           DISPLAY "NUMERO DA CONTA:".
           ACCEPT WS-CONTA-MANUT.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           OPEN INPUT MANDATO-FILE.
           IF WS-MANDATO-STATUS = "35"
               CLOSE MANDATO-FILE
           ELSE
               IF WS-MANDATO-STATUS NOT = "00"
                   MOVE "MANDATO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-MANDATO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               PERFORM UNTIL WS-MANDATO-STATUS = "10"
                   READ MANDATO-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-MANDATO-STATUS NOT = "00"
                           AND WS-MANDATO-STATUS NOT = "10"
                       MOVE "MANDATO-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-MANDATO-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF MAND-CONTA = WS-CONTA-MANUT
                       ADD 1 TO WS-QTD-LISTADOS
                       PERFORM AVALIAR-MANDATO
                       MOVE MAND-VALOR-MAXIMO TO WS-VALOR-CAMPO
                       DISPLAY "  MANDATO " MAND-CODIGO
                           " " MAND-EMPRESA
                           " " MAND-ID-CLIENTE
                           " TETO " WS-VALOR-CAMPO
                           " " WS-DESCRICAO-SITUACAO
                       DISPLAY "      DE " MAND-INICIO
                           " ATE " MAND-FIM
                           " POR " MAND-OPERADOR
                           " CANCELADO EM " MAND-DATA-CANCELAMENTO
                           " POR " MAND-OPER-CANCELAMENTO
                   END-IF
               END-PERFORM
               CLOSE MANDATO-FILE
           END-IF.
           DISPLAY "AUTORIZACOES LISTADAS: " WS-QTD-LISTADOS.

       AVALIAR-MANDATO.
      * In force from its start date through its end date; one
      * whose start is still ahead is scheduled.
           MOVE "N" TO WS-MANDATO-VIGENTE.
           EVALUATE TRUE
               WHEN MAND-SITUACAO = "C"
                   MOVE "CANCELADO" TO WS-DESCRICAO-SITUACAO
               WHEN MAND-FIM NOT = ZEROS
                       AND MAND-FIM < WS-DATA-PROCESSO
                   MOVE "VENCIDO" TO WS-DESCRICAO-SITUACAO
               WHEN MAND-INICIO > WS-DATA-PROCESSO
                   MOVE "AGENDADO" TO WS-DESCRICAO-SITUACAO
                   MOVE "S" TO WS-MANDATO-VIGENTE
               WHEN OTHER
                   MOVE "ATIVO" TO WS-DESCRICAO-SITUACAO
                   MOVE "S" TO WS-MANDATO-VIGENTE
           END-EVALUATE.

       INCLUIR-MANDATO.
           DISPLAY "NUMERO DA CONTA:".
           ACCEPT WS-CONTA-MANUT.
           PERFORM VALIDAR-CONTA.
           IF WS-CONTA-VALIDA NOT = "S"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF CONTA-SITUACAO = "E"
               DISPLAY "CONTA " WS-CONTA-MANUT
                   " ENCERRADA - AUTORIZACAO NAO INCLUIDA"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CODIGO DA EMPRESA CONVENIADA:".
           ACCEPT WS-EMPRESA-MANUT.
           DISPLAY "IDENTIFICACAO DO CLIENTE NA EMPRESA:".
           ACCEPT WS-ID-CLIENTE-MANUT.
           IF WS-EMPRESA-MANUT = SPACES
                   OR WS-ID-CLIENTE-MANUT = SPACES
               DISPLAY "EMPRESA E IDENTIFICACAO OBRIGATORIAS - "
                   "AUTORIZACAO NAO INCLUIDA"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "VALOR MAXIMO POR CONTA:".
           ACCEPT WS-VALOR-MANUT.
           IF WS-VALOR-MANUT = ZEROS
               DISPLAY "VALOR INVALIDO - INFORME UM VALOR POSITIVO"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DATA DE INICIO (AAAAMMDD, 0 = HOJE):".
           ACCEPT WS-INICIO-MANUT.
           IF WS-INICIO-MANUT = ZEROS
               MOVE WS-DATA-PROCESSO TO WS-INICIO-MANUT
           END-IF.
           DISPLAY "DATA DE FIM (AAAAMMDD, 0 = SEM PRAZO):".
           ACCEPT WS-FIM-DATA-MANUT.
           IF WS-FIM-DATA-MANUT NOT = ZEROS
                   AND WS-FIM-DATA-MANUT < WS-INICIO-MANUT
               DISPLAY "FIM NAO PODE SER ANTERIOR AO INICIO"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O MANDATO-FILE.
           IF WS-MANDATO-STATUS = "35"
               OPEN OUTPUT MANDATO-FILE
               CLOSE MANDATO-FILE
               OPEN I-O MANDATO-FILE
           END-IF.
           IF WS-MANDATO-STATUS NOT = "00"
               MOVE "MANDATO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-MANDATO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
      * One biller bill can only be matched to one mandate; a second
      * mandate for the same customer number at the same biller
      * while the first is in force would leave the invoice load
      * guessing which account pays.
           PERFORM PROCURAR-MANDATO-VIGENTE.
           IF WS-MANDATO-VIGENTE = "S"
               DISPLAY "JA EXISTE A AUTORIZACAO " MAND-CODIGO
                   " VIGENTE PARA " WS-EMPRESA-MANUT " "
                   WS-ID-CLIENTE-MANUT
               MOVE 4 TO WS-RETURN-CODE
               CLOSE MANDATO-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM OBTER-ULTIMO-CODIGO.
           COMPUTE MAND-CODIGO = WS-ULTIMO-CODIGO + 1.
           MOVE WS-CONTA-MANUT TO MAND-CONTA.
           MOVE WS-EMPRESA-MANUT TO MAND-EMPRESA.
           MOVE WS-ID-CLIENTE-MANUT TO MAND-ID-CLIENTE.
           MOVE WS-VALOR-MANUT TO MAND-VALOR-MAXIMO.
           MOVE WS-INICIO-MANUT TO MAND-INICIO.
           MOVE WS-FIM-DATA-MANUT TO MAND-FIM.
           MOVE "A" TO MAND-SITUACAO.
           MOVE ZEROS TO MAND-DATA-CANCELAMENTO.
           MOVE WS-OPERADOR-ID TO MAND-OPERADOR.
           MOVE SPACES TO MAND-OPER-CANCELAMENTO.
           WRITE MANDATO-REC
               INVALID KEY
                   DISPLAY "ERRO AO INCLUIR AUTORIZACAO NA CONTA "
                       WS-CONTA-MANUT ": " WS-MANDATO-STATUS
                   MOVE 4 TO WS-RETURN-CODE
           END-WRITE.
           IF WS-MANDATO-STATUS NOT = "00"
                   AND WS-MANDATO-STATUS NOT = "02"
                   AND WS-MANDATO-STATUS NOT = "22"
               MOVE "MANDATO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-MANDATO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-MANDATO-STATUS = "00" OR WS-MANDATO-STATUS = "02"
               DISPLAY "AUTORIZACAO " MAND-CODIGO
                   " INCLUIDA NA CONTA " WS-CONTA-MANUT
           END-IF.
           CLOSE MANDATO-FILE.

       PROCURAR-MANDATO-VIGENTE.
      * Walks the mandates of WS-EMPRESA-MANUT/WS-ID-CLIENTE-MANUT
      * by the alternate key; leaves the one in force, if any, in
      * MANDATO-REC.
           MOVE "N" TO WS-MANDATO-VIGENTE.
           MOVE WS-EMPRESA-MANUT TO MAND-EMPRESA.
           MOVE WS-ID-CLIENTE-MANUT TO MAND-ID-CLIENTE.
           START MANDATO-FILE KEY IS EQUAL TO MAND-CHAVE-EMPRESA
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-MANDATO-STATUS = "00"
               PERFORM UNTIL WS-MANDATO-STATUS = "10"
                   READ MANDATO-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-MANDATO-STATUS NOT = "00"
                           AND WS-MANDATO-STATUS NOT = "02"
                           AND WS-MANDATO-STATUS NOT = "10"
                       MOVE "MANDATO-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-MANDATO-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF MAND-EMPRESA NOT = WS-EMPRESA-MANUT
                           OR MAND-ID-CLIENTE NOT = WS-ID-CLIENTE-MANUT
                       EXIT PERFORM
                   END-IF
                   PERFORM AVALIAR-MANDATO
                   IF WS-MANDATO-VIGENTE = "S"
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           MOVE "00" TO WS-MANDATO-STATUS.

       OBTER-ULTIMO-CODIGO.
      * Highest mandate code already on file; mandates are never
      * deleted, so codes are never reused.
           MOVE ZEROS TO WS-ULTIMO-CODIGO.
           MOVE ZEROS TO MAND-CODIGO.
           START MANDATO-FILE KEY NOT LESS THAN MAND-CODIGO
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-MANDATO-STATUS = "00"
               PERFORM UNTIL WS-MANDATO-STATUS = "10"
                   READ MANDATO-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-MANDATO-STATUS NOT = "00"
                           AND WS-MANDATO-STATUS NOT = "10"
                       MOVE "MANDATO-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-MANDATO-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   MOVE MAND-CODIGO TO WS-ULTIMO-CODIGO
               END-PERFORM
           END-IF.

       ALTERAR-MANDATO.
      * Only the ceiling and the end date change; a different
      * account or biller is a new mandate, signed again.
           PERFORM LER-MANDATO-MANUT.
           IF WS-MANDATO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF MAND-SITUACAO = "C"
               DISPLAY "AUTORIZACAO " WS-CODIGO-MANUT
                   " CANCELADA EM " MAND-DATA-CANCELAMENTO
               MOVE 4 TO WS-RETURN-CODE
               CLOSE MANDATO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE MAND-VALOR-MAXIMO TO WS-VALOR-CAMPO.
           DISPLAY "VALOR MAXIMO ATUAL " WS-VALOR-CAMPO
               " - NOVO VALOR (0 = MANTER):".
           ACCEPT WS-VALOR-MANUT.
           DISPLAY "FIM ATUAL " MAND-FIM
               " - NOVA DATA DE FIM (AAAAMMDD, 0 = MANTER):".
           ACCEPT WS-FIM-DATA-MANUT.
           IF WS-FIM-DATA-MANUT NOT = ZEROS
                   AND WS-FIM-DATA-MANUT < MAND-INICIO
               DISPLAY "FIM NAO PODE SER ANTERIOR AO INICIO"
               MOVE 4 TO WS-RETURN-CODE
               CLOSE MANDATO-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-VALOR-MANUT NOT = ZEROS
               MOVE WS-VALOR-MANUT TO MAND-VALOR-MAXIMO
           END-IF.
           IF WS-FIM-DATA-MANUT NOT = ZEROS
               MOVE WS-FIM-DATA-MANUT TO MAND-FIM
           END-IF.
           PERFORM REGRAVAR-MANDATO.
           IF WS-MANDATO-STATUS = "00"
               DISPLAY "AUTORIZACAO " WS-CODIGO-MANUT " ALTERADA"
           END-IF.
           CLOSE MANDATO-FILE.

       CANCELAR-MANDATO.
      * From the processing date on no bill of the mandate is paid,
      * including bills already loaded and waiting for their due
      * date; the invoice load checks the mandate again on the day.
           PERFORM LER-MANDATO-MANUT.
           IF WS-MANDATO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF MAND-SITUACAO = "C"
               DISPLAY "AUTORIZACAO " WS-CODIGO-MANUT
                   " JA CANCELADA EM " MAND-DATA-CANCELAMENTO
               MOVE 4 TO WS-RETURN-CODE
               CLOSE MANDATO-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO MAND-SITUACAO.
           MOVE WS-DATA-PROCESSO TO MAND-DATA-CANCELAMENTO.
           MOVE WS-OPERADOR-ID TO MAND-OPER-CANCELAMENTO.
           PERFORM REGRAVAR-MANDATO.
           IF WS-MANDATO-STATUS = "00"
               DISPLAY "AUTORIZACAO " WS-CODIGO-MANUT
                   " DA CONTA " MAND-CONTA
                   " CANCELADA POR " WS-OPERADOR-ID
           END-IF.
           CLOSE MANDATO-FILE.

       LER-MANDATO-MANUT.
      * Leaves MANDATOS.DAT open I-O with the mandate in
      * MANDATO-REC on status 00; on any other status the file is
      * already closed.
           DISPLAY "CODIGO DA AUTORIZACAO:".
           ACCEPT WS-CODIGO-MANUT.
           OPEN I-O MANDATO-FILE.
           IF WS-MANDATO-STATUS = "35"
               DISPLAY "MANDATOS.DAT AINDA NAO EXISTE"
               CLOSE MANDATO-FILE
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-MANDATO-STATUS NOT = "00"
               MOVE "MANDATO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-MANDATO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-CODIGO-MANUT TO MAND-CODIGO.
           READ MANDATO-FILE
               INVALID KEY
                   DISPLAY "AUTORIZACAO " WS-CODIGO-MANUT
                       " NAO ENCONTRADA"
                   MOVE 4 TO WS-RETURN-CODE
           END-READ.
           IF WS-MANDATO-STATUS NOT = "00"
                   AND WS-MANDATO-STATUS NOT = "23"
               MOVE "MANDATO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-MANDATO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-MANDATO-STATUS NOT = "00"
               CLOSE MANDATO-FILE
               MOVE "23" TO WS-MANDATO-STATUS
           END-IF.

       REGRAVAR-MANDATO.
           REWRITE MANDATO-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR AUTORIZACAO "
                       WS-CODIGO-MANUT ": " WS-MANDATO-STATUS
                   MOVE 4 TO WS-RETURN-CODE
           END-REWRITE.
      * Status 02 only says other mandates share the alternate key.
           IF WS-MANDATO-STATUS = "02"
               MOVE "00" TO WS-MANDATO-STATUS
           END-IF.
           IF WS-MANDATO-STATUS NOT = "00"
                   AND WS-MANDATO-STATUS NOT = "23"
               MOVE "MANDATO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-MANDATO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       VALIDAR-CONTA.
      * Leaves the account record in CONTA-REC for the caller's
      * checks.
           MOVE "S" TO WS-CONTA-VALIDA.
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
      * Any FILE STATUS other than 00 (success), 02 (duplicate
      * alternate key, expected here), 10 (end of file), 22/23 (key
      * errors, already handled above) or 35 (not found on first
      * run, already handled above) means a real I/O problem; log
      * which file and status code and stop instead of pressing on
      * with bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_MANDMANUT.
