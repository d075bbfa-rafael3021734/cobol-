      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Maintenance for TITULARES.DAT, the extra holders of
      *          an account beside the primary titular CONTA-CLIENTE
      *          already names: list an account's holders, include a
      *          customer as T titular, C co-titular or P procurador,
      *          and exclude one. The account must exist on
      *          CONTAS.DAT and not be frozen by death, the customer
      *          must exist on CLIENTE.DAT and not be falecido, and
      *          the primary titular cannot be added a second time,
      *          so the statements and the tax split never count
      *          anybody twice.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_TITMANUT.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT TITULAR-FILE ASSIGN TO "TITULARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WS-TITULAR-STATUS.

           SELECT CONTA-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.

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
       FD  TITULAR-FILE.
           COPY TITULAR.

       FD  CONTA-FILE.
           COPY CONTA.

       FD  CLIENTE-FILE.
           COPY CLIENTE.

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-TITULAR-STATUS PIC X(02) VALUE ZEROS.
        77 WS-CONTA-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-CLIENTE-STATUS PIC X(02) VALUE ZEROS.
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-OPERACAO       PIC X(01) VALUE SPACES.
        77 WS-FIM-MANUT      PIC X(01) VALUE "N".
        77 WS-CONTA-MANUT    PIC 9(05) VALUE ZEROS.
        77 WS-CLIENTE-MANUT  PIC 9(06) VALUE ZEROS.
        77 WS-PAPEL-MANUT    PIC X(01) VALUE SPACES.
        77 WS-TITULAR-PRINCIPAL PIC 9(06) VALUE ZEROS.
        77 WS-CONTA-VALIDA   PIC X(01) VALUE "S".
        77 WS-QTD-LISTADOS   PIC 9(03) VALUE ZEROS.
        77 WS-DATA-PROCESSO  PIC 9(08) VALUE ZEROS.
        77 WS-OPERADOR-ID    PIC X(08) VALUE SPACES.
        77 WS-OPERADOR-SENHA PIC X(08) VALUE SPACES.
        77 WS-OPER-AUTORIZADO PIC X(01) VALUE "N".
        77 WS-FUNCAO-LOGIN   PIC X(01) VALUE "C".
        77 WS-DESCRICAO-PAPEL PIC X(012) VALUE SPACES.
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
      * Adding a holder hands a customer a statement and a share of
      * the tax, so the screen sits behind the customer-entry
      * permission and each record carries who keyed it.
           DISPLAY "IDENTIFICACAO DO OPERADOR:".
           ACCEPT WS-OPERADOR-ID.
           DISPLAY "SENHA:".
           ACCEPT WS-OPERADOR-SENHA.
           CALL "VALIDAR-OPERADOR" USING WS-OPERADOR-ID
               WS-OPERADOR-SENHA WS-FUNCAO-LOGIN
               WS-OPER-AUTORIZADO.
           IF WS-OPER-AUTORIZADO NOT = "S"
               DISPLAY "OPERADOR SEM PERMISSAO PARA MANUTENCAO DE "
                   "TITULARES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.

           PERFORM UNTIL WS-FIM-MANUT = "S"
               DISPLAY "OPERACAO: L-LISTAR I-INCLUIR E-EXCLUIR F-FIM"
               ACCEPT WS-OPERACAO
               EVALUATE WS-OPERACAO
                   WHEN "L"
                   WHEN "l"
                       PERFORM LISTAR-TITULARES
                   WHEN "I"
                   WHEN "i"
                       PERFORM INCLUIR-TITULAR
                   WHEN "E"
                   WHEN "e"
                       PERFORM EXCLUIR-TITULAR
                   WHEN OTHER
                       MOVE "S" TO WS-FIM-MANUT
               END-EVALUATE
           END-PERFORM.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LISTAR-TITULARES.
           DISPLAY "NUMERO DA CONTA:".
           ACCEPT WS-CONTA-MANUT.
           PERFORM VALIDAR-CONTA.
           IF WS-CONTA-VALIDA NOT = "S"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "  CONTA " WS-CONTA-MANUT " TITULAR PRINCIPAL "
               WS-TITULAR-PRINCIPAL.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           OPEN INPUT TITULAR-FILE.
           IF WS-TITULAR-STATUS = "35"
               CLOSE TITULAR-FILE
           ELSE
               IF WS-TITULAR-STATUS NOT = "00"
                   MOVE "TITULAR-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-TITULAR-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE WS-CONTA-MANUT TO TIT-CONTA
               MOVE ZEROS TO TIT-CLIENTE
               START TITULAR-FILE KEY NOT LESS THAN TIT-CHAVE
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-TITULAR-STATUS = "00"
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
                       IF TIT-CONTA NOT = WS-CONTA-MANUT
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-QTD-LISTADOS
                       PERFORM DESCREVER-PAPEL
                       DISPLAY "  CLIENTE " TIT-CLIENTE
                           " " WS-DESCRICAO-PAPEL
                           " DESDE " TIT-INCLUSAO
                           " POR " TIT-OPERADOR
                   END-PERFORM
               END-IF
               CLOSE TITULAR-FILE
           END-IF.
           DISPLAY "TITULARES ADICIONAIS LISTADOS: " WS-QTD-LISTADOS.

       DESCREVER-PAPEL.
           EVALUATE TIT-PAPEL
               WHEN "T"
                   MOVE "TITULAR" TO WS-DESCRICAO-PAPEL
               WHEN "C"
                   MOVE "CO-TITULAR" TO WS-DESCRICAO-PAPEL
               WHEN "P"
                   MOVE "PROCURADOR" TO WS-DESCRICAO-PAPEL
               WHEN OTHER
                   MOVE "PAPEL ?" TO WS-DESCRICAO-PAPEL
           END-EVALUATE.

       INCLUIR-TITULAR.
           DISPLAY "NUMERO DA CONTA:".
           ACCEPT WS-CONTA-MANUT.
           DISPLAY "CODIGO DO CLIENTE:".
           ACCEPT WS-CLIENTE-MANUT.
           DISPLAY "PAPEL (T-TITULAR C-CO-TITULAR P-PROCURADOR):".
           ACCEPT WS-PAPEL-MANUT.
           EVALUATE WS-PAPEL-MANUT
               WHEN "t"
                   MOVE "T" TO WS-PAPEL-MANUT
               WHEN "c"
                   MOVE "C" TO WS-PAPEL-MANUT
               WHEN "p"
                   MOVE "P" TO WS-PAPEL-MANUT
           END-EVALUATE.
           IF WS-PAPEL-MANUT NOT = "T" AND WS-PAPEL-MANUT NOT = "C"
                   AND WS-PAPEL-MANUT NOT = "P"
               DISPLAY "PAPEL INVALIDO - USE T, C OU P"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM VALIDAR-CONTA.
           IF WS-CONTA-VALIDA NOT = "S"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
      * A frozen account belongs to the estate now; new holders
      * wait for the inventory to settle who inherits it.
           IF CONTA-SITUACAO = "F"
               DISPLAY "CONTA " WS-CONTA-MANUT
                   " BLOQUEADA POR OBITO - TITULARES NAO ALTERADOS"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CLIENTE-MANUT = WS-TITULAR-PRINCIPAL
               DISPLAY "CLIENTE " WS-CLIENTE-MANUT
                   " JA E O TITULAR PRINCIPAL DA CONTA"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDAR-CLIENTE.
           IF WS-CONTA-VALIDA NOT = "S"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O TITULAR-FILE.
           IF WS-TITULAR-STATUS = "35"
               OPEN OUTPUT TITULAR-FILE
               CLOSE TITULAR-FILE
               OPEN I-O TITULAR-FILE
           END-IF.
           IF WS-TITULAR-STATUS NOT = "00"
               MOVE "TITULAR-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TITULAR-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-CONTA-MANUT TO TIT-CONTA.
           MOVE WS-CLIENTE-MANUT TO TIT-CLIENTE.
           MOVE WS-PAPEL-MANUT TO TIT-PAPEL.
           MOVE WS-DATA-PROCESSO TO TIT-INCLUSAO.
           MOVE WS-OPERADOR-ID TO TIT-OPERADOR.
           WRITE TITULAR-REC
               INVALID KEY
                   DISPLAY "CLIENTE " WS-CLIENTE-MANUT
                       " JA CONSTA COMO TITULAR DA CONTA "
                       WS-CONTA-MANUT " - EXCLUA ANTES DE MUDAR O "
                       "PAPEL"
                   MOVE 4 TO WS-RETURN-CODE
           END-WRITE.
           IF WS-TITULAR-STATUS NOT = "00"
                   AND WS-TITULAR-STATUS NOT = "22"
               MOVE "TITULAR-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TITULAR-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-TITULAR-STATUS = "00"
               PERFORM DESCREVER-PAPEL
               DISPLAY "CLIENTE " WS-CLIENTE-MANUT " INCLUIDO COMO "
                   WS-DESCRICAO-PAPEL " DA CONTA " WS-CONTA-MANUT
           END-IF.
           CLOSE TITULAR-FILE.

       EXCLUIR-TITULAR.
           DISPLAY "NUMERO DA CONTA:".
           ACCEPT WS-CONTA-MANUT.
           DISPLAY "CODIGO DO CLIENTE:".
           ACCEPT WS-CLIENTE-MANUT.
           OPEN I-O TITULAR-FILE.
           IF WS-TITULAR-STATUS = "35"
               DISPLAY "TITULARES.DAT AINDA NAO EXISTE"
               CLOSE TITULAR-FILE
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-TITULAR-STATUS NOT = "00"
               MOVE "TITULAR-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TITULAR-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-CONTA-MANUT TO TIT-CONTA.
           MOVE WS-CLIENTE-MANUT TO TIT-CLIENTE.
           DELETE TITULAR-FILE RECORD
               INVALID KEY
                   DISPLAY "CLIENTE " WS-CLIENTE-MANUT
                       " NAO E TITULAR ADICIONAL DA CONTA "
                       WS-CONTA-MANUT
                   MOVE 4 TO WS-RETURN-CODE
           END-DELETE.
           IF WS-TITULAR-STATUS NOT = "00"
                   AND WS-TITULAR-STATUS NOT = "23"
               MOVE "TITULAR-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TITULAR-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-TITULAR-STATUS = "00"
               DISPLAY "CLIENTE " WS-CLIENTE-MANUT
                   " EXCLUIDO DA CONTA " WS-CONTA-MANUT
           END-IF.
           CLOSE TITULAR-FILE.

       VALIDAR-CONTA.
      * Leaves the account record in CONTA-REC and its primary
      * titular in WS-TITULAR-PRINCIPAL for the caller's checks.
           MOVE "S" TO WS-CONTA-VALIDA.
           MOVE ZEROS TO WS-TITULAR-PRINCIPAL.
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
                       MOVE CONTA-CLIENTE TO WS-TITULAR-PRINCIPAL
               END-READ
               IF WS-CONTA-STATUS NOT = "00"
                       AND WS-CONTA-STATUS NOT = "23"
                   MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               CLOSE CONTA-FILE
           END-IF.

       VALIDAR-CLIENTE.
           MOVE "S" TO WS-CONTA-VALIDA.
           OPEN INPUT CLIENTE-FILE.
           IF WS-CLIENTE-STATUS = "35"
               DISPLAY "CLIENTE.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-CONTA-VALIDA
               CLOSE CLIENTE-FILE
           ELSE
               IF WS-CLIENTE-STATUS NOT = "00"
                   MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE WS-CLIENTE-MANUT TO CODIGO
               READ CLIENTE-FILE
                   INVALID KEY
                       DISPLAY "CLIENTE " WS-CLIENTE-MANUT
                           " NAO CADASTRADO"
                       MOVE "N" TO WS-CONTA-VALIDA
                   NOT INVALID KEY
                       IF SITUACAO = "F"
                           DISPLAY "CLIENTE " WS-CLIENTE-MANUT
                               " FALECIDO - NAO PODE SER TITULAR"
                           MOVE "N" TO WS-CONTA-VALIDA
                       END-IF
               END-READ
               IF WS-CLIENTE-STATUS NOT = "00"
                       AND WS-CLIENTE-STATUS NOT = "23"
                   MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               CLOSE CLIENTE-FILE
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

                            END PROGRAM PROG_TITMANUT.
