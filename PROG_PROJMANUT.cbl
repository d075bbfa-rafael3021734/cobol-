      *          validated against CENTRO.DAT. A brand-new
      *          installation seeds the five slots the allocation
      *          tables already use, open and unbudgeted, so the
      *          existing assignments keep working. The T option
      *          maintains each project's tasks on TAREFA.DAT -
      *          planned hours and dates, and the percent complete
      *          the project owner updates weekly - for the
      *          earned-value report.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
               RECORD KEY IS PROJ-CODIGO
               FILE STATUS IS WS-PROJETO-STATUS.

           SELECT TAREFA-FILE ASSIGN TO "TAREFA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CHAVE
               FILE STATUS IS WS-TAREFA-STATUS.

           SELECT CENTRO-FILE ASSIGN TO "CENTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  PROJETO-FILE.
           COPY PROJETO.

       FD  TAREFA-FILE.
           COPY TAREFA.

       FD  CENTRO-FILE.
           COPY CENTRO.

        77 WS-CENTRO-VALIDO  PIC X(01) VALUE "N".
        77 WS-SEED-IDX       PIC 9(01) VALUE ZEROS.
        77 WS-ORCADO-CAMPO   PIC ZZZZZ9.99.
        77 WS-TAREFA-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-OPERACAO-TAREFA PIC X(01) VALUE SPACES.
        77 WS-FIM-TAREFAS    PIC X(01) VALUE "N".
        77 WS-TAREFA-MANUT   PIC 9(03) VALUE ZEROS.
        77 WS-TAREFA-VALIDA  PIC X(01) VALUE "N".
        77 WS-PERC-NOVO      PIC 9(03) VALUE ZEROS.
        77 WS-PERC-VALIDO    PIC X(01) VALUE "N".
        77 WS-VAL-GENERICO   PIC S9(9)V9(2) VALUE ZEROS.
        77 WS-MIN-GENERICO   PIC S9(9)V9(2) VALUE ZEROS.
        77 WS-MAX-GENERICO   PIC S9(9)V9(2) VALUE ZEROS.
        77 WS-DATA-PROCESSO  PIC 9(08) VALUE ZEROS.
      *=================================================================
       PROCEDURE                               DIVISION.


           PERFORM UNTIL WS-FIM-MANUT = "S"
               DISPLAY "OPERACAO: L-LISTAR I-INCLUIR A-ALTERAR "
                   "E-ENCERRAR T-TAREFAS F-FIM"
               ACCEPT WS-OPERACAO
               EVALUATE WS-OPERACAO
                   WHEN "L"
                   WHEN "E"
                   WHEN "e"
                       PERFORM ENCERRAR-PROJETO
                   WHEN "T"
                   WHEN "t"
                       PERFORM MANTER-TAREFAS
                   WHEN OTHER
                       MOVE "S" TO WS-FIM-MANUT
               END-EVALUATE
               END-IF
           END-IF.

       MANTER-TAREFAS.
      * Tasks belong to one project on the master; the project is
      * keyed once and every option below works inside it.
           DISPLAY "CODIGO DO PROJETO:".
           ACCEPT WS-CODIGO-MANUT.
           MOVE WS-CODIGO-MANUT TO PROJ-CODIGO.
           READ PROJETO-FILE
               INVALID KEY
                   DISPLAY "PROJETO NAO ENCONTRADO: "
                       WS-CODIGO-MANUT
                   MOVE 4 TO WS-RETURN-CODE
           END-READ.
           IF WS-PROJETO-STATUS NOT = "00"
                   AND WS-PROJETO-STATUS NOT = "23"
               MOVE "PROJETO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-PROJETO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-PROJETO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PROJETO " PROJ-CODIGO " " PROJ-NOME.
           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.

           OPEN I-O TAREFA-FILE.
           IF WS-TAREFA-STATUS = "35"
               OPEN OUTPUT TAREFA-FILE
               CLOSE TAREFA-FILE
               OPEN I-O TAREFA-FILE
           END-IF.
           IF WS-TAREFA-STATUS NOT = "00"
               MOVE "TAREFA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TAREFA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           MOVE "N" TO WS-FIM-TAREFAS.
           PERFORM UNTIL WS-FIM-TAREFAS = "S"
               DISPLAY "TAREFAS: L-LISTAR I-INCLUIR A-ALTERAR "
                   "P-PERCENTUAL C-CONCLUIR F-FIM"
               ACCEPT WS-OPERACAO-TAREFA
               EVALUATE WS-OPERACAO-TAREFA
                   WHEN "L"
                   WHEN "l"
                       PERFORM LISTAR-TAREFAS
                   WHEN "I"
                   WHEN "i"
                       PERFORM INCLUIR-TAREFA
                   WHEN "A"
                   WHEN "a"
                       PERFORM ALTERAR-TAREFA
                   WHEN "P"
                   WHEN "p"
                       PERFORM ATUALIZAR-PERCENTUAL
                   WHEN "C"
                   WHEN "c"
                       PERFORM CONCLUIR-TAREFA
                   WHEN OTHER
                       MOVE "S" TO WS-FIM-TAREFAS
               END-EVALUATE
           END-PERFORM.
           CLOSE TAREFA-FILE.

       LISTAR-TAREFAS.
           MOVE WS-CODIGO-MANUT TO TAR-PROJ.
           MOVE ZEROS TO TAR-CODIGO.
           START TAREFA-FILE KEY NOT LESS THAN TAR-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-TAREFA-STATUS
           END-START.
           PERFORM UNTIL WS-TAREFA-STATUS = "10"
               READ TAREFA-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-TAREFA-STATUS NOT = "00"
                       AND WS-TAREFA-STATUS NOT = "10"
                   MOVE "TAREFA-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-TAREFA-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF TAR-PROJ NOT = WS-CODIGO-MANUT
                   EXIT PERFORM
               END-IF
               MOVE TAR-HORAS-PLANEJADAS TO WS-ORCADO-CAMPO
               DISPLAY "  " TAR-CODIGO " " TAR-NOME
                   " SIT=" TAR-SITUACAO
                   " INICIO=" TAR-INICIO
                   " FIM=" TAR-FIM
                   " PLANEJADO=" WS-ORCADO-CAMPO
                   " CONCLUIDO=" TAR-PERC-CONCLUIDO "%"
                   " EM " TAR-DATA-PERCENTUAL
           END-PERFORM.
           MOVE "00" TO WS-TAREFA-STATUS.

       INCLUIR-TAREFA.
           IF PROJ-SITUACAO = "E"
               DISPLAY "PROJETO ENCERRADO - NADA INCLUIDO"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CODIGO DA TAREFA:".
           ACCEPT WS-TAREFA-MANUT.
           MOVE WS-CODIGO-MANUT TO TAR-PROJ.
           MOVE WS-TAREFA-MANUT TO TAR-CODIGO.
           IF WS-TAREFA-MANUT = ZEROS
               DISPLAY "TAREFA ZERO E RESERVADA - NADA INCLUIDO"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CAPTURAR-DADOS-TAREFA.
           IF WS-TAREFA-VALIDA NOT = "S"
               DISPLAY "DATAS INVALIDAS, NADA INCLUIDO"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO TAR-SITUACAO.
           MOVE ZEROS TO TAR-PERC-CONCLUIDO.
           MOVE WS-DATA-PROCESSO TO TAR-DATA-PERCENTUAL.
           WRITE TAREFA-REC
               INVALID KEY
                   DISPLAY "TAREFA JA CADASTRADA: " WS-TAREFA-MANUT
                   MOVE 4 TO WS-RETURN-CODE
           END-WRITE.
           IF WS-TAREFA-STATUS NOT = "00"
                   AND WS-TAREFA-STATUS NOT = "22"
               MOVE "TAREFA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TAREFA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-TAREFA-STATUS = "00"
               DISPLAY "TAREFA INCLUIDA: " TAR-CODIGO
           END-IF.

       ALTERAR-TAREFA.
           PERFORM LER-TAREFA.
           IF WS-TAREFA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NOME ATUAL: " TAR-NOME.
           PERFORM CAPTURAR-DADOS-TAREFA.
           IF WS-TAREFA-VALIDA NOT = "S"
               DISPLAY "DATAS INVALIDAS, NADA ALTERADO"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM REGRAVAR-TAREFA.
           IF WS-TAREFA-STATUS = "00"
               DISPLAY "TAREFA ALTERADA: " TAR-CODIGO
           END-IF.

       ATUALIZAR-PERCENTUAL.
      * The owner's weekly figure; the date it was keyed goes with
      * it so the report can tell a stale percent from a fresh one.
           PERFORM LER-TAREFA.
           IF WS-TAREFA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PERCENTUAL ATUAL: " TAR-PERC-CONCLUIDO
               " EM " TAR-DATA-PERCENTUAL.
           DISPLAY "PERCENTUAL CONCLUIDO (0 A 100):".
           ACCEPT WS-PERC-NOVO.
           MOVE WS-PERC-NOVO TO WS-VAL-GENERICO.
           MOVE ZEROS TO WS-MIN-GENERICO.
           MOVE 100 TO WS-MAX-GENERICO.
           CALL "VALIDAR-NUMERO-EDITADO" USING WS-VAL-GENERICO
               WS-MIN-GENERICO WS-MAX-GENERICO WS-PERC-VALIDO.
           IF WS-PERC-VALIDO NOT = "S"
               DISPLAY "PERCENTUAL FORA DE 0 A 100, NADA ALTERADO"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PERC-NOVO TO TAR-PERC-CONCLUIDO.
           MOVE WS-DATA-PROCESSO TO TAR-DATA-PERCENTUAL.
           PERFORM REGRAVAR-TAREFA.
           IF WS-TAREFA-STATUS = "00"
               DISPLAY "PERCENTUAL ATUALIZADO: " TAR-CODIGO
           END-IF.

       CONCLUIR-TAREFA.
      * A concluded task is complete by definition and takes no
      * new hours; its history stays on the hours table.
           PERFORM LER-TAREFA.
           IF WS-TAREFA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO TAR-SITUACAO.
           MOVE 100 TO TAR-PERC-CONCLUIDO.
           MOVE WS-DATA-PROCESSO TO TAR-DATA-PERCENTUAL.
           PERFORM REGRAVAR-TAREFA.
           IF WS-TAREFA-STATUS = "00"
               DISPLAY "TAREFA " TAR-CODIGO " CONCLUIDA EM "
                   TAR-DATA-PERCENTUAL
           END-IF.

       LER-TAREFA.
           DISPLAY "CODIGO DA TAREFA:".
           ACCEPT WS-TAREFA-MANUT.
           MOVE WS-CODIGO-MANUT TO TAR-PROJ.
           MOVE WS-TAREFA-MANUT TO TAR-CODIGO.
           READ TAREFA-FILE
               INVALID KEY
                   DISPLAY "TAREFA NAO ENCONTRADA: " WS-TAREFA-MANUT
                   MOVE 4 TO WS-RETURN-CODE
           END-READ.
           IF WS-TAREFA-STATUS NOT = "00"
                   AND WS-TAREFA-STATUS NOT = "23"
               MOVE "TAREFA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TAREFA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       REGRAVAR-TAREFA.
           REWRITE TAREFA-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR TAREFA: " WS-TAREFA-STATUS
                   MOVE 8 TO WS-RETURN-CODE
           END-REWRITE.
           IF WS-TAREFA-STATUS NOT = "00"
                   AND WS-TAREFA-STATUS NOT = "23"
               MOVE "TAREFA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TAREFA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       CAPTURAR-DADOS-TAREFA.
      * Planned value is spread over the planned dates, so both
      * must be real dates and the finish cannot come first.
           MOVE "N" TO WS-TAREFA-VALIDA.
           DISPLAY "NOME DA TAREFA:".
           MOVE SPACES TO TAR-NOME.
           ACCEPT TAR-NOME.
           DISPLAY "HORAS PLANEJADAS:".
           ACCEPT TAR-HORAS-PLANEJADAS.
           DISPLAY "INICIO PLANEJADO (AAAAMMDD):".
           ACCEPT TAR-INICIO.
           DISPLAY "FIM PLANEJADO (AAAAMMDD):".
           ACCEPT TAR-FIM.
           IF FUNCTION TEST-DATE-YYYYMMDD(TAR-INICIO) = 0
                   AND FUNCTION TEST-DATE-YYYYMMDD(TAR-FIM) = 0
                   AND TAR-FIM >= TAR-INICIO
               MOVE "S" TO WS-TAREFA-VALIDA
           END-IF.

       CAPTURAR-DADOS-PROJETO.
           DISPLAY "NOME DO PROJETO:".
           MOVE SPACES TO PROJ-NOME.
