      * Author:Rafael FErreira
      * Date: 02/09/2026
      * Purpose: Year-end close and lock for TABELA.DAT: mode F marks
      *          an operator-chosen generation of one measure as that
      *          year's official final one on the TABLOCK.DAT
      *          register, after which PROG_TESTE5.cbl refuses new
      *          entry and day corrections for that year and measure
      *          - each measure closes on its own; mode R queues a
      *          reopen request on the pending-approval file, where a
      *          second, different operator applies or rejects it
      *          in PROG_APROVA.cbl - both identities land on the
      *          register and on RUNLOG.DAT, so "last year's
       FD  LOCK-FILE.
        01 LOCK-REC.
         05 LOCK-ANO PIC 9(04).
         05 LOCK-MEDIDA PIC 9(02).
         05 LOCK-GERACAO PIC 9(08).
         05 LOCK-SITUACAO PIC X(01).
         05 LOCK-OPERADOR PIC X(08).
        77 WS-OPERADOR-ID   PIC X(08) VALUE SPACES.
        77 WS-OPERADOR-SENHA PIC X(08) VALUE SPACES.
        77 WS-OPER-AUTORIZADO PIC X(01) VALUE "N".
        77 WS-FUNCAO-F      PIC X(01) VALUE "F".
        77 WS-TIMESTAMP     PIC X(14) VALUE SPACES.
        77 WS-APRV-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-APRVSEQ-STATUS PIC X(02) VALUE ZEROS.
        77 WS-PEDIDO-SEQ    PIC 9(06) VALUE ZEROS.
        77 WS-DATA-PROCESSO PIC 9(008) VALUE ZEROS.
        77 WS-MEDIDA-ALVO   PIC 9(02) VALUE ZEROS.
        77 WS-MEDIDA-NOME   PIC X(20) VALUE SPACES.
        77 WS-MEDIDA-UNIDADE PIC X(05) VALUE SPACES.
        77 WS-MEDIDA-SITUACAO PIC X(01) VALUE "N".
      *=================================================================
       PROCEDURE                               DIVISION.

           ACCEPT WS-MODO.
           DISPLAY "ANO (AAAA):".
           ACCEPT WS-ANO-ALVO.
      * Blank is pieces. A retired measure can still be closed: its
      * history is exactly what the close protects.
           DISPLAY "MEDIDA (01 PECAS 02 PESO KG 03 DEVOLUCOES):".
           ACCEPT WS-MEDIDA-ALVO.
           IF WS-MEDIDA-ALVO = ZEROS
               MOVE 01 TO WS-MEDIDA-ALVO
           END-IF.
           CALL "OBTER-MEDIDA" USING WS-MEDIDA-ALVO WS-MEDIDA-NOME
               WS-MEDIDA-UNIDADE WS-MEDIDA-SITUACAO.
           IF WS-MEDIDA-SITUACAO = "N"
               DISPLAY "MEDIDA " WS-MEDIDA-ALVO
                   " NAO CADASTRADA EM MEDIDA.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Closing or reopening sits behind the year-close function F,
      * kept apart from the quantity keying Q by the CONFLITO.DAT
      * matrix; the reopen also demands a second operator below.
           DISPLAY "IDENTIFICACAO DO OPERADOR:".
           ACCEPT WS-OPERADOR-ID.
           DISPLAY "SENHA:".
           ACCEPT WS-OPERADOR-SENHA.
           CALL "VALIDAR-OPERADOR" USING WS-OPERADOR-ID
               WS-OPERADOR-SENHA WS-FUNCAO-F
               WS-OPER-AUTORIZADO.
           IF WS-OPER-AUTORIZADO NOT = "S"
               DISPLAY "OPERADOR SEM PERMISSAO DE FECHAMENTO DE ANO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       FECHAR-ANO.
           IF WS-ANO-FECHADO = "S"
               DISPLAY "ANO " WS-ANO-ALVO " MEDIDA " WS-MEDIDA-ALVO
                   " JA ESTA FECHADO NA "
                   "GERACAO " WS-GERACAO-FECHADA
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               IF WS-GERACAO-EXISTE NOT = "S"
                   DISPLAY "GERACAO " WS-GERACAO-ALVO
                       " NAO EXISTE PARA O ANO " WS-ANO-ALVO
                       " MEDIDA " WS-MEDIDA-ALVO
                   MOVE 4 TO WS-RETURN-CODE
               ELSE
                   MOVE WS-ANO-ALVO TO LOCK-ANO
                   MOVE WS-MEDIDA-ALVO TO LOCK-MEDIDA
                   MOVE WS-GERACAO-ALVO TO LOCK-GERACAO
                   MOVE "F" TO LOCK-SITUACAO
                   MOVE WS-OPERADOR-ID TO LOCK-OPERADOR
                   MOVE SPACES TO LOCK-AUTORIZADOR
                   PERFORM ANEXAR-REGISTRO-LOCK
                   PERFORM GRAVAR-LINHA-RUNLOG
                   DISPLAY "ANO " WS-ANO-ALVO " MEDIDA "
                       WS-MEDIDA-ALVO " FECHADO NA "
                       "GERACAO " WS-GERACAO-ALVO
               END-IF
           END-IF.
      * the authorizer no longer has to be standing at the same
      * terminal, and the year stays locked until the approval.
           IF WS-ANO-FECHADO NOT = "S"
               DISPLAY "ANO " WS-ANO-ALVO " MEDIDA " WS-MEDIDA-ALVO
                   " NAO ESTA FECHADO"
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               PERFORM OBTER-PROXIMO-PEDIDO
               MOVE "TABREABR" TO APRV-TIPO
               MOVE SPACES TO APRV-CHAVE
               MOVE WS-ANO-ALVO TO APRV-CHAVE(1:4)
               MOVE WS-MEDIDA-ALVO TO APRV-CHAVE(5:2)
               MOVE SPACES TO APRV-DADOS
               MOVE WS-GERACAO-FECHADA TO APRV-DADOS(1:8)
               MOVE WS-OPERADOR-ID TO APRV-SOLICITANTE
               MOVE ZEROS TO APRV-DATA-DECISAO
               PERFORM ANEXAR-PEDIDO-APROVACAO
               DISPLAY "REABERTURA DO ANO " WS-ANO-ALVO
                   " MEDIDA " WS-MEDIDA-ALVO
                   " PENDENTE DE APROVACAO - PEDIDO " APRV-SEQ
           END-IF.

           CLOSE APRV-FILE.

       OBTER-SITUACAO-ANO.
      * The latest register line for the year and measure is its
      * current state.
           MOVE "N" TO WS-ANO-FECHADO.
           OPEN INPUT LOCK-FILE.
           IF WS-LOCK-STATUS = "35"
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF LOCK-ANO = WS-ANO-ALVO
                           AND LOCK-MEDIDA = WS-MEDIDA-ALVO
                       IF LOCK-SITUACAO = "F"
                           MOVE "S" TO WS-ANO-FECHADO
                           MOVE LOCK-GERACAO TO WS-GERACAO-FECHADA
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE WS-ANO-ALVO TO FD-ANO-REFERENCIA
               MOVE WS-MEDIDA-ALVO TO FD-MEDIDA-CODIGO
               MOVE WS-GERACAO-ALVO TO FD-GERACAO-DATA
               READ TABELA-FILE
                   INVALID KEY
               " ANO=" LOCK-ANO
               " OPERADOR=" LOCK-OPERADOR
               " AUTORIZADOR=" LOCK-AUTORIZADOR
               " MEDIDA=" LOCK-MEDIDA
               DELIMITED BY SIZE INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.
           IF WS-RUNLOG-STATUS NOT = "00"
