      *          deactivations, and closed-year reopenings queued by
      *          their maintenance programs sit here until a second
      *          operator - a different one from the requester,
      *          holding the approval function V -
      *          approves or rejects each item. Only approved items
      *          are applied to the masters; every decision keeps
      *          both identities on the queue record and on
      *          RUNLOG.DAT. Segregation-of-duties exceptions
      *          (SODEXCEC) show their justification, and no
      *          operator decides a permission change on their own
      *          ID.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PENDJUST-FILE ASSIGN TO "PENDJUST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDJUST-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FD  LOCK-FILE.
        01 LOCK-REC.
         05 LOCK-ANO PIC 9(04).
         05 LOCK-MEDIDA PIC 9(02).
         05 LOCK-GERACAO PIC 9(08).
         05 LOCK-SITUACAO PIC X(01).
         05 LOCK-OPERADOR PIC X(08).
         05 LOCK-AUTORIZADOR PIC X(08).

       FD  AUDIT-FILE.
        01 AUDIT-LINE PIC X(140).

       FD  PENDJUST-FILE.
           COPY PENDJUST.

      *=================================================================
       WORKING-STORAGE                         SECTION.
        77 WS-CENTRO-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-LOCK-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-AUDIT-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-SELO-MODO       PIC X(01) VALUE "G".
        77 WS-SELO-ARQUIVO    PIC X(030) VALUE "CENTROAUDIT.LOG".
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
        77 WS-REVISOR-ID      PIC X(08) VALUE SPACES.
        77 WS-REVISOR-SENHA   PIC X(08) VALUE SPACES.
        77 WS-REVISOR-AUTORIZADO PIC X(01) VALUE "N".
        77 WS-FUNCAO-LOGIN    PIC X(01) VALUE "V".
        77 WS-DECISAO         PIC X(01) VALUE SPACES.
        77 WS-DATA-PROCESSO   PIC 9(008) VALUE ZEROS.
        77 WS-QTD-PENDENTES   PIC 9(04) VALUE ZEROS.
        77 WS-FILA-ESTOURO     PIC X(01) VALUE "N".
        77 WS-ANO-ALVO        PIC 9(04) VALUE ZEROS.
        77 WS-GERACAO-ALVO    PIC 9(08) VALUE ZEROS.
        77 WS-MEDIDA-ALVO     PIC 9(02) VALUE ZEROS.
        77 WS-ANO-FECHADO     PIC X(01) VALUE "N".
        77 WS-CODIGO-CENTRO   PIC 9(03) VALUE ZEROS.
        77 WS-AUDIT-TIMESTAMP PIC X(26) VALUE SPACES.
        77 WS-TIMESTAMP       PIC X(14) VALUE SPACES.
        77 WS-PENDJUST-STATUS PIC X(02) VALUE ZEROS.
        77 WS-JUSTIFICATIVA   PIC X(60) VALUE SPACES.
        77 WS-PERM-PEDIDA     PIC X(04) VALUE SPACES.
        77 WS-PERFIL-PEDIDO   PIC X(10) VALUE SPACES.
        77 WS-FUNCOES-PEDIDAS PIC X(26) VALUE SPACES.
        77 WS-IDX-CONFLITO    PIC 9(02) VALUE ZEROS.
        01 WS-CONFLITOS.
         05 WS-QTD-CONFLITOS  PIC 9(02) VALUE ZEROS.
         05 WS-CONFLITO OCCURS 10 TIMES.
          10 WS-CNF-FUNCAO-A  PIC X(01).
          10 WS-CNF-FUNCAO-B  PIC X(01).
          10 WS-CNF-DESCRICAO PIC X(40).

        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_APROVA".
        77 WS-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.

       MAIN-PROCEDURE.
       INICIO.
      * The reviewer must hold the approval function V, kept apart
      * from operator maintenance by the CONFLITO.DAT matrix; the
      * checks VALIDAR-OPERADOR cannot make - that the reviewer is
      * neither the requester nor the operator whose permissions
      * change - are made per item below.
           DISPLAY "IDENTIFICACAO DO REVISOR:".
           ACCEPT WS-REVISOR-ID.
           DISPLAY "SENHA:".
               WHEN "OPERPERM"
                   DISPLAY "  NOVAS PERMISSOES CLI/QTD/CEN/OPE: "
                       APRV-DADOS(1:4) " PERFIL: " APRV-DADOS(5:10)
               WHEN "SODEXCEC"
                   DISPLAY "  EXCECAO DE SEGREGACAO DE FUNCOES"
                   DISPLAY "  NOVAS PERMISSOES CLI/QTD/CEN/OPE: "
                       APRV-DADOS(1:4) " PERFIL: " APRV-DADOS(5:10)
                   PERFORM MOSTRAR-CONFLITOS-PEDIDO
                   PERFORM OBTER-JUSTIFICATIVA
                   DISPLAY "  JUSTIFICATIVA: " WS-JUSTIFICATIVA
               WHEN "CENDESAT"
                   DISPLAY "  DESATIVACAO DO CENTRO " APRV-CHAVE
               WHEN "TABREABR"
                   DISPLAY "  REABERTURA DO ANO " APRV-CHAVE(1:4)
                       " MEDIDA " APRV-CHAVE(5:2)
                       " GERACAO " APRV-DADOS(1:8)
               WHEN OTHER
                   DISPLAY "  TIPO NAO RECONHECIDO - REJEITE"
           END-EVALUATE.
      * Four-eyes: whoever asked cannot also approve, and nobody
      * decides a change to their own permissions.
           IF APRV-SOLICITANTE = WS-REVISOR-ID
               DISPLAY "  SOLICITADO PELO PROPRIO REVISOR - "
                   "SOMENTE OUTRO OPERADOR DECIDE, MANTIDO"
               EXIT PARAGRAPH
           END-IF.
           IF (APRV-TIPO = "OPERPERM" OR APRV-TIPO = "SODEXCEC")
                   AND APRV-CHAVE = WS-REVISOR-ID
               DISPLAY "  PERMISSOES DO PROPRIO REVISOR - "
                   "SOMENTE OUTRO OPERADOR DECIDE, MANTIDO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DECISAO (A-APROVAR R-REJEITAR, "
               "OUTRA TECLA = MANTER PENDENTE):".
           ACCEPT WS-DECISAO.
           EVALUATE WS-DECISAO
               WHEN "A"
               WHEN "a"
                   PERFORM APROVAR-ITEM
               WHEN "R"
               WHEN "r"
                   PERFORM REJEITAR-ITEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APROVAR-ITEM.
           MOVE "N" TO WS-APLICOU.
           EVALUATE APRV-TIPO
               WHEN "OPERPERM"
                   PERFORM CONFERIR-CONFLITOS-PEDIDO
                   IF WS-QTD-CONFLITOS = ZEROS
                       PERFORM APLICAR-OPERPERM
                   ELSE
      * Queued before the matrix said otherwise: only an exception
      * with its justification may grant this now.
                       DISPLAY "  FERE A SEGREGACAO DE FUNCOES - "
                           "REJEITE E PECA EXCECAO JUSTIFICADA"
                       PERFORM MOSTRAR-CONFLITOS-PEDIDO
                   END-IF
               WHEN "SODEXCEC"
                   PERFORM APLICAR-OPERPERM
               WHEN "CENDESAT"
                   PERFORM APLICAR-CENDESAT
           END-IF.
           CLOSE OPERADOR-FILE.

       CONFERIR-CONFLITOS-PEDIDO.
           MOVE APRV-DADOS(1:4) TO WS-PERM-PEDIDA.
           MOVE APRV-DADOS(5:10) TO WS-PERFIL-PEDIDO.
           CALL "OBTER-FUNCOES-OPERADOR" USING WS-PERM-PEDIDA
               WS-PERFIL-PEDIDO WS-FUNCOES-PEDIDAS.
           CALL "CONFERIR-CONFLITOS" USING WS-FUNCOES-PEDIDAS
               WS-CONFLITOS.

       MOSTRAR-CONFLITOS-PEDIDO.
           PERFORM CONFERIR-CONFLITOS-PEDIDO.
           PERFORM VARYING WS-IDX-CONFLITO FROM 1 BY 1
                   UNTIL WS-IDX-CONFLITO > WS-QTD-CONFLITOS
                   OR WS-IDX-CONFLITO > 10
               DISPLAY "  CONFLITO " WS-CNF-FUNCAO-A(WS-IDX-CONFLITO)
                   "/" WS-CNF-FUNCAO-B(WS-IDX-CONFLITO) " "
                   WS-CNF-DESCRICAO(WS-IDX-CONFLITO)
           END-PERFORM.

       OBTER-JUSTIFICATIVA.
      * The justification sits on PENDJUST.DAT under the item's
      * sequence; the last line for it wins.
           MOVE SPACES TO WS-JUSTIFICATIVA.
           OPEN INPUT PENDJUST-FILE.
           IF WS-PENDJUST-STATUS = "35"
               MOVE "(NAO ENCONTRADA)" TO WS-JUSTIFICATIVA
               EXIT PARAGRAPH
           END-IF.
           IF WS-PENDJUST-STATUS NOT = "00"
               MOVE "PENDJUST-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-PENDJUST-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-PENDJUST-STATUS = "10"
               READ PENDJUST-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-PENDJUST-STATUS NOT = "00"
                   MOVE "PENDJUST-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-PENDJUST-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF JUS-SEQ = APRV-SEQ
                   MOVE JUS-TEXTO TO WS-JUSTIFICATIVA
               END-IF
           END-PERFORM.
           CLOSE PENDJUST-FILE.
           IF WS-JUSTIFICATIVA = SPACES
               MOVE "(NAO ENCONTRADA)" TO WS-JUSTIFICATIVA
           END-IF.

       APLICAR-CENDESAT.
           OPEN I-O CENTRO-FILE.
           IF WS-CENTRO-STATUS NOT = "00"
               " ACAO=" DELIMITED BY SIZE
               "DESATIVACAO" DELIMITED BY SIZE
               INTO AUDIT-LINE.
           CALL "SELAR-LINHA-LOG" USING WS-SELO-MODO
               WS-SELO-ARQUIVO AUDIT-LINE.
           WRITE AUDIT-LINE.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDIT-FILE" TO WS-ERRO-ARQUIVO

       APLICAR-TABREABR.
           MOVE APRV-CHAVE(1:4) TO WS-ANO-ALVO.
      * A reopen queued before measures existed names no measure;
      * it was asked for the pieces figures.
           IF APRV-CHAVE(5:2) IS NUMERIC
               MOVE APRV-CHAVE(5:2) TO WS-MEDIDA-ALVO
           ELSE
               MOVE 01 TO WS-MEDIDA-ALVO
           END-IF.
           MOVE APRV-DADOS(1:8) TO WS-GERACAO-ALVO.
           PERFORM VERIFICAR-ANO-AINDA-FECHADO.
           IF WS-ANO-FECHADO NOT = "S"
               MOVE "S" TO WS-APLICOU
           ELSE
               MOVE WS-ANO-ALVO TO LOCK-ANO
               MOVE WS-MEDIDA-ALVO TO LOCK-MEDIDA
               MOVE WS-GERACAO-ALVO TO LOCK-GERACAO
               MOVE "R" TO LOCK-SITUACAO
               MOVE APRV-SOLICITANTE TO LOCK-OPERADOR
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF LOCK-ANO = WS-ANO-ALVO
                           AND LOCK-MEDIDA = WS-MEDIDA-ALVO
                       IF LOCK-SITUACAO = "F"
                           MOVE "S" TO WS-ANO-FECHADO
                       ELSE
