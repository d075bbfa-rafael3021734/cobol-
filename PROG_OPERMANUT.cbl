      *          sign-on stops accepting IDs that do not exist.
      *          Access to this program itself sits behind the "O"
      *          permission via the shared VALIDAR-OPERADOR check.
      *          A permission or profile change that would leave the
      *          operator holding both sides of a CONFLITO.DAT
      *          segregation-of-duties pair is refused unless it is
      *          queued as a justified exception for a second
      *          operator to approve.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APRVSEQ-STATUS.

      * A change that hits the segregation-of-duties matrix is only
      * queued as an exception, and its justification rides here
      * under the same queue sequence.
           SELECT PENDJUST-FILE ASSIGN TO "PENDJUST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDJUST-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
        01 APRVSEQ-REC.
         05 APRVSEQ-ULTIMO PIC 9(06).

       FD  PENDJUST-FILE.
           COPY PENDJUST.

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-PERM-PEDIDA     PIC X(04) VALUE SPACES.
        77 WS-PERFIL-PEDIDO   PIC X(10) VALUE SPACES.
        77 WS-SEM-VALIDADE    PIC X(01) VALUE "N".
        77 WS-PENDJUST-STATUS PIC X(02) VALUE ZEROS.
        77 WS-TIPO-PEDIDO     PIC X(08) VALUE SPACES.
        77 WS-FUNCOES-PEDIDAS PIC X(26) VALUE SPACES.
        77 WS-PEDE-EXCECAO    PIC X(01) VALUE "N".
        77 WS-JUSTIFICATIVA   PIC X(60) VALUE SPACES.
        77 WS-IDX-CONFLITO    PIC 9(02) VALUE ZEROS.
        01 WS-CONFLITOS.
         05 WS-QTD-CONFLITOS  PIC 9(02) VALUE ZEROS.
         05 WS-CONFLITO OCCURS 10 TIMES.
          10 WS-CNF-FUNCAO-A  PIC X(01).
          10 WS-CNF-FUNCAO-B  PIC X(01).
          10 WS-CNF-DESCRICAO PIC X(40).
      *=================================================================
       PROCEDURE                               DIVISION.

           END-IF.

       ENFILEIRAR-MUDANCA-PERMISSAO.
           PERFORM CONFERIR-SEGREGACAO.
           IF WS-TIPO-PEDIDO = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM OBTER-PROXIMO-PEDIDO.
           MOVE WS-PEDIDO-SEQ TO APRV-SEQ.
           MOVE WS-TIPO-PEDIDO TO APRV-TIPO.
           MOVE WS-ID-MANUT TO APRV-CHAVE.
           MOVE SPACES TO APRV-DADOS.
           MOVE WS-PERM-PEDIDA TO APRV-DADOS(1:4).
           MOVE SPACES TO APRV-APROVADOR.
           MOVE ZEROS TO APRV-DATA-DECISAO.
           PERFORM ANEXAR-PEDIDO-APROVACAO.
           IF WS-TIPO-PEDIDO = "SODEXCEC"
               PERFORM ANEXAR-JUSTIFICATIVA
               DISPLAY "EXCECAO DE SEGREGACAO PENDENTE DE "
                   "APROVACAO - PEDIDO " APRV-SEQ
           ELSE
               DISPLAY "MUDANCA DE PERMISSOES PENDENTE DE APROVACAO "
                   "- PEDIDO " APRV-SEQ
           END-IF.

       CONFERIR-SEGREGACAO.
      * The functions the operator would really hold after the
      * change are held against the CONFLITO.DAT matrix. A clean
      * change queues as OPERPERM; a conflicting one is refused
      * outright unless the maintainer asks for an exception with a
      * justification, which then queues as SODEXCEC for a second
      * operator to weigh in PROG_APROVA.cbl. WS-TIPO-PEDIDO blank
      * means refused, nothing queued.
           MOVE "OPERPERM" TO WS-TIPO-PEDIDO.
           CALL "OBTER-FUNCOES-OPERADOR" USING WS-PERM-PEDIDA
               WS-PERFIL-PEDIDO WS-FUNCOES-PEDIDAS.
           CALL "CONFERIR-CONFLITOS" USING WS-FUNCOES-PEDIDAS
               WS-CONFLITOS.
           IF WS-QTD-CONFLITOS = ZEROS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PERMISSOES PEDIDAS PARA " WS-ID-MANUT
               " FEREM A SEGREGACAO DE FUNCOES:".
           PERFORM VARYING WS-IDX-CONFLITO FROM 1 BY 1
                   UNTIL WS-IDX-CONFLITO > WS-QTD-CONFLITOS
                   OR WS-IDX-CONFLITO > 10
               DISPLAY "  " WS-CNF-FUNCAO-A(WS-IDX-CONFLITO) "/"
                   WS-CNF-FUNCAO-B(WS-IDX-CONFLITO) " "
                   WS-CNF-DESCRICAO(WS-IDX-CONFLITO)
           END-PERFORM.
           DISPLAY "SOLICITAR EXCECAO COM JUSTIFICATIVA (S/N)?".
           MOVE "N" TO WS-PEDE-EXCECAO.
           ACCEPT WS-PEDE-EXCECAO.
           IF WS-PEDE-EXCECAO NOT = "S" AND WS-PEDE-EXCECAO NOT = "s"
               MOVE SPACES TO WS-TIPO-PEDIDO
               DISPLAY "MUDANCA DE PERMISSOES RECUSADA - NADA "
                   "ENFILEIRADO"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "JUSTIFICATIVA DA EXCECAO:".
           MOVE SPACES TO WS-JUSTIFICATIVA.
           ACCEPT WS-JUSTIFICATIVA.
           IF WS-JUSTIFICATIVA = SPACES
               MOVE SPACES TO WS-TIPO-PEDIDO
               DISPLAY "EXCECAO SEM JUSTIFICATIVA RECUSADA - NADA "
                   "ENFILEIRADO"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "SODEXCEC" TO WS-TIPO-PEDIDO.

       ANEXAR-JUSTIFICATIVA.
           OPEN EXTEND PENDJUST-FILE.
           IF WS-PENDJUST-STATUS = "05" OR WS-PENDJUST-STATUS = "35"
               OPEN OUTPUT PENDJUST-FILE
           END-IF.
           IF WS-PENDJUST-STATUS NOT = "00"
               MOVE "PENDJUST-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-PENDJUST-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO PENDJUST-REC.
           MOVE APRV-SEQ TO JUS-SEQ.
           MOVE WS-JUSTIFICATIVA TO JUS-TEXTO.
           WRITE PENDJUST-REC.
           IF WS-PENDJUST-STATUS NOT = "00"
               MOVE "PENDJUST-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-PENDJUST-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE PENDJUST-FILE.

       OBTER-PROXIMO-PEDIDO.
           OPEN INPUT APRVSEQ-FILE.
