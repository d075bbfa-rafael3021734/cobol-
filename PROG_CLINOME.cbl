      *          callers who never know their code: the operator keys a
      *          full or partial name and gets every matching CODIGO
      *          back off the CLIENTE master, replacing the paper
      *          cross-list kept next to the terminal. Names that
      *          start with the keyed text come straight off the
      *          NOME alternate key; only when none does is the
      *          master scanned for the text anywhere in the name.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS END-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS IS WS-CLIENTE-STATUS.

      *=================================================================
           GOBACK.

       PESQUISAR-POR-NOME.
      * The counter almost always keys the start of the name, so
      * the search positions on the NOME alternate key and reads
      * forward only while the names still begin with the keyed
      * text - a handful of reads instead of the whole master.
           PERFORM MEDIR-NOME-BUSCA.
           MOVE ZEROS TO WS-QTD-ACHADOS.
           MOVE WS-NOME-BUSCA TO NOME.
           START CLIENTE-FILE KEY NOT LESS THAN NOME
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
                           AND WS-CLIENTE-STATUS NOT = "02"
                           AND WS-CLIENTE-STATUS NOT = "10"
                       MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF NOME(1:WS-TAM-BUSCA)
                           NOT = WS-NOME-BUSCA(1:WS-TAM-BUSCA)
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-QTD-ACHADOS
                   DISPLAY "  CODIGO " CODIGO " - " NOME
               END-PERFORM
           END-IF.
           IF WS-CLIENTE-STATUS NOT = "00"
                   AND WS-CLIENTE-STATUS NOT = "02"
                   AND WS-CLIENTE-STATUS NOT = "10"
                   AND WS-CLIENTE-STATUS NOT = "23"
               MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-QTD-ACHADOS = ZEROS
               DISPLAY "NENHUM NOME COMECA ASSIM - PROCURANDO O TRECHO "
                   "EM QUALQUER POSICAO"
               PERFORM PESQUISAR-POR-TRECHO
           ELSE
               DISPLAY "CLIENTES ENCONTRADOS: " WS-QTD-ACHADOS
           END-IF.

       PESQUISAR-POR-TRECHO.
      * Fallback for a surname keyed alone: one pass over the whole
      * master, each NOME scanned for the keyed text at any
      * position, so "SILVA" finds "JOSE DA SILVA" as well as
      * "SILVA, MARIA".
           MOVE ZEROS TO CODIGO.
           START CLIENTE-FILE KEY NOT LESS THAN CODIGO
               INVALID KEY
