      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Offboarding run for a departing employee. The
      *          operator keys the leaver's EMP-ID, the leaving date
      *          (0 = processing date) and the successor, who must
      *          be another active employee. The run marks the
      *          leaver inactive on EMPREGADO.DAT, closes every open
      *          XREF.DAT period of the leaver on the leaving date
      *          and opens a dated period for the same customer and
      *          cost center under the successor, frees the leaver's
      *          slots on the ALOCACAO.DAT assignment image, and
      *          lists the leaver's APONTA.DAT hours still pending
      *          or returned, so the supervisor can settle them
      *          before payroll. Everything touched is printed on
      *          one report, DESLIGA.TXT. Terminations the HR feed
      *          queued on DESLIGQ.DAT are listed when the run starts,
      *          lend their leaving date to the prompt, and are
      *          marked concluded once the run completes.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_DESLIGA.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE ASSIGN TO "EMPREGADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT XREF-FILE ASSIGN TO "XREF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT XREFTMP-FILE ASSIGN TO "XREF.TMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREFTMP-STATUS.

           SELECT ALOC-FILE ASSIGN TO "ALOCACAO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALOC-STATUS.

           SELECT APONTA-FILE ASSIGN TO "APONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APT-CHAVE
               FILE STATUS IS WS-APONTA-STATUS.

           SELECT DESLIGQ-FILE ASSIGN TO "DESLIGQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESLIGQ-STATUS.

           SELECT DESLIGQTMP-FILE ASSIGN TO "DESLIGQ.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESLIGQTMP-STATUS.

           SELECT DESLIGA-REPORT ASSIGN TO "DESLIGA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  EMP-FILE.
           COPY EMPREGADO.

       FD  XREF-FILE.
           COPY XREF.

       FD  XREFTMP-FILE.
        01 XREFTMP-REC.
         05 XT-CODIGO-CLIENTE PIC 9(006).
         05 XT-CENTROCUSTO PIC 9(003).
         05 XT-EMP-ID PIC 9(005).
         05 XT-VIGENCIA-DE PIC 9(008).
         05 XT-VIGENCIA-ATE PIC 9(008).

       FD  ALOC-FILE.
        01 ALOC-REC PIC X(325).

       FD  APONTA-FILE.
           COPY APONTA.

       FD  DESLIGQ-FILE.
           COPY DESLIGQ.

       FD  DESLIGQTMP-FILE.
        01 DESLIGQTMP-REC PIC X(030).

       FD  DESLIGA-REPORT.
        01 DESLIGA-LINE PIC X(132).

      *=================================================================
       WORKING-STORAGE                         SECTION.

      * Same WS-EMP-GROUP shape PROG_ARRAY3.cbl saves to
      * ALOCACAO.DAT.
        01  WS-EMP-GROUP.
         05 WS-EMP OCCURS 5 TIMES.
         10 WS-DEPT PIC X(10) VALUE SPACES.
         10 WS-EMP-PROJ OCCURS 5 TIMES.
         15 WS-EMP-ID PIC 9(5) VALUE ZEROS.
         15 WS-HORAS PIC 9(3)V99 VALUE ZEROS.
         15 WS-APROV PIC X(01) VALUE "P".

        77 WS-EMP-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-XREF-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-XREFTMP-STATUS PIC X(02) VALUE ZEROS.
        77 WS-ALOC-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-APONTA-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "DESLIGA.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_DESLIGA".
        77 WS-DESLIGQ-STATUS PIC X(02) VALUE ZEROS.
        77 WS-DESLIGQTMP-STATUS PIC X(02) VALUE ZEROS.
        77 WS-NA-FILA        PIC X(01) VALUE "N".
        77 WS-DATA-FILA      PIC 9(08) VALUE ZEROS.
        77 WS-QTD-FILA       PIC 9(04) VALUE ZEROS.
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-DATA-PROCESSO  PIC 9(08) VALUE ZEROS.
        77 WS-EMP-SAIDA      PIC 9(05) VALUE ZEROS.
        77 WS-NOME-SAIDA     PIC X(30) VALUE SPACES.
        77 WS-ADMISSAO-SAIDA PIC 9(08) VALUE ZEROS.
        77 WS-DATA-SAIDA     PIC 9(08) VALUE ZEROS.
        77 WS-EMP-SUCESSOR   PIC 9(05) VALUE ZEROS.
        77 WS-NOME-SUCESSOR  PIC X(30) VALUE SPACES.
        77 WS-DADOS-VALIDOS  PIC X(01) VALUE "S".
        77 WS-CONFIRMA       PIC X(01) VALUE SPACES.
        77 INDICE            PIC 9(02) VALUE ZEROS.
        77 INDICE2           PIC 9(02) VALUE ZEROS.
        77 WS-QTD-ENCERRADAS PIC 9(04) VALUE ZEROS.
        77 WS-QTD-SLOTS      PIC 9(03) VALUE ZEROS.
        77 WS-QTD-PENDENTES  PIC 9(04) VALUE ZEROS.
        77 WS-HORAS-PENDENTES PIC 9(05)V99 VALUE ZEROS.
        77 WS-HORAS-CAMPO    PIC ZZ9.99.
        77 WS-TOTAL-CAMPO    PIC ZZZZ9.99.

        77 WS-PAGINA-RELATORIO PIC 9(004) VALUE ZEROS.
        77 WS-TITULO-RELATORIO PIC X(040)
            VALUE "DESLIGAMENTO DE EMPREGADO".
        01 WS-CABECALHO-RELATORIO.
         05 WS-CAB-LINHA1 PIC X(080).
         05 WS-CAB-LINHA2 PIC X(080).
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           PERFORM LISTAR-FILA-PENDENTE.
           DISPLAY "ID DO EMPREGADO DESLIGADO:".
           ACCEPT WS-EMP-SAIDA.
           PERFORM BUSCAR-NA-FILA.
           IF WS-NA-FILA = "S"
               DISPLAY "DESLIGAMENTO NA FILA DO RH COM DATA "
                   WS-DATA-FILA
               DISPLAY "DATA DO DESLIGAMENTO (AAAAMMDD, 0 = DATA "
                   "DA FILA):"
           ELSE
               DISPLAY "DATA DO DESLIGAMENTO (AAAAMMDD, 0 = HOJE):"
           END-IF.
           ACCEPT WS-DATA-SAIDA.
           IF WS-DATA-SAIDA = ZEROS
               IF WS-NA-FILA = "S"
                   MOVE WS-DATA-FILA TO WS-DATA-SAIDA
               ELSE
                   MOVE WS-DATA-PROCESSO TO WS-DATA-SAIDA
               END-IF
           END-IF.
           DISPLAY "ID DO EMPREGADO SUCESSOR:".
           ACCEPT WS-EMP-SUCESSOR.

           PERFORM VALIDAR-DADOS.
           IF WS-DADOS-VALIDOS NOT = "S"
               DISPLAY "NADA ALTERADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Nothing here is undone by another run, so the operator gets
      * one last look before the files change.
           DISPLAY "DESLIGAR " WS-EMP-SAIDA " " WS-NOME-SAIDA
               " EM " WS-DATA-SAIDA.
           DISPLAY "CLIENTES PASSAM PARA " WS-EMP-SUCESSOR " "
               WS-NOME-SUCESSOR.
           DISPLAY "CONFIRMA (S/N)?".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "DESLIGAMENTO CANCELADO - NADA ALTERADO"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT DESLIGA-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "DESLIGA-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CALL "IMPRIMIR-CABECALHO-RELATORIO" USING
               WS-TITULO-RELATORIO
               WS-PAGINA-RELATORIO
               WS-CABECALHO-RELATORIO.
           MOVE WS-CAB-LINHA1 TO DESLIGA-LINE.
           PERFORM GRAVAR-LINHA-DESLIGA.
           MOVE WS-CAB-LINHA2 TO DESLIGA-LINE.
           PERFORM GRAVAR-LINHA-DESLIGA.
           MOVE SPACES TO DESLIGA-LINE.
           STRING "EMPREGADO " WS-EMP-SAIDA " " WS-NOME-SAIDA
               " DESLIGADO EM " WS-DATA-SAIDA
               " - SUCESSOR " WS-EMP-SUCESSOR " " WS-NOME-SUCESSOR
               DELIMITED BY SIZE INTO DESLIGA-LINE.
           PERFORM GRAVAR-LINHA-DESLIGA.

           PERFORM INATIVAR-EMPREGADO.
           PERFORM TRANSFERIR-CLIENTES.
           PERFORM LIBERAR-ALOCACAO.
           PERFORM LISTAR-HORAS-PENDENTES.
           IF WS-NA-FILA = "S"
               PERFORM CONCLUIR-FILA
           END-IF.

           MOVE WS-HORAS-PENDENTES TO WS-TOTAL-CAMPO.
           MOVE SPACES TO DESLIGA-LINE.
           STRING "RESUMO - LIGACOES TRANSFERIDAS: " WS-QTD-ENCERRADAS
               " SLOTS LIBERADOS: " WS-QTD-SLOTS
               " LINHAS DE HORAS PENDENTES: " WS-QTD-PENDENTES
               " (" WS-TOTAL-CAMPO " HORAS)"
               DELIMITED BY SIZE INTO DESLIGA-LINE.
           PERFORM GRAVAR-LINHA-DESLIGA.
           CLOSE DESLIGA-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           DISPLAY "DESLIGAMENTO CONCLUIDO - LIGACOES: "
               WS-QTD-ENCERRADAS " SLOTS: " WS-QTD-SLOTS
               " HORAS PENDENTES: " WS-QTD-PENDENTES
               " - VER DESLIGA.TXT".
      * Hours nobody approved yet still need the supervisor.
           IF WS-QTD-PENDENTES NOT = ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LISTAR-FILA-PENDENTE.
      * What the HR feed queued and nobody has offboarded yet.
           MOVE ZEROS TO WS-QTD-FILA.
           OPEN INPUT DESLIGQ-FILE.
           IF WS-DESLIGQ-STATUS = "35"
               CLOSE DESLIGQ-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-DESLIGQ-STATUS NOT = "00"
               MOVE "DESLIGQ-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-DESLIGQ-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-DESLIGQ-STATUS = "10"
               READ DESLIGQ-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-DESLIGQ-STATUS NOT = "00"
                       AND WS-DESLIGQ-STATUS NOT = "10"
                   MOVE "DESLIGQ-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-DESLIGQ-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF DQ-SITUACAO = "P"
                   IF WS-QTD-FILA = ZEROS
                       DISPLAY "DESLIGAMENTOS PENDENTES DO RH:"
                   END-IF
                   ADD 1 TO WS-QTD-FILA
                   DISPLAY "  EMPREGADO " DQ-EMP-ID
                       " SAIDA EM " DQ-DATA-SAIDA
                       " CARREGADO EM " DQ-DATA-CARGA
               END-IF
           END-PERFORM.
           CLOSE DESLIGQ-FILE.

       BUSCAR-NA-FILA.
           MOVE "N" TO WS-NA-FILA.
           MOVE ZEROS TO WS-DATA-FILA.
           OPEN INPUT DESLIGQ-FILE.
           IF WS-DESLIGQ-STATUS = "35"
               CLOSE DESLIGQ-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-DESLIGQ-STATUS NOT = "00"
               MOVE "DESLIGQ-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-DESLIGQ-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-DESLIGQ-STATUS = "10"
               READ DESLIGQ-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-DESLIGQ-STATUS NOT = "00"
                       AND WS-DESLIGQ-STATUS NOT = "10"
                   MOVE "DESLIGQ-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-DESLIGQ-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF DQ-SITUACAO = "P" AND DQ-EMP-ID = WS-EMP-SAIDA
                   MOVE "S" TO WS-NA-FILA
                   MOVE DQ-DATA-SAIDA TO WS-DATA-FILA
               END-IF
           END-PERFORM.
           CLOSE DESLIGQ-FILE.

       VALIDAR-DADOS.
      * The leaver must be on file; the successor must be somebody
      * else who is still active, or the customers would only move
      * from one departed employee to another.
           MOVE "S" TO WS-DADOS-VALIDOS.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-SAIDA) NOT = 0
               DISPLAY "DATA DE DESLIGAMENTO INVALIDA: "
                   WS-DATA-SAIDA
               MOVE "N" TO WS-DADOS-VALIDOS
           END-IF.
           IF WS-EMP-SUCESSOR = WS-EMP-SAIDA
               DISPLAY "SUCESSOR IGUAL AO EMPREGADO DESLIGADO"
               MOVE "N" TO WS-DADOS-VALIDOS
           END-IF.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-STATUS = "35"
               DISPLAY "EMPREGADO.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-DADOS-VALIDOS
               CLOSE EMP-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-EMP-STATUS NOT = "00"
               MOVE "EMP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-EMP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-EMP-SAIDA TO EMP-ID.
           READ EMP-FILE
               INVALID KEY
                   DISPLAY "EMPREGADO " WS-EMP-SAIDA
                       " NAO CADASTRADO"
                   MOVE "N" TO WS-DADOS-VALIDOS
               NOT INVALID KEY
                   MOVE EMP-NOME TO WS-NOME-SAIDA
                   MOVE EMP-ADMISSAO TO WS-ADMISSAO-SAIDA
           END-READ.
           IF WS-EMP-STATUS NOT = "00"
                   AND WS-EMP-STATUS NOT = "23"
               MOVE "EMP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-EMP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-DADOS-VALIDOS = "S"
                   AND WS-DATA-SAIDA < WS-ADMISSAO-SAIDA
               DISPLAY "DESLIGAMENTO ANTERIOR A ADMISSAO "
                   WS-ADMISSAO-SAIDA
               MOVE "N" TO WS-DADOS-VALIDOS
           END-IF.
           MOVE WS-EMP-SUCESSOR TO EMP-ID.
           READ EMP-FILE
               INVALID KEY
                   DISPLAY "SUCESSOR " WS-EMP-SUCESSOR
                       " NAO CADASTRADO"
                   MOVE "N" TO WS-DADOS-VALIDOS
               NOT INVALID KEY
                   MOVE EMP-NOME TO WS-NOME-SUCESSOR
                   IF EMP-ATIVO NOT = "S"
                       DISPLAY "SUCESSOR " WS-EMP-SUCESSOR
                           " NAO ESTA ATIVO"
                       MOVE "N" TO WS-DADOS-VALIDOS
                   END-IF
           END-READ.
           IF WS-EMP-STATUS NOT = "00"
                   AND WS-EMP-STATUS NOT = "23"
               MOVE "EMP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-EMP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE EMP-FILE.

       INATIVAR-EMPREGADO.
           OPEN I-O EMP-FILE.
           IF WS-EMP-STATUS NOT = "00"
               MOVE "EMP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-EMP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-EMP-SAIDA TO EMP-ID.
           READ EMP-FILE
               INVALID KEY
                   MOVE "23" TO WS-EMP-STATUS
           END-READ.
           IF WS-EMP-STATUS NOT = "00"
               MOVE "EMP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-EMP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO DESLIGA-LINE.
           IF EMP-ATIVO = "S"
               MOVE "N" TO EMP-ATIVO
               REWRITE EMPREGADO-REC
               IF WS-EMP-STATUS NOT = "00"
                   MOVE "EMP-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-EMP-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE "CADASTRO: EMPREGADO MARCADO COMO INATIVO"
                   TO DESLIGA-LINE
           ELSE
               MOVE "CADASTRO: EMPREGADO JA ESTAVA INATIVO"
                   TO DESLIGA-LINE
           END-IF.
           CLOSE EMP-FILE.
           PERFORM GRAVAR-LINHA-DESLIGA.

       TRANSFERIR-CLIENTES.
      * XREF.DAT is a plain sequential file, so the hand-over copies
      * every record through XREF.TMP - the leaver's open period
      * leaves with VIGENCIA-ATE stamped and right behind it goes
      * the successor's period opening the same day, the same
      * close-and-open PROG_XREFMANUT.cbl does on a change.
           MOVE SPACES TO DESLIGA-LINE.
           MOVE "CARTEIRA DE CLIENTES (XREF.DAT):" TO DESLIGA-LINE.
           PERFORM GRAVAR-LINHA-DESLIGA.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS = "35"
               CLOSE XREF-FILE
               MOVE "  XREF.DAT AINDA NAO EXISTE" TO DESLIGA-LINE
               PERFORM GRAVAR-LINHA-DESLIGA
               EXIT PARAGRAPH
           END-IF.
           IF WS-XREF-STATUS NOT = "00"
               MOVE "XREF-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-XREF-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT XREFTMP-FILE.
           IF WS-XREFTMP-STATUS NOT = "00"
               MOVE "XREFTMP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-XREFTMP-STATUS TO WS-ERRO-STATUS
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
               IF XREF-EMP-ID = WS-EMP-SAIDA
                       AND XREF-VIGENCIA-ATE = ZEROS
                   PERFORM TRANSFERIR-UMA-LIGACAO
               ELSE
                   PERFORM GRAVAR-XREFTMP
               END-IF
           END-PERFORM.
           CLOSE XREF-FILE.
           CLOSE XREFTMP-FILE.
           PERFORM REGRAVAR-XREF.
           IF WS-QTD-ENCERRADAS = ZEROS
               MOVE "  NENHUMA LIGACAO ABERTA DO EMPREGADO"
                   TO DESLIGA-LINE
               PERFORM GRAVAR-LINHA-DESLIGA
           END-IF.

       TRANSFERIR-UMA-LIGACAO.
           ADD 1 TO WS-QTD-ENCERRADAS.
           MOVE WS-DATA-SAIDA TO XREF-VIGENCIA-ATE.
           PERFORM GRAVAR-XREFTMP.
           MOVE SPACES TO DESLIGA-LINE.
           STRING "  CLIENTE " XREF-CODIGO-CLIENTE
               " CENTRO " XREF-CENTROCUSTO
               " PERIODO DE " XREF-VIGENCIA-DE
               " ENCERRADO EM " XREF-VIGENCIA-ATE
               " - ABERTO PARA " WS-EMP-SUCESSOR
               DELIMITED BY SIZE INTO DESLIGA-LINE.
           PERFORM GRAVAR-LINHA-DESLIGA.
           MOVE WS-EMP-SUCESSOR TO XREF-EMP-ID.
           MOVE WS-DATA-SAIDA TO XREF-VIGENCIA-DE.
           MOVE ZEROS TO XREF-VIGENCIA-ATE.
           PERFORM GRAVAR-XREFTMP.

       GRAVAR-XREFTMP.
           WRITE XREFTMP-REC FROM XREF-REC.
           IF WS-XREFTMP-STATUS NOT = "00"
               MOVE "XREFTMP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-XREFTMP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       REGRAVAR-XREF.
           OPEN INPUT XREFTMP-FILE.
           IF WS-XREFTMP-STATUS NOT = "00"
               MOVE "XREFTMP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-XREFTMP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT XREF-FILE.
           IF WS-XREF-STATUS NOT = "00"
               MOVE "XREF-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-XREF-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-XREFTMP-STATUS = "10"
               READ XREFTMP-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-XREFTMP-STATUS NOT = "00"
                       AND WS-XREFTMP-STATUS NOT = "10"
                   MOVE "XREFTMP-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-XREFTMP-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               WRITE XREF-REC FROM XREFTMP-REC
               IF WS-XREF-STATUS NOT = "00"
                   MOVE "XREF-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-XREF-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
           END-PERFORM.
           CLOSE XREFTMP-FILE.
           CLOSE XREF-FILE.

       LIBERAR-ALOCACAO.
      * A freed slot goes back to how PROG_ARRAY3.cbl leaves an
      * empty one: no employee, no hours, pending.
           MOVE "SLOTS DE ALOCACAO (ALOCACAO.DAT):" TO DESLIGA-LINE.
           PERFORM GRAVAR-LINHA-DESLIGA.
           OPEN INPUT ALOC-FILE.
           IF WS-ALOC-STATUS = "35"
               CLOSE ALOC-FILE
               MOVE "  ALOCACAO.DAT AINDA NAO EXISTE" TO DESLIGA-LINE
               PERFORM GRAVAR-LINHA-DESLIGA
               EXIT PARAGRAPH
           END-IF.
           IF WS-ALOC-STATUS NOT = "00"
               MOVE "ALOC-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-ALOC-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           READ ALOC-FILE
               AT END
                   MOVE "10" TO WS-ALOC-STATUS
               NOT AT END
                   MOVE ALOC-REC TO WS-EMP-GROUP
           END-READ.
           CLOSE ALOC-FILE.
           IF WS-ALOC-STATUS = "10"
               MOVE "  ALOCACAO.DAT VAZIO" TO DESLIGA-LINE
               PERFORM GRAVAR-LINHA-DESLIGA
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING INDICE FROM 1 BY 1 UNTIL INDICE > 5
               PERFORM VARYING INDICE2 FROM 1 BY 1
                       UNTIL INDICE2 > 5
                   IF WS-EMP-ID(INDICE, INDICE2) = WS-EMP-SAIDA
                       PERFORM LIBERAR-UM-SLOT
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF WS-QTD-SLOTS = ZEROS
               MOVE "  NENHUM SLOT OCUPADO PELO EMPREGADO"
                   TO DESLIGA-LINE
               PERFORM GRAVAR-LINHA-DESLIGA
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ALOC-FILE.
           IF WS-ALOC-STATUS NOT = "00"
               MOVE "ALOC-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-ALOC-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-EMP-GROUP TO ALOC-REC.
           WRITE ALOC-REC.
           IF WS-ALOC-STATUS NOT = "00"
               MOVE "ALOC-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-ALOC-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE ALOC-FILE.

       LIBERAR-UM-SLOT.
           ADD 1 TO WS-QTD-SLOTS.
           MOVE SPACES TO DESLIGA-LINE.
           STRING "  DEPARTAMENTO " WS-DEPT(INDICE)
               " PROJETO " INDICE2 " LIBERADO"
               DELIMITED BY SIZE INTO DESLIGA-LINE.
           PERFORM GRAVAR-LINHA-DESLIGA.
           MOVE ZEROS TO WS-EMP-ID(INDICE, INDICE2).
           MOVE ZEROS TO WS-HORAS(INDICE, INDICE2).
           MOVE "P" TO WS-APROV(INDICE, INDICE2).

       LISTAR-HORAS-PENDENTES.
      * APONTA.DAT is keyed employee first, so the leaver's lines
      * are one contiguous stretch. Approved hours are payroll's
      * business already; only pending and returned lines are
      * listed, and none is changed - the supervisor decides them
      * through PROG_HORAPROV.cbl as usual.
           MOVE "HORAS NAO APROVADAS (APONTA.DAT):" TO DESLIGA-LINE.
           PERFORM GRAVAR-LINHA-DESLIGA.
           OPEN INPUT APONTA-FILE.
           IF WS-APONTA-STATUS = "35"
               CLOSE APONTA-FILE
               MOVE "  APONTA.DAT AINDA NAO EXISTE" TO DESLIGA-LINE
               PERFORM GRAVAR-LINHA-DESLIGA
               EXIT PARAGRAPH
           END-IF.
           IF WS-APONTA-STATUS NOT = "00"
               MOVE "APONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-APONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-EMP-SAIDA TO APT-EMP-ID.
           MOVE ZEROS TO APT-DATA.
           MOVE ZEROS TO APT-PROJ.
           MOVE ZEROS TO APT-TAREFA.
           START APONTA-FILE KEY NOT LESS THAN APT-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-APONTA-STATUS
           END-START.
           PERFORM UNTIL WS-APONTA-STATUS = "10"
               READ APONTA-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-APONTA-STATUS NOT = "00"
                       AND WS-APONTA-STATUS NOT = "10"
                   MOVE "APONTA-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-APONTA-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF APT-EMP-ID NOT = WS-EMP-SAIDA
                   EXIT PERFORM
               END-IF
               IF APT-APROV NOT = "A"
                   PERFORM LISTAR-UMA-LINHA-PENDENTE
               END-IF
           END-PERFORM.
           CLOSE APONTA-FILE.
           IF WS-QTD-PENDENTES = ZEROS
               MOVE "  NENHUMA HORA PENDENTE" TO DESLIGA-LINE
               PERFORM GRAVAR-LINHA-DESLIGA
           END-IF.

       LISTAR-UMA-LINHA-PENDENTE.
           ADD 1 TO WS-QTD-PENDENTES.
           ADD APT-HORAS TO WS-HORAS-PENDENTES.
           MOVE APT-HORAS TO WS-HORAS-CAMPO.
           MOVE SPACES TO DESLIGA-LINE.
           STRING "  DATA " APT-DATA " PROJETO " APT-PROJ
               " TAREFA " APT-TAREFA
               " DEPARTAMENTO " APT-DEPT
               " HORAS " WS-HORAS-CAMPO
               " SITUACAO " APT-APROV
               DELIMITED BY SIZE INTO DESLIGA-LINE.
           PERFORM GRAVAR-LINHA-DESLIGA.

       CONCLUIR-FILA.
      * DESLIGQ.DAT is a plain sequential file: the leaver's pending
      * entries are stamped concluded on the way through
      * DESLIGQ.TMP and the whole queue is written back.
           OPEN INPUT DESLIGQ-FILE.
           IF WS-DESLIGQ-STATUS NOT = "00"
               MOVE "DESLIGQ-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-DESLIGQ-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT DESLIGQTMP-FILE.
           IF WS-DESLIGQTMP-STATUS NOT = "00"
               MOVE "DESLIGQTMP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-DESLIGQTMP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-DESLIGQ-STATUS = "10"
               READ DESLIGQ-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-DESLIGQ-STATUS NOT = "00"
                       AND WS-DESLIGQ-STATUS NOT = "10"
                   MOVE "DESLIGQ-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-DESLIGQ-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF DQ-SITUACAO = "P" AND DQ-EMP-ID = WS-EMP-SAIDA
                   MOVE "C" TO DQ-SITUACAO
                   MOVE WS-DATA-PROCESSO TO DQ-DATA-CONCLUSAO
               END-IF
               WRITE DESLIGQTMP-REC FROM DESLIGQ-REC
               IF WS-DESLIGQTMP-STATUS NOT = "00"
                   MOVE "DESLIGQTMP-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-DESLIGQTMP-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
           END-PERFORM.
           CLOSE DESLIGQ-FILE.
           CLOSE DESLIGQTMP-FILE.

           OPEN INPUT DESLIGQTMP-FILE.
           IF WS-DESLIGQTMP-STATUS NOT = "00"
               MOVE "DESLIGQTMP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-DESLIGQTMP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT DESLIGQ-FILE.
           IF WS-DESLIGQ-STATUS NOT = "00"
               MOVE "DESLIGQ-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-DESLIGQ-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-DESLIGQTMP-STATUS = "10"
               READ DESLIGQTMP-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-DESLIGQTMP-STATUS NOT = "00"
                       AND WS-DESLIGQTMP-STATUS NOT = "10"
                   MOVE "DESLIGQTMP-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-DESLIGQTMP-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               WRITE DESLIGQ-REC FROM DESLIGQTMP-REC
               IF WS-DESLIGQ-STATUS NOT = "00"
                   MOVE "DESLIGQ-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-DESLIGQ-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
           END-PERFORM.
           CLOSE DESLIGQTMP-FILE.
           CLOSE DESLIGQ-FILE.
           MOVE "FILA DO RH: DESLIGAMENTO MARCADO COMO CONCLUIDO"
               TO DESLIGA-LINE.
           PERFORM GRAVAR-LINHA-DESLIGA.

       GRAVAR-LINHA-DESLIGA.
           WRITE DESLIGA-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "DESLIGA-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO DESLIGA-LINE.

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

                            END PROGRAM PROG_DESLIGA.
