      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Cost-center reorganization run for when one
      *          department is merged into another. The operator
      *          keys the source center, the target center and the
      *          effective date (0 = processing date). On that date
      *          every open XREF.DAT period of the source closes and
      *          a dated period opens for the same customer and
      *          employee under the target; open projects on
      *          PROJETO.DAT, active employees on EMPREGADO.DAT, the
      *          DEPTFILE.DAT line and the ALOCACAO.DAT slot of the
      *          source department, and the centers hanging under
      *          the source on CENTRO.DAT all move to the target; and
      *          the TABCENTRO.DAT daily figures of the source from
      *          the effective date on are added into the target's
      *          cells, so the consolidated TABELA does not change.
      *          History before the date stays where it is, and so
      *          does any year already closed on TABLOCK.DAT. The
      *          source's deactivation is queued on PENDAPRV.DAT for
      *          a second operator, and every record moved is listed
      *          on FUSAO.TXT.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_FUSAO.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CENTRO-FILE ASSIGN TO "CENTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CENTRO-CODIGO
               FILE STATUS IS WS-CENTRO-STATUS.

           SELECT XREF-FILE ASSIGN TO "XREF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT XREFTMP-FILE ASSIGN TO "XREF.TMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREFTMP-STATUS.

           SELECT PROJETO-FILE ASSIGN TO "PROJETO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROJ-CODIGO
               FILE STATUS IS WS-PROJETO-STATUS.

           SELECT EMP-FILE ASSIGN TO "EMPREGADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT DEPT-FILE ASSIGN TO "DEPTFILE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT ALOC-FILE ASSIGN TO "ALOCACAO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALOC-STATUS.

           SELECT TABCENTRO-FILE ASSIGN TO "TABCENTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CHAVE
               FILE STATUS IS WS-TABCENTRO-STATUS.

           SELECT LOCK-FILE ASSIGN TO "TABLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "CENTROAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      * The source center is not deactivated here: the deactivation
      * waits on the pending-approval queue like any other, until a
      * second operator signs it off in PROG_APROVA.cbl.
           SELECT APRV-FILE ASSIGN TO "PENDAPRV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APRV-STATUS.

           SELECT APRVSEQ-FILE ASSIGN TO "APRVSEQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APRVSEQ-STATUS.

           SELECT FUSAO-REPORT ASSIGN TO "FUSAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  CENTRO-FILE.
           COPY CENTRO.

       FD  XREF-FILE.
           COPY XREF.

       FD  XREFTMP-FILE.
        01 XREFTMP-REC.
         05 XT-CODIGO-CLIENTE PIC 9(006).
         05 XT-CENTROCUSTO PIC 9(003).
         05 XT-EMP-ID PIC 9(005).
         05 XT-VIGENCIA-DE PIC 9(008).
         05 XT-VIGENCIA-ATE PIC 9(008).

       FD  PROJETO-FILE.
           COPY PROJETO.

       FD  EMP-FILE.
           COPY EMPREGADO.

       FD  DEPT-FILE.
        01 DEPT-REC.
         05 DEPT-NOME PIC X(10).

       FD  ALOC-FILE.
        01 ALOC-REC PIC X(325).

       FD  TABCENTRO-FILE.
           COPY TABCENTRO.

       FD  LOCK-FILE.
        01 LOCK-REC.
         05 LOCK-ANO PIC 9(04).
         05 LOCK-MEDIDA PIC 9(02).
         05 LOCK-GERACAO PIC 9(08).
         05 LOCK-SITUACAO PIC X(01).
         05 LOCK-OPERADOR PIC X(08).
         05 LOCK-AUTORIZADOR PIC X(08).

      * Same width as the CENTROAUDIT.LOG line PROG_CENMANUT.cbl
      * writes, so the summary reader takes both alike.
       FD  AUDIT-FILE.
        01 AUDIT-LINE PIC X(140).

       FD  APRV-FILE.
           COPY PENDAPRV.

       FD  APRVSEQ-FILE.
        01 APRVSEQ-REC.
         05 APRVSEQ-ULTIMO PIC 9(06).

       FD  FUSAO-REPORT.
        01 FUSAO-LINE PIC X(132).

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

        77 WS-CENTRO-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-XREF-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-XREFTMP-STATUS PIC X(02) VALUE ZEROS.
        77 WS-PROJETO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-EMP-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-DEPT-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-ALOC-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-TABCENTRO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-LOCK-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-AUDIT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-APRV-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-APRVSEQ-STATUS PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "FUSAO.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_FUSAO".
        77 WS-SELO-MODO      PIC X(01) VALUE "G".
        77 WS-SELO-ARQUIVO   PIC X(030) VALUE "CENTROAUDIT.LOG".
        77 WS-AUDIT-TIMESTAMP PIC X(26) VALUE SPACES.
        77 WS-AUDIT-ACAO     PIC X(012) VALUE SPACES.
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-DATA-PROCESSO  PIC 9(08) VALUE ZEROS.
        77 WS-OPERADOR-ID    PIC X(08) VALUE SPACES.
        77 WS-OPERADOR-SENHA PIC X(08) VALUE SPACES.
        77 WS-FUNCAO-LOGIN   PIC X(01) VALUE "D".
        77 WS-OPER-AUTORIZADO PIC X(01) VALUE "N".
        77 WS-CENTRO-ORIGEM  PIC 9(03) VALUE ZEROS.
        77 WS-NOME-ORIGEM    PIC X(30) VALUE SPACES.
        77 WS-ATIVO-ORIGEM   PIC X(01) VALUE SPACES.
        77 WS-CENTRO-DESTINO PIC 9(03) VALUE ZEROS.
        77 WS-NOME-DESTINO   PIC X(30) VALUE SPACES.
        77 WS-DATA-EFETIVA   PIC 9(08) VALUE ZEROS.
        77 WS-ANO-EFETIVO    PIC 9(04) VALUE ZEROS.
        77 WS-DADOS-VALIDOS  PIC X(01) VALUE "S".
        77 WS-CONFIRMA       PIC X(01) VALUE SPACES.
      * A department is tied to its center by name, and EMP-DEPT and
      * DEPT-NOME hold only ten bytes of it.
        77 WS-DEPTO-POR-NOME PIC X(01) VALUE "S".
        77 WS-DEPTO-ORIGEM   PIC X(10) VALUE SPACES.
        77 WS-DEPTO-DESTINO  PIC X(10) VALUE SPACES.
        77 WS-DESTINO-LISTADO PIC X(01) VALUE "N".
        77 WS-CENTRO-BUSCA   PIC 9(03) VALUE ZEROS.
        77 WS-NIVEL          PIC 9(02) VALUE ZEROS.
        77 INDICE            PIC 9(02) VALUE ZEROS.
        77 WS-MES            PIC 9(02) VALUE ZEROS.
        77 WS-DIA            PIC 9(02) VALUE ZEROS.
        77 WS-DATA-CELULA    PIC 9(08) VALUE ZEROS.
        77 WS-PEDIDO-SEQ     PIC 9(06) VALUE ZEROS.
        77 WS-QTD-XREF-ENCERRADAS PIC 9(04) VALUE ZEROS.
        77 WS-QTD-XREF-REAPONTADAS PIC 9(04) VALUE ZEROS.
        77 WS-QTD-PROJETOS   PIC 9(04) VALUE ZEROS.
        77 WS-QTD-EMPREGADOS PIC 9(04) VALUE ZEROS.
        77 WS-QTD-DEPTOS     PIC 9(03) VALUE ZEROS.
        77 WS-QTD-SLOTS      PIC 9(03) VALUE ZEROS.
        77 WS-QTD-FILHOS     PIC 9(04) VALUE ZEROS.
        77 WS-QTD-TABELAS    PIC 9(04) VALUE ZEROS.
        77 WS-QTD-ANOS-FECHADOS PIC 9(04) VALUE ZEROS.
        77 WS-QTD-CELULAS    PIC 9(05) VALUE ZEROS.
        77 WS-TOTAL-MOVIDO   PIC 9(12) VALUE ZEROS.
        77 WS-TOTAL-MOVIDO-TABELA PIC 9(12) VALUE ZEROS.
        77 WS-IDX-CHAVE      PIC 9(03) VALUE ZEROS.
        77 WS-IDX-LOCK       PIC 9(03) VALUE ZEROS.
        77 WS-ACHOU          PIC X(01) VALUE "N".
        77 WS-ANO-FECHADO    PIC X(01) VALUE "N".

      * The source's TABCENTRO.DAT records from the effective year
      * on, gathered first so the target can be read and written by
      * key without losing the place in the source's key range.
        01 WS-TAB-CHAVES.
         05 WS-QTD-CHAVES    PIC 9(03) VALUE ZEROS.
         05 WS-CHAVE OCCURS 100 TIMES.
          10 WS-CHV-ANO      PIC 9(04).
          10 WS-CHV-MEDIDA   PIC 9(02).
        77 WS-CHAVES-ESTOURO PIC X(01) VALUE "N".

      * Latest TABLOCK.DAT situation per year and measure - the file
      * is read in the order it was written, so a reopen after a
      * close (or the other way round) replaces the earlier entry.
        01 WS-TAB-TRAVAS.
         05 WS-QTD-TRAVAS    PIC 9(03) VALUE ZEROS.
         05 WS-TRAVA OCCURS 200 TIMES.
          10 WS-TRV-ANO      PIC 9(04).
          10 WS-TRV-MEDIDA   PIC 9(02).
          10 WS-TRV-SITUACAO PIC X(01).

      * The daily figures leaving the source record, cell by cell,
      * on their way into the target's.
        01 WS-TAB-MOVIDO.
         05 WS-MOV-MES OCCURS 12 TIMES.
          10 WS-MOV-QTD      PIC 9(09) OCCURS 31 TIMES.

        77 WS-PAGINA-RELATORIO PIC 9(004) VALUE ZEROS.
        77 WS-TITULO-RELATORIO PIC X(040)
            VALUE "REORGANIZACAO DE CENTROS DE CUSTO".
        01 WS-CABECALHO-RELATORIO.
         05 WS-CAB-LINHA1 PIC X(080).
         05 WS-CAB-LINHA2 PIC X(080).
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.

      * Moving a whole center touches the org chart, so it sits
      * behind the same cost-center function D as the selection.
           DISPLAY "IDENTIFICACAO DO OPERADOR:".
           ACCEPT WS-OPERADOR-ID.
           DISPLAY "SENHA:".
           ACCEPT WS-OPERADOR-SENHA.
           CALL "VALIDAR-OPERADOR" USING WS-OPERADOR-ID
               WS-OPERADOR-SENHA WS-FUNCAO-LOGIN
               WS-OPER-AUTORIZADO.
           IF WS-OPER-AUTORIZADO NOT = "S"
               DISPLAY "OPERADOR SEM PERMISSAO DE CENTRO DE CUSTO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "CENTRO DE ORIGEM (O QUE SERA INCORPORADO):".
           ACCEPT WS-CENTRO-ORIGEM.
           DISPLAY "CENTRO DE DESTINO (O QUE INCORPORA):".
           ACCEPT WS-CENTRO-DESTINO.
           DISPLAY "DATA EFETIVA (AAAAMMDD, 0 = HOJE):".
           ACCEPT WS-DATA-EFETIVA.
           IF WS-DATA-EFETIVA = ZEROS
               MOVE WS-DATA-PROCESSO TO WS-DATA-EFETIVA
           END-IF.
           MOVE WS-DATA-EFETIVA(1:4) TO WS-ANO-EFETIVO.

           PERFORM VALIDAR-DADOS.
           IF WS-DADOS-VALIDOS NOT = "S"
               DISPLAY "NADA ALTERADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Nothing here is undone by another run, so the operator gets
      * one last look before the files change.
           DISPLAY "INCORPORAR " WS-CENTRO-ORIGEM " " WS-NOME-ORIGEM.
           DISPLAY "AO CENTRO " WS-CENTRO-DESTINO " "
               WS-NOME-DESTINO " A PARTIR DE " WS-DATA-EFETIVA.
           IF WS-DEPTO-POR-NOME = "N"
               DISPLAY "NOME DE CENTRO COM MAIS DE 10 POSICOES - "
                   "EMPREGADOS E DEPARTAMENTO NAO SERAO MOVIDOS"
           END-IF.
           DISPLAY "CONFIRMA (S/N)?".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "REORGANIZACAO CANCELADA - NADA ALTERADO"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT FUSAO-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "FUSAO-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CALL "IMPRIMIR-CABECALHO-RELATORIO" USING
               WS-TITULO-RELATORIO
               WS-PAGINA-RELATORIO
               WS-CABECALHO-RELATORIO.
           MOVE WS-CAB-LINHA1 TO FUSAO-LINE.
           PERFORM GRAVAR-LINHA-FUSAO.
           MOVE WS-CAB-LINHA2 TO FUSAO-LINE.
           PERFORM GRAVAR-LINHA-FUSAO.
           STRING "CENTRO " WS-CENTRO-ORIGEM " " WS-NOME-ORIGEM
               " INCORPORADO AO " WS-CENTRO-DESTINO " "
               WS-NOME-DESTINO " EM " WS-DATA-EFETIVA
               " - OPERADOR " WS-OPERADOR-ID
               DELIMITED BY SIZE INTO FUSAO-LINE.
           PERFORM GRAVAR-LINHA-FUSAO.

           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDIT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-AUDIT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           PERFORM TRANSFERIR-CLIENTES.
           PERFORM TRANSFERIR-PROJETOS.
           PERFORM TRANSFERIR-EMPREGADOS.
           PERFORM TRANSFERIR-DEPARTAMENTO.
           PERFORM TRANSFERIR-ALOCACAO.
           PERFORM TRANSFERIR-FILHOS.
           PERFORM TRANSFERIR-QUANTIDADES.
           PERFORM ENFILEIRAR-DESATIVACAO.
           CLOSE AUDIT-FILE.

           MOVE SPACES TO FUSAO-LINE.
           STRING "RESUMO - XREF ENCERRADAS: " WS-QTD-XREF-ENCERRADAS
               " REAPONTADAS: " WS-QTD-XREF-REAPONTADAS
               " PROJETOS: " WS-QTD-PROJETOS
               " EMPREGADOS: " WS-QTD-EMPREGADOS
               " DEPTOS: " WS-QTD-DEPTOS
               " SLOTS: " WS-QTD-SLOTS
               DELIMITED BY SIZE INTO FUSAO-LINE.
           PERFORM GRAVAR-LINHA-FUSAO.
           STRING "         CENTROS FILHOS: " WS-QTD-FILHOS
               " TABELAS: " WS-QTD-TABELAS
               " CELULAS: " WS-QTD-CELULAS
               " QUANTIDADE MOVIDA: " WS-TOTAL-MOVIDO
               " ANOS FECHADOS MANTIDOS: " WS-QTD-ANOS-FECHADOS
               DELIMITED BY SIZE INTO FUSAO-LINE.
           PERFORM GRAVAR-LINHA-FUSAO.
           CLOSE FUSAO-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           DISPLAY "REORGANIZACAO CONCLUIDA - XREF: "
               WS-QTD-XREF-ENCERRADAS " PROJETOS: " WS-QTD-PROJETOS
               " EMPREGADOS: " WS-QTD-EMPREGADOS
               " FILHOS: " WS-QTD-FILHOS
               " TABELAS: " WS-QTD-TABELAS " - VER FUSAO.TXT".
      * A closed year left behind, or employees that could not be
      * matched by name, still need somebody's attention.
           IF WS-QTD-ANOS-FECHADOS NOT = ZEROS
                   OR WS-DEPTO-POR-NOME = "N"
                   OR WS-CHAVES-ESTOURO = "S"
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *=================================================================
      * Both centers must exist and differ, the target must still
      * be active, and the target must not hang anywhere under the
      * source - its children move to the target, so the tree would
      * close on itself.
      *=================================================================
       VALIDAR-DADOS.
           MOVE "S" TO WS-DADOS-VALIDOS.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-EFETIVA) NOT = 0
               DISPLAY "DATA EFETIVA INVALIDA: " WS-DATA-EFETIVA
               MOVE "N" TO WS-DADOS-VALIDOS
           END-IF.
           IF WS-CENTRO-ORIGEM = WS-CENTRO-DESTINO
               DISPLAY "DESTINO IGUAL A ORIGEM"
               MOVE "N" TO WS-DADOS-VALIDOS
           END-IF.
           OPEN INPUT CENTRO-FILE.
           IF WS-CENTRO-STATUS = "35"
               DISPLAY "CENTRO.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-DADOS-VALIDOS
               CLOSE CENTRO-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CENTRO-STATUS NOT = "00"
               MOVE "CENTRO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CENTRO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-CENTRO-ORIGEM TO CENTRO-CODIGO.
           READ CENTRO-FILE
               INVALID KEY
                   DISPLAY "CENTRO DE ORIGEM " WS-CENTRO-ORIGEM
                       " NAO CADASTRADO"
                   MOVE "N" TO WS-DADOS-VALIDOS
               NOT INVALID KEY
                   MOVE CENTRO-NOME TO WS-NOME-ORIGEM
                   MOVE CENTRO-ATIVO TO WS-ATIVO-ORIGEM
           END-READ.
           IF WS-CENTRO-STATUS NOT = "00"
                   AND WS-CENTRO-STATUS NOT = "23"
               MOVE "CENTRO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CENTRO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-CENTRO-DESTINO TO CENTRO-CODIGO.
           READ CENTRO-FILE
               INVALID KEY
                   DISPLAY "CENTRO DE DESTINO " WS-CENTRO-DESTINO
                       " NAO CADASTRADO"
                   MOVE "N" TO WS-DADOS-VALIDOS
               NOT INVALID KEY
                   MOVE CENTRO-NOME TO WS-NOME-DESTINO
                   IF CENTRO-ATIVO = "N"
                       DISPLAY "CENTRO DE DESTINO "
                           WS-CENTRO-DESTINO " ESTA DESATIVADO"
                       MOVE "N" TO WS-DADOS-VALIDOS
                   END-IF
           END-READ.
           IF WS-CENTRO-STATUS NOT = "00"
                   AND WS-CENTRO-STATUS NOT = "23"
               MOVE "CENTRO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CENTRO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-DADOS-VALIDOS = "S"
               PERFORM CONFERIR-ASCENDENCIA
           END-IF.
           CLOSE CENTRO-FILE.
           MOVE "S" TO WS-DEPTO-POR-NOME.
           IF WS-NOME-ORIGEM(11:20) NOT = SPACES
                   OR WS-NOME-DESTINO(11:20) NOT = SPACES
               MOVE "N" TO WS-DEPTO-POR-NOME
           END-IF.
           MOVE WS-NOME-ORIGEM TO WS-DEPTO-ORIGEM.
           MOVE WS-NOME-DESTINO TO WS-DEPTO-DESTINO.

       CONFERIR-ASCENDENCIA.
      * Walks up from the target by CENTRO-PAI; twenty levels is far
      * deeper than any real org chart and stops a looped tree.
           MOVE WS-CENTRO-DESTINO TO WS-CENTRO-BUSCA.
           PERFORM VARYING WS-NIVEL FROM 1 BY 1 UNTIL WS-NIVEL > 20
               MOVE WS-CENTRO-BUSCA TO CENTRO-CODIGO
               READ CENTRO-FILE
                   INVALID KEY
                       EXIT PERFORM
               END-READ
               IF WS-CENTRO-STATUS NOT = "00"
                   MOVE "CENTRO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CENTRO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF CENTRO-PAI = ZEROS
                   EXIT PERFORM
               END-IF
               IF CENTRO-PAI = WS-CENTRO-ORIGEM
                   DISPLAY "DESTINO " WS-CENTRO-DESTINO
                       " ESTA SOB A ORIGEM " WS-CENTRO-ORIGEM
                       " - MUDE O PAI DO DESTINO ANTES"
                   MOVE "N" TO WS-DADOS-VALIDOS
                   EXIT PERFORM
               END-IF
               MOVE CENTRO-PAI TO WS-CENTRO-BUSCA
           END-PERFORM.

      *=================================================================
      * XREF.DAT is a plain sequential file, so the move copies every
      * record through XREF.TMP - the source's open period leaves
      * with VIGENCIA-ATE stamped on the effective date and right
      * behind it goes the target's period opening the same day, the
      * same close-and-open PROG_DESLIGA.cbl does for a leaver. A
      * period that only opens on or after the effective date never
      * ran under the source and is simply repointed.
      *=================================================================
       TRANSFERIR-CLIENTES.
           MOVE "CARTEIRA DE CLIENTES (XREF.DAT):" TO FUSAO-LINE.
           PERFORM GRAVAR-LINHA-FUSAO.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS = "35"
               CLOSE XREF-FILE
               MOVE "  XREF.DAT AINDA NAO EXISTE" TO FUSAO-LINE
               PERFORM GRAVAR-LINHA-FUSAO
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
               IF XREF-CENTROCUSTO = WS-CENTRO-ORIGEM
                       AND XREF-VIGENCIA-ATE = ZEROS
                   PERFORM TRANSFERIR-UMA-LIGACAO
               ELSE
                   PERFORM GRAVAR-XREFTMP
               END-IF
           END-PERFORM.
           CLOSE XREF-FILE.
           CLOSE XREFTMP-FILE.
           PERFORM REGRAVAR-XREF.
           IF WS-QTD-XREF-ENCERRADAS = ZEROS
                   AND WS-QTD-XREF-REAPONTADAS = ZEROS
               MOVE "  NENHUMA LIGACAO ABERTA DO CENTRO"
                   TO FUSAO-LINE
               PERFORM GRAVAR-LINHA-FUSAO
           END-IF.

       TRANSFERIR-UMA-LIGACAO.
           IF XREF-VIGENCIA-DE NOT < WS-DATA-EFETIVA
               ADD 1 TO WS-QTD-XREF-REAPONTADAS
               MOVE WS-CENTRO-DESTINO TO XREF-CENTROCUSTO
               PERFORM GRAVAR-XREFTMP
               STRING "  CLIENTE " XREF-CODIGO-CLIENTE
                   " EMPREGADO " XREF-EMP-ID
                   " PERIODO DE " XREF-VIGENCIA-DE
                   " REAPONTADO PARA O CENTRO " WS-CENTRO-DESTINO
                   DELIMITED BY SIZE INTO FUSAO-LINE
               PERFORM GRAVAR-LINHA-FUSAO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-XREF-ENCERRADAS.
           MOVE WS-DATA-EFETIVA TO XREF-VIGENCIA-ATE.
           PERFORM GRAVAR-XREFTMP.
           STRING "  CLIENTE " XREF-CODIGO-CLIENTE
               " EMPREGADO " XREF-EMP-ID
               " PERIODO DE " XREF-VIGENCIA-DE
               " ENCERRADO EM " XREF-VIGENCIA-ATE
               " - ABERTO NO CENTRO " WS-CENTRO-DESTINO
               DELIMITED BY SIZE INTO FUSAO-LINE.
           PERFORM GRAVAR-LINHA-FUSAO.
           MOVE WS-CENTRO-DESTINO TO XREF-CENTROCUSTO.
           MOVE WS-DATA-EFETIVA TO XREF-VIGENCIA-DE.
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

      *=================================================================
      * Open projects follow the center; a closed project (SITUACAO
      * "E") keeps the center it was run under.
      *=================================================================
       TRANSFERIR-PROJETOS.
           MOVE "PROJETOS EM ABERTO (PROJETO.DAT):" TO FUSAO-LINE.
           PERFORM GRAVAR-LINHA-FUSAO.
           OPEN I-O PROJETO-FILE.
           IF WS-PROJETO-STATUS = "35"
               CLOSE PROJETO-FILE
               MOVE "  PROJETO.DAT AINDA NAO EXISTE" TO FUSAO-LINE
               PERFORM GRAVAR-LINHA-FUSAO
               EXIT PARAGRAPH
           END-IF.
           IF WS-PROJETO-STATUS NOT = "00"
               MOVE "PROJETO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-PROJETO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE ZEROS TO PROJ-CODIGO.
           START PROJETO-FILE KEY NOT LESS THAN PROJ-CODIGO
               INVALID KEY
                   MOVE "10" TO WS-PROJETO-STATUS
           END-START.
           PERFORM UNTIL WS-PROJETO-STATUS = "10"
               READ PROJETO-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-PROJETO-STATUS NOT = "00"
                       AND WS-PROJETO-STATUS NOT = "10"
                   MOVE "PROJETO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-PROJETO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF PROJ-CENTRO = WS-CENTRO-ORIGEM
                       AND PROJ-SITUACAO NOT = "E"
                   PERFORM TRANSFERIR-UM-PROJETO
               END-IF
           END-PERFORM.
           CLOSE PROJETO-FILE.
           IF WS-QTD-PROJETOS = ZEROS
               MOVE "  NENHUM PROJETO ABERTO NO CENTRO" TO FUSAO-LINE
               PERFORM GRAVAR-LINHA-FUSAO
           END-IF.

       TRANSFERIR-UM-PROJETO.
           MOVE WS-CENTRO-DESTINO TO PROJ-CENTRO.
           REWRITE PROJETO-REC.
           IF WS-PROJETO-STATUS NOT = "00"
               MOVE "PROJETO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-PROJETO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WS-QTD-PROJETOS.
           STRING "  PROJETO " PROJ-CODIGO " " PROJ-NOME
               " SITUACAO " PROJ-SITUACAO
               " PASSA PARA O CENTRO " WS-CENTRO-DESTINO
               DELIMITED BY SIZE INTO FUSAO-LINE.
           PERFORM GRAVAR-LINHA-FUSAO.

      *=================================================================
      * Active employees whose department is the source's name take
      * the target's; a departed employee keeps the department the
      * record was closed under.
      *=================================================================
       TRANSFERIR-EMPREGADOS.
           MOVE "EMPREGADOS ATIVOS (EMPREGADO.DAT):" TO FUSAO-LINE.
           PERFORM GRAVAR-LINHA-FUSAO.
           IF WS-DEPTO-POR-NOME = "N"
               STRING "  NOME DE CENTRO COM MAIS DE 10 POSICOES - "
                   "EMPREGADOS NAO MOVIDOS, CONFIRA EMP-DEPT A MAO"
                   DELIMITED BY SIZE INTO FUSAO-LINE
               PERFORM GRAVAR-LINHA-FUSAO
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O EMP-FILE.
           IF WS-EMP-STATUS = "35"
               CLOSE EMP-FILE
               MOVE "  EMPREGADO.DAT AINDA NAO EXISTE" TO FUSAO-LINE
               PERFORM GRAVAR-LINHA-FUSAO
               EXIT PARAGRAPH
           END-IF.
           IF WS-EMP-STATUS NOT = "00"
               MOVE "EMP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-EMP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE ZEROS TO EMP-ID.
           START EMP-FILE KEY NOT LESS THAN EMP-ID
               INVALID KEY
                   MOVE "10" TO WS-EMP-STATUS
           END-START.
           PERFORM UNTIL WS-EMP-STATUS = "10"
               READ EMP-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-EMP-STATUS NOT = "00"
                       AND WS-EMP-STATUS NOT = "10"
                   MOVE "EMP-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-EMP-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF EMP-DEPT = WS-DEPTO-ORIGEM AND EMP-ATIVO = "S"
                   PERFORM TRANSFERIR-UM-EMPREGADO
               END-IF
           END-PERFORM.
           CLOSE EMP-FILE.
           IF WS-QTD-EMPREGADOS = ZEROS
               MOVE "  NENHUM EMPREGADO ATIVO NO DEPARTAMENTO"
                   TO FUSAO-LINE
               PERFORM GRAVAR-LINHA-FUSAO
           END-IF.

       TRANSFERIR-UM-EMPREGADO.
           MOVE WS-DEPTO-DESTINO TO EMP-DEPT.
           REWRITE EMPREGADO-REC.
           IF WS-EMP-STATUS NOT = "00"
               MOVE "EMP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-EMP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WS-QTD-EMPREGADOS.
           STRING "  EMPREGADO " EMP-ID " " EMP-NOME
               " DEPARTAMENTO " WS-DEPTO-ORIGEM
               " PASSA PARA " EMP-DEPT
               DELIMITED BY SIZE INTO FUSAO-LINE.
           PERFORM GRAVAR-LINHA-FUSAO.

      *=================================================================
      * PROG_ARRAY3.cbl takes DEPTFILE.DAT by position, so the
      * source's line is rewritten in place with the target's name
      * rather than dropped - dropping it would shift every later
      * department into another slot. When the target was already
      * listed the name then shows twice, which the report says.
      *=================================================================
       TRANSFERIR-DEPARTAMENTO.
           MOVE "DEPARTAMENTOS (DEPTFILE.DAT):" TO FUSAO-LINE.
           PERFORM GRAVAR-LINHA-FUSAO.
           IF WS-DEPTO-POR-NOME = "N"
               STRING "  NOME DE CENTRO COM MAIS DE 10 POSICOES - "
                   "DEPARTAMENTO NAO ALTERADO"
                   DELIMITED BY SIZE INTO FUSAO-LINE
               PERFORM GRAVAR-LINHA-FUSAO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-DESTINO-LISTADO.
           OPEN I-O DEPT-FILE.
           IF WS-DEPT-STATUS = "35"
               CLOSE DEPT-FILE
               MOVE "  DEPTFILE.DAT AINDA NAO EXISTE" TO FUSAO-LINE
               PERFORM GRAVAR-LINHA-FUSAO
               EXIT PARAGRAPH
           END-IF.
           IF WS-DEPT-STATUS NOT = "00"
               MOVE "DEPT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-DEPT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-DEPT-STATUS = "10"
               READ DEPT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-DEPT-STATUS NOT = "00"
                       AND WS-DEPT-STATUS NOT = "10"
                   MOVE "DEPT-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-DEPT-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF DEPT-NOME = WS-DEPTO-DESTINO
                   MOVE "S" TO WS-DESTINO-LISTADO
               END-IF
               IF DEPT-NOME = WS-DEPTO-ORIGEM
                   MOVE WS-DEPTO-DESTINO TO DEPT-NOME
                   REWRITE DEPT-REC
                   IF WS-DEPT-STATUS NOT = "00"
                       MOVE "DEPT-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-DEPT-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   ADD 1 TO WS-QTD-DEPTOS
                   STRING "  DEPARTAMENTO " WS-DEPTO-ORIGEM
                       " RENOMEADO PARA " WS-DEPTO-DESTINO
                       DELIMITED BY SIZE INTO FUSAO-LINE
                   PERFORM GRAVAR-LINHA-FUSAO
               END-IF
           END-PERFORM.
           CLOSE DEPT-FILE.
           IF WS-QTD-DEPTOS = ZEROS
               MOVE "  DEPARTAMENTO DE ORIGEM NAO CONSTA DO ARQUIVO"
                   TO FUSAO-LINE
               PERFORM GRAVAR-LINHA-FUSAO
               EXIT PARAGRAPH
           END-IF.
           IF WS-DESTINO-LISTADO = "S"
               MOVE "  DESTINO JA CONSTAVA - NOME AGORA REPETIDO"
                   TO FUSAO-LINE
               PERFORM GRAVAR-LINHA-FUSAO
           END-IF.

       TRANSFERIR-ALOCACAO.
      * The saved assignment image carries its own copy of the
      * department names and wins over DEPTFILE.DAT when PROG_ARRAY3
      * reloads, so the source's slot is renamed there too; the
      * employees in it stay where they are.
           MOVE "SLOTS DE ALOCACAO (ALOCACAO.DAT):" TO FUSAO-LINE.
           PERFORM GRAVAR-LINHA-FUSAO.
           IF WS-DEPTO-POR-NOME = "N"
               STRING "  NOME DE CENTRO COM MAIS DE 10 POSICOES - "
                   "SLOTS NAO ALTERADOS"
                   DELIMITED BY SIZE INTO FUSAO-LINE
               PERFORM GRAVAR-LINHA-FUSAO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ALOC-FILE.
           IF WS-ALOC-STATUS = "35"
               CLOSE ALOC-FILE
               MOVE "  ALOCACAO.DAT AINDA NAO EXISTE" TO FUSAO-LINE
               PERFORM GRAVAR-LINHA-FUSAO
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
               MOVE "  ALOCACAO.DAT VAZIO" TO FUSAO-LINE
               PERFORM GRAVAR-LINHA-FUSAO
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING INDICE FROM 1 BY 1 UNTIL INDICE > 5
               IF WS-DEPT(INDICE) = WS-DEPTO-ORIGEM
                   MOVE WS-DEPTO-DESTINO TO WS-DEPT(INDICE)
                   ADD 1 TO WS-QTD-SLOTS
                   STRING "  SLOT " INDICE " DEPARTAMENTO "
                       WS-DEPTO-ORIGEM " RENOMEADO PARA "
                       WS-DEPTO-DESTINO
                       DELIMITED BY SIZE INTO FUSAO-LINE
                   PERFORM GRAVAR-LINHA-FUSAO
               END-IF
           END-PERFORM.

           IF WS-QTD-SLOTS = ZEROS
               MOVE "  NENHUM SLOT DO DEPARTAMENTO DE ORIGEM"
                   TO FUSAO-LINE
               PERFORM GRAVAR-LINHA-FUSAO
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

      *=================================================================
      * The centers hanging under the source are re-hung under the
      * target, each with the same MUDA-PAI audit line a hand change
      * in PROG_CENMANUT.cbl leaves; the source itself gets one
      * REORGANIZ line so the move reads off CENTROAUDIT.LOG.
      *=================================================================
       TRANSFERIR-FILHOS.
           MOVE "CENTROS SUBORDINADOS (CENTRO.DAT):" TO FUSAO-LINE.
           PERFORM GRAVAR-LINHA-FUSAO.
           OPEN I-O CENTRO-FILE.
           IF WS-CENTRO-STATUS NOT = "00"
               MOVE "CENTRO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CENTRO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE ZEROS TO CENTRO-CODIGO.
           START CENTRO-FILE KEY NOT LESS THAN CENTRO-CODIGO
               INVALID KEY
                   MOVE "10" TO WS-CENTRO-STATUS
           END-START.
           PERFORM UNTIL WS-CENTRO-STATUS = "10"
               READ CENTRO-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CENTRO-STATUS NOT = "00"
                       AND WS-CENTRO-STATUS NOT = "10"
                   MOVE "CENTRO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CENTRO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF CENTRO-PAI = WS-CENTRO-ORIGEM
                   PERFORM TRANSFERIR-UM-FILHO
               END-IF
           END-PERFORM.
           IF WS-QTD-FILHOS = ZEROS
               MOVE "  NENHUM CENTRO SOB A ORIGEM" TO FUSAO-LINE
               PERFORM GRAVAR-LINHA-FUSAO
           END-IF.
           MOVE WS-CENTRO-ORIGEM TO CENTRO-CODIGO.
           READ CENTRO-FILE
               INVALID KEY
                   MOVE "23" TO WS-CENTRO-STATUS
           END-READ.
           IF WS-CENTRO-STATUS NOT = "00"
               MOVE "CENTRO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CENTRO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE "REORGANIZ" TO WS-AUDIT-ACAO.
           PERFORM GRAVAR-AUDITORIA-CENTRO.
           CLOSE CENTRO-FILE.

       TRANSFERIR-UM-FILHO.
           MOVE WS-CENTRO-DESTINO TO CENTRO-PAI.
           REWRITE CENTRO-REC.
           IF WS-CENTRO-STATUS NOT = "00"
               MOVE "CENTRO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CENTRO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WS-QTD-FILHOS.
           MOVE "MUDA-PAI" TO WS-AUDIT-ACAO.
           PERFORM GRAVAR-AUDITORIA-CENTRO.
           STRING "  CENTRO " CENTRO-CODIGO " " CENTRO-NOME
               " AGORA SOB " CENTRO-PAI
               DELIMITED BY SIZE INTO FUSAO-LINE.
           PERFORM GRAVAR-LINHA-FUSAO.

       GRAVAR-AUDITORIA-CENTRO.
      * Same line GRAVAR-AUDITORIA-MANUT writes in PROG_CENMANUT.cbl.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
           MOVE SPACES TO AUDIT-LINE.
           STRING WS-AUDIT-TIMESTAMP DELIMITED BY SIZE
               " OPERADOR=" DELIMITED BY SIZE
               WS-OPERADOR-ID DELIMITED BY SIZE
               " CENTROCUSTO=" DELIMITED BY SIZE
               CENTRO-CODIGO DELIMITED BY SIZE
               " DEPTO=" DELIMITED BY SIZE
               CENTRO-NOME DELIMITED BY SIZE
               " ACAO=" DELIMITED BY SIZE
               WS-AUDIT-ACAO DELIMITED BY SIZE
               INTO AUDIT-LINE.
           CALL "SELAR-LINHA-LOG" USING WS-SELO-MODO
               WS-SELO-ARQUIVO AUDIT-LINE.
           WRITE AUDIT-LINE.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDIT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-AUDIT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
      * Closed and reopened so the line is on disk before the next
      * one is sealed - the sealer takes the last seal from the log
      * itself, and a line still in the buffer is not there yet.
           CLOSE AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDIT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-AUDIT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

      *=================================================================
      * The source's daily figures from the effective date on are
      * added into the target's cells for the same year and measure
      * (the target record is created when it has none) and zeroed
      * at the source, and both records' monthly and annual totals
      * are recounted. Earlier days stay at the source, and a year
      * closed on TABLOCK.DAT is not touched at all - it is listed
      * for PROG_TABFECHA.cbl to reopen if the move must reach it.
      *=================================================================
       TRANSFERIR-QUANTIDADES.
           MOVE "QUANTIDADES (TABCENTRO.DAT):" TO FUSAO-LINE.
           PERFORM GRAVAR-LINHA-FUSAO.
           OPEN I-O TABCENTRO-FILE.
           IF WS-TABCENTRO-STATUS = "35"
               CLOSE TABCENTRO-FILE
               MOVE "  TABCENTRO.DAT AINDA NAO EXISTE" TO FUSAO-LINE
               PERFORM GRAVAR-LINHA-FUSAO
               EXIT PARAGRAPH
           END-IF.
           IF WS-TABCENTRO-STATUS NOT = "00"
               MOVE "TABCENTRO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TABCENTRO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM CARREGAR-TRAVAS.
           MOVE ZEROS TO WS-QTD-CHAVES.
           MOVE WS-CENTRO-ORIGEM TO TC-CENTRO.
           MOVE WS-ANO-EFETIVO TO TC-ANO.
           MOVE ZEROS TO TC-MEDIDA.
           START TABCENTRO-FILE KEY NOT LESS THAN TC-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-TABCENTRO-STATUS
           END-START.
           PERFORM UNTIL WS-TABCENTRO-STATUS = "10"
               READ TABCENTRO-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-TABCENTRO-STATUS NOT = "00"
                       AND WS-TABCENTRO-STATUS NOT = "10"
                   MOVE "TABCENTRO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-TABCENTRO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF TC-CENTRO NOT = WS-CENTRO-ORIGEM
                   EXIT PERFORM
               END-IF
               IF WS-QTD-CHAVES < 100
                   ADD 1 TO WS-QTD-CHAVES
                   MOVE TC-ANO TO WS-CHV-ANO(WS-QTD-CHAVES)
                   MOVE TC-MEDIDA TO WS-CHV-MEDIDA(WS-QTD-CHAVES)
               ELSE
                   MOVE "S" TO WS-CHAVES-ESTOURO
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-CHAVE FROM 1 BY 1
                   UNTIL WS-IDX-CHAVE > WS-QTD-CHAVES
               PERFORM TRANSFERIR-UMA-TABELA
           END-PERFORM.
           CLOSE TABCENTRO-FILE.
           IF WS-QTD-CHAVES = ZEROS
               MOVE "  NENHUMA TABELA DO CENTRO A PARTIR DA DATA"
                   TO FUSAO-LINE
               PERFORM GRAVAR-LINHA-FUSAO
           END-IF.
           IF WS-CHAVES-ESTOURO = "S"
               STRING "  MAIS DE 100 TABELAS - RODE NOVAMENTE PARA "
                   "O RESTANTE"
                   DELIMITED BY SIZE INTO FUSAO-LINE
               PERFORM GRAVAR-LINHA-FUSAO
           END-IF.

       TRANSFERIR-UMA-TABELA.
           PERFORM VERIFICAR-ANO-FECHADO.
           IF WS-ANO-FECHADO = "S"
               ADD 1 TO WS-QTD-ANOS-FECHADOS
               STRING "  ANO " WS-CHV-ANO(WS-IDX-CHAVE)
                   " MEDIDA " WS-CHV-MEDIDA(WS-IDX-CHAVE)
                   " FECHADO EM TABLOCK.DAT - QUANTIDADES MANTIDAS"
                   " NA ORIGEM"
                   DELIMITED BY SIZE INTO FUSAO-LINE
               PERFORM GRAVAR-LINHA-FUSAO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CENTRO-ORIGEM TO TC-CENTRO.
           MOVE WS-CHV-ANO(WS-IDX-CHAVE) TO TC-ANO.
           MOVE WS-CHV-MEDIDA(WS-IDX-CHAVE) TO TC-MEDIDA.
           PERFORM LER-TABCENTRO.
           IF WS-TABCENTRO-STATUS NOT = "00"
               MOVE "TABCENTRO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TABCENTRO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE ZEROS TO WS-TOTAL-MOVIDO-TABELA.
           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
               PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 31
                   COMPUTE WS-DATA-CELULA = TC-ANO * 10000
                       + WS-MES * 100 + WS-DIA
                   IF WS-DATA-CELULA NOT < WS-DATA-EFETIVA
                       MOVE TC-QUANTIDADE-DIARIA(WS-MES, WS-DIA)
                           TO WS-MOV-QTD(WS-MES, WS-DIA)
                       MOVE ZEROS
                           TO TC-QUANTIDADE-DIARIA(WS-MES, WS-DIA)
                       IF WS-MOV-QTD(WS-MES, WS-DIA) NOT = ZEROS
                           ADD 1 TO WS-QTD-CELULAS
                           ADD WS-MOV-QTD(WS-MES, WS-DIA)
                               TO WS-TOTAL-MOVIDO-TABELA
                       END-IF
                   ELSE
                       MOVE ZEROS TO WS-MOV-QTD(WS-MES, WS-DIA)
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-TOTAL-MOVIDO-TABELA = ZEROS
               EXIT PARAGRAPH
           END-IF.
           PERFORM RECALCULAR-TOTAIS-TC.
           REWRITE TABCENTRO-REC.
           IF WS-TABCENTRO-STATUS NOT = "00"
               MOVE "TABCENTRO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TABCENTRO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           MOVE WS-CENTRO-DESTINO TO TC-CENTRO.
           MOVE WS-CHV-ANO(WS-IDX-CHAVE) TO TC-ANO.
           MOVE WS-CHV-MEDIDA(WS-IDX-CHAVE) TO TC-MEDIDA.
           PERFORM LER-TABCENTRO.
           IF WS-TABCENTRO-STATUS = "23"
               MOVE WS-CENTRO-DESTINO TO TC-CENTRO
               MOVE WS-CHV-ANO(WS-IDX-CHAVE) TO TC-ANO
               MOVE WS-CHV-MEDIDA(WS-IDX-CHAVE) TO TC-MEDIDA
               PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
                   PERFORM VARYING WS-DIA FROM 1 BY 1
                           UNTIL WS-DIA > 31
                       MOVE ZEROS
                           TO TC-QUANTIDADE-DIARIA(WS-MES, WS-DIA)
                   END-PERFORM
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
               PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 31
                   ADD WS-MOV-QTD(WS-MES, WS-DIA)
                       TO TC-QUANTIDADE-DIARIA(WS-MES, WS-DIA)
               END-PERFORM
           END-PERFORM.
           PERFORM RECALCULAR-TOTAIS-TC.
           IF WS-TABCENTRO-STATUS = "23"
               WRITE TABCENTRO-REC
           ELSE
               REWRITE TABCENTRO-REC
           END-IF.
           IF WS-TABCENTRO-STATUS NOT = "00"
               MOVE "TABCENTRO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TABCENTRO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WS-QTD-TABELAS.
           ADD WS-TOTAL-MOVIDO-TABELA TO WS-TOTAL-MOVIDO.
           STRING "  ANO " TC-ANO " MEDIDA " TC-MEDIDA
               " QUANTIDADE " WS-TOTAL-MOVIDO-TABELA
               " A PARTIR DE " WS-DATA-EFETIVA
               " PASSA DO CENTRO " WS-CENTRO-ORIGEM
               " PARA O " WS-CENTRO-DESTINO
               DELIMITED BY SIZE INTO FUSAO-LINE.
           PERFORM GRAVAR-LINHA-FUSAO.

       LER-TABCENTRO.
           READ TABCENTRO-FILE
               INVALID KEY
                   MOVE "23" TO WS-TABCENTRO-STATUS
           END-READ.
           IF WS-TABCENTRO-STATUS NOT = "00"
                   AND WS-TABCENTRO-STATUS NOT = "23"
               MOVE "TABCENTRO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TABCENTRO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       RECALCULAR-TOTAIS-TC.
           MOVE ZEROS TO TC-TOTAL-ANUAL.
           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
               MOVE ZEROS TO TC-TOTAL-MENSAL(WS-MES)
               PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 31
                   ADD TC-QUANTIDADE-DIARIA(WS-MES, WS-DIA)
                       TO TC-TOTAL-MENSAL(WS-MES)
               END-PERFORM
               ADD TC-TOTAL-MENSAL(WS-MES) TO TC-TOTAL-ANUAL
           END-PERFORM.

       CARREGAR-TRAVAS.
           MOVE ZEROS TO WS-QTD-TRAVAS.
           OPEN INPUT LOCK-FILE.
           IF WS-LOCK-STATUS = "35"
               CLOSE LOCK-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-LOCK-STATUS NOT = "00"
               MOVE "LOCK-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LOCK-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-LOCK-STATUS = "10"
               READ LOCK-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-LOCK-STATUS NOT = "00"
                       AND WS-LOCK-STATUS NOT = "10"
                   MOVE "LOCK-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-LOCK-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               PERFORM ANOTAR-TRAVA
           END-PERFORM.
           CLOSE LOCK-FILE.

       ANOTAR-TRAVA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IDX-LOCK FROM 1 BY 1
                   UNTIL WS-IDX-LOCK > WS-QTD-TRAVAS
                   OR WS-ACHOU = "S"
               IF WS-TRV-ANO(WS-IDX-LOCK) = LOCK-ANO
                       AND WS-TRV-MEDIDA(WS-IDX-LOCK) = LOCK-MEDIDA
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "S"
               SUBTRACT 1 FROM WS-IDX-LOCK
           ELSE
               IF WS-QTD-TRAVAS NOT < 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-QTD-TRAVAS
               MOVE WS-QTD-TRAVAS TO WS-IDX-LOCK
               MOVE LOCK-ANO TO WS-TRV-ANO(WS-IDX-LOCK)
               MOVE LOCK-MEDIDA TO WS-TRV-MEDIDA(WS-IDX-LOCK)
           END-IF.
           MOVE LOCK-SITUACAO TO WS-TRV-SITUACAO(WS-IDX-LOCK).

       VERIFICAR-ANO-FECHADO.
           MOVE "N" TO WS-ANO-FECHADO.
           PERFORM VARYING WS-IDX-LOCK FROM 1 BY 1
                   UNTIL WS-IDX-LOCK > WS-QTD-TRAVAS
               IF WS-TRV-ANO(WS-IDX-LOCK) = WS-CHV-ANO(WS-IDX-CHAVE)
                       AND WS-TRV-MEDIDA(WS-IDX-LOCK)
                           = WS-CHV-MEDIDA(WS-IDX-CHAVE)
                       AND WS-TRV-SITUACAO(WS-IDX-LOCK) = "F"
                   MOVE "S" TO WS-ANO-FECHADO
               END-IF
           END-PERFORM.

      *=================================================================
      * The emptied source goes to the queue for deactivation, the
      * same CENDESAT item DESATIVAR-CENTRO queues in
      * PROG_CENMANUT.cbl; one already inactive needs nothing.
      *=================================================================
       ENFILEIRAR-DESATIVACAO.
           MOVE "DESATIVACAO DO CENTRO DE ORIGEM (PENDAPRV.DAT):"
               TO FUSAO-LINE.
           PERFORM GRAVAR-LINHA-FUSAO.
           IF WS-ATIVO-ORIGEM = "N"
               MOVE "  CENTRO DE ORIGEM JA ESTAVA DESATIVADO"
                   TO FUSAO-LINE
               PERFORM GRAVAR-LINHA-FUSAO
               EXIT PARAGRAPH
           END-IF.
           PERFORM OBTER-PROXIMO-PEDIDO.
           MOVE WS-PEDIDO-SEQ TO APRV-SEQ.
           MOVE "CENDESAT" TO APRV-TIPO.
           MOVE SPACES TO APRV-CHAVE.
           MOVE WS-CENTRO-ORIGEM TO APRV-CHAVE(1:3).
           MOVE SPACES TO APRV-DADOS.
           MOVE WS-OPERADOR-ID TO APRV-SOLICITANTE.
           MOVE WS-DATA-PROCESSO TO APRV-DATA-PEDIDO.
           MOVE "P" TO APRV-SITUACAO.
           MOVE SPACES TO APRV-APROVADOR.
           MOVE ZEROS TO APRV-DATA-DECISAO.
           PERFORM ANEXAR-PEDIDO-APROVACAO.
           STRING "  CENTRO " WS-CENTRO-ORIGEM
               " PENDENTE DE APROVACAO - PEDIDO " APRV-SEQ
               DELIMITED BY SIZE INTO FUSAO-LINE.
           PERFORM GRAVAR-LINHA-FUSAO.

       OBTER-PROXIMO-PEDIDO.
           OPEN INPUT APRVSEQ-FILE.
           IF WS-APRVSEQ-STATUS = "35"
               MOVE ZEROS TO WS-PEDIDO-SEQ
               CLOSE APRVSEQ-FILE
           ELSE
               IF WS-APRVSEQ-STATUS NOT = "00"
                   MOVE "APRVSEQ-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-APRVSEQ-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               READ APRVSEQ-FILE
                   AT END
                       MOVE ZEROS TO WS-PEDIDO-SEQ
                   NOT AT END
                       MOVE APRVSEQ-ULTIMO TO WS-PEDIDO-SEQ
               END-READ
               CLOSE APRVSEQ-FILE
           END-IF.
           ADD 1 TO WS-PEDIDO-SEQ.
           OPEN OUTPUT APRVSEQ-FILE.
           IF WS-APRVSEQ-STATUS NOT = "00"
               MOVE "APRVSEQ-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-APRVSEQ-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-PEDIDO-SEQ TO APRVSEQ-ULTIMO.
           WRITE APRVSEQ-REC.
           CLOSE APRVSEQ-FILE.

       ANEXAR-PEDIDO-APROVACAO.
           OPEN EXTEND APRV-FILE.
           IF WS-APRV-STATUS = "05" OR WS-APRV-STATUS = "35"
               OPEN OUTPUT APRV-FILE
           END-IF.
           IF WS-APRV-STATUS NOT = "00"
               MOVE "APRV-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-APRV-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           WRITE APRV-REC.
           IF WS-APRV-STATUS NOT = "00"
               MOVE "APRV-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-APRV-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE APRV-FILE.

       GRAVAR-LINHA-FUSAO.
           WRITE FUSAO-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "FUSAO-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO FUSAO-LINE.

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

                            END PROGRAM PROG_FUSAO.
