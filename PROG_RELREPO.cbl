      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Report repository inquiry: every report closed by a
      *          run is copied by ARQUIVAR-RELATORIO to a dated file
      *          and indexed on RELREPO.DAT, so a report the next run
      *          overwrote is still there when an auditor asks for
      *          it. The operator lists the copies by program and
      *          processing date, then views one on the screen or
      *          reprints it to REIMPRES.TXT. Every view and reprint
      *          leaves a line on RUNLOG.DAT with the operator and
      *          the copy (EVENTO=VER / EVENTO=IMP). How long each
      *          report is kept is set per report on RELRET.DAT.
      *          CALLed from the operator menu, which passes the
      *          signed-on operator.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_RELREPO.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT RELREPO-FILE ASSIGN TO "RELREPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELREPO-STATUS.

           SELECT COPIA-FILE ASSIGN TO WS-NOME-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPIA-STATUS.

           SELECT REIMPRES-FILE ASSIGN TO "REIMPRES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REIMPRES-STATUS.

           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  RELREPO-FILE.
           COPY RELREPO.

       FD  COPIA-FILE.
        01 COPIA-REC PIC X(250).

       FD  REIMPRES-FILE.
        01 REIMPRES-REC PIC X(250).

       FD  RUNLOG-FILE.
        01 RUNLOG-LINE PIC X(100).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-RELREPO-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-COPIA-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-REIMPRES-STATUS PIC X(02) VALUE ZEROS.
        77 WS-RUNLOG-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
        77 WS-OPERACAO        PIC X(01) VALUE SPACES.
        77 WS-FIM-CONSULTA    PIC X(01) VALUE "N".
        77 WS-PROGRAMA-PESQ   PIC X(12) VALUE SPACES.
        77 WS-DATA-PESQ       PIC 9(08) VALUE ZEROS.
        77 WS-QTD-LISTADOS    PIC 9(02) VALUE ZEROS.
        77 WS-QTD-ACHADOS     PIC 9(05) VALUE ZEROS.
        77 WS-ESCOLHA         PIC 9(02) VALUE ZEROS.
        77 WS-NOME-COPIA      PIC X(060) VALUE SPACES.
        77 WS-LINHAS-TELA     PIC 9(02) VALUE ZEROS.
        77 WS-CONTINUA        PIC X(01) VALUE SPACES.
        77 WS-TIMESTAMP       PIC X(014) VALUE SPACES.
        77 WS-EVENTO          PIC X(03) VALUE SPACES.
        77 WS-COPIA-ACHADA    PIC X(01) VALUE "N".

      * The last listing, so V and R pick a copy by its number
      * instead of the operator typing the file name.
        01 WS-LISTA.
         05 WS-LISTA-ITEM OCCURS 50 TIMES.
          10 WS-LST-PROGRAMA      PIC X(12).
          10 WS-LST-RELATORIO     PIC X(30).
          10 WS-LST-DATA-PROCESSO PIC 9(08).
          10 WS-LST-DATA-EXECUCAO PIC 9(08).
          10 WS-LST-HORA-EXECUCAO PIC 9(06).
          10 WS-LST-OPERADOR      PIC X(08).
          10 WS-LST-ARQUIVO       PIC X(60).
      *=================================================================
       LINKAGE                                 SECTION.
         01 LS-OPERADOR-ID PIC X(08).
      *=================================================================
       PROCEDURE                               DIVISION
                                               USING LS-OPERADOR-ID.

       MAIN-PROCEDURE.
       INICIO.
           MOVE ZEROS TO WS-RETURN-CODE.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           MOVE "N" TO WS-FIM-CONSULTA.
           PERFORM UNTIL WS-FIM-CONSULTA = "S"
               DISPLAY "RELATORIOS: P-PESQUISAR V-VER R-REIMPRIMIR "
                   "F-FIM"
               ACCEPT WS-OPERACAO
               EVALUATE WS-OPERACAO
                   WHEN "P"
                   WHEN "p"
                       PERFORM PESQUISAR-RELATORIOS
                   WHEN "V"
                   WHEN "v"
                       PERFORM VER-RELATORIO
                   WHEN "R"
                   WHEN "r"
                       PERFORM REIMPRIMIR-RELATORIO
                   WHEN OTHER
                       MOVE "S" TO WS-FIM-CONSULTA
               END-EVALUATE
           END-PERFORM.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       PESQUISAR-RELATORIOS.
           DISPLAY "PROGRAMA (BRANCO = TODOS):".
           ACCEPT WS-PROGRAMA-PESQ.
           DISPLAY "DATA DE PROCESSAMENTO AAAAMMDD (0 = TODAS):".
           ACCEPT WS-DATA-PESQ.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           MOVE ZEROS TO WS-QTD-ACHADOS.

           OPEN INPUT RELREPO-FILE.
           IF WS-RELREPO-STATUS = "35"
               DISPLAY "NENHUM RELATORIO ARQUIVADO"
               EXIT PARAGRAPH
           END-IF.
           IF WS-RELREPO-STATUS NOT = "00"
               MOVE "RELREPO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-RELREPO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           DISPLAY "NR PROGRAMA     RELATORIO                      "
               "DT.PROC  EXECUCAO      OPERADOR".
           PERFORM UNTIL WS-RELREPO-STATUS = "10"
               READ RELREPO-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-RELREPO-STATUS NOT = "00"
                       AND WS-RELREPO-STATUS NOT = "10"
                   MOVE "RELREPO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-RELREPO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF (WS-PROGRAMA-PESQ = SPACES
                       OR RR-PROGRAMA = WS-PROGRAMA-PESQ)
                   AND (WS-DATA-PESQ = ZEROS
                       OR RR-DATA-PROCESSO = WS-DATA-PESQ)
                   ADD 1 TO WS-QTD-ACHADOS
                   IF WS-QTD-LISTADOS < 50
                       PERFORM GUARDAR-NA-LISTA
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE RELREPO-FILE.

           IF WS-QTD-ACHADOS = ZEROS
               DISPLAY "NENHUM RELATORIO PARA A PESQUISA"
           END-IF.
           IF WS-QTD-ACHADOS > 50
               DISPLAY WS-QTD-ACHADOS " RELATORIOS - SO OS 50 "
                   "PRIMEIROS LISTADOS, INFORME PROGRAMA E DATA"
           END-IF.

       GUARDAR-NA-LISTA.
           ADD 1 TO WS-QTD-LISTADOS.
           MOVE RR-PROGRAMA TO WS-LST-PROGRAMA(WS-QTD-LISTADOS).
           MOVE RR-RELATORIO TO WS-LST-RELATORIO(WS-QTD-LISTADOS).
           MOVE RR-DATA-PROCESSO
               TO WS-LST-DATA-PROCESSO(WS-QTD-LISTADOS).
           MOVE RR-DATA-EXECUCAO
               TO WS-LST-DATA-EXECUCAO(WS-QTD-LISTADOS).
           MOVE RR-HORA-EXECUCAO
               TO WS-LST-HORA-EXECUCAO(WS-QTD-LISTADOS).
           MOVE RR-OPERADOR TO WS-LST-OPERADOR(WS-QTD-LISTADOS).
           MOVE RR-ARQUIVO TO WS-LST-ARQUIVO(WS-QTD-LISTADOS).
           DISPLAY WS-QTD-LISTADOS " " RR-PROGRAMA " "
               RR-RELATORIO " " RR-DATA-PROCESSO " "
               RR-DATA-EXECUCAO " " RR-HORA-EXECUCAO(1:4) " "
               RR-OPERADOR.

       ESCOLHER-DA-LISTA.
           MOVE ZEROS TO WS-ESCOLHA.
           IF WS-QTD-LISTADOS = ZEROS
               DISPLAY "PESQUISE ANTES (P) PARA ESCOLHER O RELATORIO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NUMERO NA LISTA (0 = VOLTAR):".
           ACCEPT WS-ESCOLHA.
           IF WS-ESCOLHA > WS-QTD-LISTADOS
               DISPLAY "NUMERO FORA DA LISTA"
               MOVE ZEROS TO WS-ESCOLHA
           END-IF.
           IF WS-ESCOLHA NOT = ZEROS
               MOVE WS-LST-ARQUIVO(WS-ESCOLHA) TO WS-NOME-COPIA
           END-IF.

       VER-RELATORIO.
           PERFORM ESCOLHER-DA-LISTA.
           IF WS-ESCOLHA = ZEROS
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-COPIA.
           IF WS-COPIA-ACHADA = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE "VER" TO WS-EVENTO.
           PERFORM GRAVAR-RUNLOG-ACESSO.

      * Twenty lines a screen; F stops the view without paging
      * through the rest.
           MOVE ZEROS TO WS-LINHAS-TELA.
           MOVE SPACES TO WS-CONTINUA.
           PERFORM UNTIL WS-COPIA-STATUS = "10"
               READ COPIA-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-COPIA-STATUS NOT = "00"
                       AND WS-COPIA-STATUS NOT = "10"
                   MOVE "COPIA-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-COPIA-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               DISPLAY FUNCTION TRIM(COPIA-REC TRAILING)
               ADD 1 TO WS-LINHAS-TELA
               IF WS-LINHAS-TELA = 20
                   DISPLAY "ENTER CONTINUA, F ENCERRA:"
                   ACCEPT WS-CONTINUA
                   IF WS-CONTINUA = "F" OR WS-CONTINUA = "f"
                       EXIT PERFORM
                   END-IF
                   MOVE ZEROS TO WS-LINHAS-TELA
               END-IF
           END-PERFORM.
           CLOSE COPIA-FILE.

       REIMPRIMIR-RELATORIO.
           PERFORM ESCOLHER-DA-LISTA.
           IF WS-ESCOLHA = ZEROS
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-COPIA.
           IF WS-COPIA-ACHADA = "N"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT REIMPRES-FILE.
           IF WS-REIMPRES-STATUS NOT = "00"
               MOVE "REIMPRES-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-REIMPRES-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

      * The reprint says on its first line that it is one, whose
      * run it came from and who asked for it, so it is never
      * taken for the day's own report.
           MOVE SPACES TO REIMPRES-REC.
           STRING "*** REIMPRESSAO DE " DELIMITED BY SIZE
               WS-LST-RELATORIO(WS-ESCOLHA) DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               WS-LST-PROGRAMA(WS-ESCOLHA) DELIMITED BY SPACE
               " DE " DELIMITED BY SIZE
               WS-LST-DATA-EXECUCAO(WS-ESCOLHA) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LST-HORA-EXECUCAO(WS-ESCOLHA) DELIMITED BY SIZE
               " - PEDIDA POR " DELIMITED BY SIZE
               LS-OPERADOR-ID DELIMITED BY SPACE
               " ***" DELIMITED BY SIZE
               INTO REIMPRES-REC.
           WRITE REIMPRES-REC.
           IF WS-REIMPRES-STATUS NOT = "00"
               MOVE "REIMPRES-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-REIMPRES-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-COPIA-STATUS = "10"
               READ COPIA-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-COPIA-STATUS NOT = "00"
                       AND WS-COPIA-STATUS NOT = "10"
                   MOVE "COPIA-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-COPIA-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               WRITE REIMPRES-REC FROM COPIA-REC
               IF WS-REIMPRES-STATUS NOT = "00"
                   MOVE "REIMPRES-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-REIMPRES-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
           END-PERFORM.
           CLOSE COPIA-FILE.
           CLOSE REIMPRES-FILE.
           MOVE "IMP" TO WS-EVENTO.
           PERFORM GRAVAR-RUNLOG-ACESSO.
           DISPLAY "REIMPRESSAO GRAVADA EM REIMPRES.TXT".

       ABRIR-COPIA.
           MOVE "S" TO WS-COPIA-ACHADA.
           OPEN INPUT COPIA-FILE.
           IF WS-COPIA-STATUS = "35"
               DISPLAY "COPIA " WS-NOME-COPIA " NAO ENCONTRADA"
               MOVE "N" TO WS-COPIA-ACHADA
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-COPIA-STATUS NOT = "00"
               MOVE "COPIA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-COPIA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       GRAVAR-RUNLOG-ACESSO.
      * Same OPERADOR= shape as the privacy sign-off lines, with the
      * copy's file name so the audit trail names what was seen.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP.
           OPEN EXTEND RUNLOG-FILE.
           IF WS-RUNLOG-STATUS = "05" OR WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUNLOG-FILE
           END-IF.
           IF WS-RUNLOG-STATUS NOT = "00"
               MOVE "RUNLOG-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-RUNLOG-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO RUNLOG-LINE.
           STRING WS-TIMESTAMP DELIMITED BY SIZE
               " PROGRAMA=PROG_RELREPO EVENTO=" DELIMITED BY SIZE
               WS-EVENTO DELIMITED BY SIZE
               " OPERADOR=" DELIMITED BY SIZE
               LS-OPERADOR-ID DELIMITED BY SIZE
               " ARQ=" DELIMITED BY SIZE
               WS-NOME-COPIA DELIMITED BY SPACE
               INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.
           IF WS-RUNLOG-STATUS NOT = "00"
               MOVE "RUNLOG-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-RUNLOG-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE RUNLOG-FILE.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file) or
      * 35 (not found, already handled above) means a real I/O
      * problem; log which file and status code and stop instead of
      * pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_RELREPO.
