      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Monthly earned-value report by project task, as of
      *          the processing date. For each task on TAREFA.DAT the
      *          planned value is its planned hours spread evenly
      *          over its planned calendar days up to that date, the
      *          earned value its planned hours times the percent
      *          complete the project owner last keyed, and the
      *          actual hours the approved APONTA.DAT lines booked
      *          to it up to that date - the same approved-only rule
      *          as PROG_PROJRPT.cbl. The schedule index (earned over
      *          planned) and cost index (earned over actual) are
      *          printed per task and per project, and a project
      *          under either minimum on EVMLIMITE.DAT is flagged,
      *          alerted and ends the step with RC 4. Hours booked
      *          to a project without a task are shown under it but
      *          kept out of the indices, which measure task work
      *          only. Report in EVMRPT.TXT.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_EVMRPT.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT TAREFA-FILE ASSIGN TO "TAREFA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CHAVE
               FILE STATUS IS WS-TAREFA-STATUS.

           SELECT PROJETO-FILE ASSIGN TO "PROJETO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROJ-CODIGO
               FILE STATUS IS WS-PROJETO-STATUS.

           SELECT APONTA-FILE ASSIGN TO "APONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APT-CHAVE
               FILE STATUS IS WS-APONTA-STATUS.

           SELECT LIMITE-FILE ASSIGN TO "EVMLIMITE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMITE-STATUS.

           SELECT EVM-REPORT ASSIGN TO "EVMRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  TAREFA-FILE.
           COPY TAREFA.

       FD  PROJETO-FILE.
           COPY PROJETO.

       FD  APONTA-FILE.
           COPY APONTA.

      * Minimum schedule and cost index a project may run at before
      * it is flagged; a missing file means 0.90 for both.
       FD  LIMITE-FILE.
        01 LIMITE-REC.
         05 LIM-SPI-MINIMO PIC 9(01)V99.
         05 LIM-CPI-MINIMO PIC 9(01)V99.

       FD  EVM-REPORT.
        01 EVM-LINE PIC X(132).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-TAREFA-STATUS PIC X(02) VALUE ZEROS.
        77 WS-PROJETO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-APONTA-STATUS PIC X(02) VALUE ZEROS.
        77 WS-LIMITE-STATUS PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "EVMRPT.TXT".
        77 WS-ERRO-ARQUIVO PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE PIC 9(02) VALUE ZEROS.
        77 WS-DATA-PROCESSO PIC 9(08) VALUE ZEROS.
        77 WS-SPI-MINIMO PIC 9(01)V99 VALUE 0.90.
        77 WS-CPI-MINIMO PIC 9(01)V99 VALUE 0.90.
      * A percent complete older than this many days is marked so
      * the owner's missed weekly update shows on the report.
        77 WS-DIAS-PERC-ANTIGO PIC 9(03) VALUE 7.
        77 WS-IDX PIC 9(03) VALUE ZEROS.
        77 WS-SLOT PIC 9(03) VALUE ZEROS.
        77 WS-PROJ-ATUAL PIC 9(03) VALUE ZEROS.
        77 WS-PRIMEIRO-PROJ PIC X(01) VALUE "S".
        77 WS-NOME-PROJ PIC X(30) VALUE SPACES.
        77 WS-INT-INICIO PIC 9(07) VALUE ZEROS.
        77 WS-INT-FIM PIC 9(07) VALUE ZEROS.
        77 WS-INT-DATA PIC 9(07) VALUE ZEROS.
        77 WS-PV PIC 9(07)V99 VALUE ZEROS.
        77 WS-EV PIC 9(07)V99 VALUE ZEROS.
        77 WS-AC PIC 9(07)V99 VALUE ZEROS.
        77 WS-SPI PIC 9(03)V99 VALUE ZEROS.
        77 WS-CPI PIC 9(03)V99 VALUE ZEROS.
        77 WS-SPI-TEXTO PIC X(06) VALUE SPACES.
        77 WS-CPI-TEXTO PIC X(06) VALUE SPACES.
        77 WS-SITUACAO PIC X(24) VALUE SPACES.
        77 WS-PROJ-PV PIC 9(08)V99 VALUE ZEROS.
        77 WS-PROJ-EV PIC 9(08)V99 VALUE ZEROS.
        77 WS-PROJ-AC PIC 9(08)V99 VALUE ZEROS.
        77 WS-QTD-PROJETOS PIC 9(04) VALUE ZEROS.
        77 WS-QTD-SINALIZADOS PIC 9(04) VALUE ZEROS.
        77 WS-HORAS-CAMPO PIC ZZZZZZ9.99.
        77 WS-HORAS2-CAMPO PIC ZZZZZZ9.99.
        77 WS-HORAS3-CAMPO PIC ZZZZZZ9.99.
        77 WS-INDICE-CAMPO PIC ZZ9.99.
        77 WS-LIMITE-CAMPO PIC 9.99.
        77 WS-LIMITE2-CAMPO PIC 9.99.

      * The tasks in project order, with the approved hours booked
      * to each up to the processing date.
        01 WS-TAREFAS.
         05 WS-TF-ENTRY OCCURS 500 TIMES.
          10 WS-TF-PROJ PIC 9(03).
          10 WS-TF-CODIGO PIC 9(03).
          10 WS-TF-NOME PIC X(30).
          10 WS-TF-SITUACAO PIC X(01).
          10 WS-TF-PLANEJADAS PIC 9(06)V99.
          10 WS-TF-INICIO PIC 9(08).
          10 WS-TF-FIM PIC 9(08).
          10 WS-TF-PERC PIC 9(03).
          10 WS-TF-DATA-PERC PIC 9(08).
          10 WS-TF-REALIZADAS PIC 9(07)V99.
        77 WS-TF-USADOS PIC 9(03) VALUE ZEROS.

      * Approved hours per project code that carry no task, or a
      * task no longer on file.
        01 WS-SEM-TAREFA.
         05 WS-ST-HORAS PIC 9(07)V99 OCCURS 999 TIMES.

        77 WS-ALERTA-SEVERIDADE PIC X(01) VALUE "M".
        77 WS-ALERTA-MENSAGEM PIC X(60) VALUE SPACES.

        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_EVMRPT".
        77 WS-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS    PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.

        77 WS-PAGINA-RELATORIO PIC 9(004) VALUE ZEROS.
        77 WS-TITULO-RELATORIO PIC X(040)
            VALUE "VALOR AGREGADO POR PROJETO E TAREFA".
        01 WS-CABECALHO-RELATORIO.
         05 WS-CAB-LINHA1 PIC X(080).
         05 WS-CAB-LINHA2 PIC X(080).
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           MOVE "INI" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           INITIALIZE WS-SEM-TAREFA.
           PERFORM CARREGAR-LIMITES.
           PERFORM CARREGAR-TAREFAS.
           PERFORM SOMAR-HORAS-REALIZADAS.

           OPEN OUTPUT EVM-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "EVM-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CALL "IMPRIMIR-CABECALHO-RELATORIO" USING
               WS-TITULO-RELATORIO
               WS-PAGINA-RELATORIO
               WS-CABECALHO-RELATORIO.
           MOVE WS-CAB-LINHA1 TO EVM-LINE.
           PERFORM GRAVAR-LINHA-EVM.
           MOVE WS-CAB-LINHA2 TO EVM-LINE.
           PERFORM GRAVAR-LINHA-EVM.
           MOVE WS-SPI-MINIMO TO WS-LIMITE-CAMPO.
           MOVE WS-CPI-MINIMO TO WS-LIMITE2-CAMPO.
           STRING "POSICAO EM " WS-DATA-PROCESSO
               " - HORAS: PV PLANEJADO EV AGREGADO AC REALIZADO"
               " - MINIMOS SPI " WS-LIMITE-CAMPO
               " CPI " WS-LIMITE2-CAMPO
               DELIMITED BY SIZE INTO EVM-LINE.
           PERFORM GRAVAR-LINHA-EVM.

           OPEN INPUT PROJETO-FILE.
           IF WS-PROJETO-STATUS NOT = "00"
                   AND WS-PROJETO-STATUS NOT = "35"
               MOVE "PROJETO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-PROJETO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TF-USADOS
               IF WS-PRIMEIRO-PROJ = "S"
                       OR WS-TF-PROJ(WS-IDX) NOT = WS-PROJ-ATUAL
                   IF WS-PRIMEIRO-PROJ = "N"
                       PERFORM FECHAR-PROJETO
                   END-IF
                   PERFORM ABRIR-PROJETO
               END-IF
               PERFORM REPORTAR-TAREFA
           END-PERFORM.
           IF WS-PRIMEIRO-PROJ = "N"
               PERFORM FECHAR-PROJETO
           END-IF.
           IF WS-PROJETO-STATUS NOT = "35"
               CLOSE PROJETO-FILE
           END-IF.

           MOVE SPACES TO EVM-LINE.
           STRING "PROJETOS COM TAREFAS: " WS-QTD-PROJETOS
               " ABAIXO DO INDICE MINIMO: " WS-QTD-SINALIZADOS
               DELIMITED BY SIZE INTO EVM-LINE.
           PERFORM GRAVAR-LINHA-EVM.
           CLOSE EVM-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           DISPLAY "VALOR AGREGADO GERADO EM EVMRPT.TXT - PROJETOS: "
               WS-QTD-PROJETOS " SINALIZADOS: " WS-QTD-SINALIZADOS.
           IF WS-QTD-SINALIZADOS NOT = ZEROS
               MOVE SPACES TO WS-ALERTA-MENSAGEM
               STRING WS-QTD-SINALIZADOS
                   " PROJETO(S) ABAIXO DO SPI/CPI MINIMO"
                   DELIMITED BY SIZE INTO WS-ALERTA-MENSAGEM
               CALL "GRAVAR-ALERTA" USING WS-ALERTA-SEVERIDADE
                   WS-RUNLOG-PROGRAMA WS-ALERTA-MENSAGEM
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       CARREGAR-LIMITES.
           OPEN INPUT LIMITE-FILE.
           IF WS-LIMITE-STATUS = "35"
               CLOSE LIMITE-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-LIMITE-STATUS NOT = "00"
               MOVE "LIMITE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LIMITE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           READ LIMITE-FILE
               AT END
                   MOVE "10" TO WS-LIMITE-STATUS
           END-READ.
           IF WS-LIMITE-STATUS = "00"
               MOVE LIM-SPI-MINIMO TO WS-SPI-MINIMO
               MOVE LIM-CPI-MINIMO TO WS-CPI-MINIMO
           END-IF.
           CLOSE LIMITE-FILE.

       CARREGAR-TAREFAS.
           MOVE ZEROS TO WS-TF-USADOS.
           OPEN INPUT TAREFA-FILE.
           IF WS-TAREFA-STATUS = "35"
               DISPLAY "TAREFA.DAT NAO ENCONTRADO - NADA A "
                   "REPORTAR"
               CLOSE TAREFA-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-TAREFA-STATUS NOT = "00"
               MOVE "TAREFA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TAREFA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE LOW-VALUES TO TAR-CHAVE.
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
               ADD 1 TO WS-RUNLOG-LIDOS
               IF WS-TF-USADOS < 500
                   ADD 1 TO WS-TF-USADOS
                   MOVE TAR-PROJ TO WS-TF-PROJ(WS-TF-USADOS)
                   MOVE TAR-CODIGO TO WS-TF-CODIGO(WS-TF-USADOS)
                   MOVE TAR-NOME TO WS-TF-NOME(WS-TF-USADOS)
                   MOVE TAR-SITUACAO TO WS-TF-SITUACAO(WS-TF-USADOS)
                   MOVE TAR-HORAS-PLANEJADAS
                       TO WS-TF-PLANEJADAS(WS-TF-USADOS)
                   MOVE TAR-INICIO TO WS-TF-INICIO(WS-TF-USADOS)
                   MOVE TAR-FIM TO WS-TF-FIM(WS-TF-USADOS)
                   MOVE TAR-PERC-CONCLUIDO TO WS-TF-PERC(WS-TF-USADOS)
                   MOVE TAR-DATA-PERCENTUAL
                       TO WS-TF-DATA-PERC(WS-TF-USADOS)
                   MOVE ZEROS TO WS-TF-REALIZADAS(WS-TF-USADOS)
               END-IF
           END-PERFORM.
           CLOSE TAREFA-FILE.

       SOMAR-HORAS-REALIZADAS.
      * Only supervisor-approved hours count as actual cost, the
      * same rule as the project report and the cost allocation.
           OPEN INPUT APONTA-FILE.
           IF WS-APONTA-STATUS = "35"
               CLOSE APONTA-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-APONTA-STATUS NOT = "00"
               MOVE "APONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-APONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE LOW-VALUES TO APT-CHAVE.
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
               IF APT-APROV = "A" AND APT-PROJ NOT = ZEROS
                       AND APT-DATA <= WS-DATA-PROCESSO
                   PERFORM SOMAR-UMA-LINHA
               END-IF
           END-PERFORM.
           CLOSE APONTA-FILE.

       SOMAR-UMA-LINHA.
           MOVE ZEROS TO WS-SLOT.
           IF APT-TAREFA NOT = ZEROS
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-TF-USADOS
                       OR WS-SLOT NOT = ZEROS
                   IF WS-TF-PROJ(WS-IDX) = APT-PROJ
                           AND WS-TF-CODIGO(WS-IDX) = APT-TAREFA
                       MOVE WS-IDX TO WS-SLOT
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-SLOT = ZEROS
               ADD APT-HORAS TO WS-ST-HORAS(APT-PROJ)
           ELSE
               ADD APT-HORAS TO WS-TF-REALIZADAS(WS-SLOT)
           END-IF.

       ABRIR-PROJETO.
           MOVE "N" TO WS-PRIMEIRO-PROJ.
           MOVE WS-TF-PROJ(WS-IDX) TO WS-PROJ-ATUAL.
           MOVE ZEROS TO WS-PROJ-PV.
           MOVE ZEROS TO WS-PROJ-EV.
           MOVE ZEROS TO WS-PROJ-AC.
           ADD 1 TO WS-QTD-PROJETOS.
           MOVE "SEM CADASTRO" TO WS-NOME-PROJ.
           IF WS-PROJETO-STATUS NOT = "35"
               MOVE WS-PROJ-ATUAL TO PROJ-CODIGO
               READ PROJETO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROJ-NOME TO WS-NOME-PROJ
               END-READ
               IF WS-PROJETO-STATUS NOT = "00"
                       AND WS-PROJETO-STATUS NOT = "23"
                   MOVE "PROJETO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-PROJETO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
           END-IF.
           MOVE SPACES TO EVM-LINE.
           STRING "PROJETO " WS-PROJ-ATUAL " " WS-NOME-PROJ
               DELIMITED BY SIZE INTO EVM-LINE.
           PERFORM GRAVAR-LINHA-EVM.

       REPORTAR-TAREFA.
      * Planned value grows day by day from the planned start to
      * the planned finish; before the start nothing was due yet,
      * after the finish all of it was.
           EVALUATE TRUE
               WHEN WS-DATA-PROCESSO < WS-TF-INICIO(WS-IDX)
                   MOVE ZEROS TO WS-PV
               WHEN WS-DATA-PROCESSO >= WS-TF-FIM(WS-IDX)
                   MOVE WS-TF-PLANEJADAS(WS-IDX) TO WS-PV
               WHEN OTHER
                   COMPUTE WS-INT-INICIO = FUNCTION INTEGER-OF-DATE
                       (WS-TF-INICIO(WS-IDX))
                   COMPUTE WS-INT-FIM = FUNCTION INTEGER-OF-DATE
                       (WS-TF-FIM(WS-IDX))
                   COMPUTE WS-INT-DATA = FUNCTION INTEGER-OF-DATE
                       (WS-DATA-PROCESSO)
                   COMPUTE WS-PV ROUNDED = WS-TF-PLANEJADAS(WS-IDX)
                       * (WS-INT-DATA - WS-INT-INICIO + 1)
                       / (WS-INT-FIM - WS-INT-INICIO + 1)
           END-EVALUATE.
           COMPUTE WS-EV ROUNDED =
               WS-TF-PLANEJADAS(WS-IDX) * WS-TF-PERC(WS-IDX) / 100.
           MOVE WS-TF-REALIZADAS(WS-IDX) TO WS-AC.
           ADD WS-PV TO WS-PROJ-PV.
           ADD WS-EV TO WS-PROJ-EV.
           ADD WS-AC TO WS-PROJ-AC.
           PERFORM CALCULAR-INDICES.

           IF WS-TF-SITUACAO(WS-IDX) NOT = "C"
                   AND WS-SITUACAO = SPACES
               COMPUTE WS-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSO)
               IF WS-TF-DATA-PERC(WS-IDX) = ZEROS
                   MOVE "PERCENTUAL DESATUALIZADO" TO WS-SITUACAO
               ELSE
                   IF WS-INT-DATA - FUNCTION INTEGER-OF-DATE
                           (WS-TF-DATA-PERC(WS-IDX))
                           > WS-DIAS-PERC-ANTIGO
                       MOVE "PERCENTUAL DESATUALIZADO"
                           TO WS-SITUACAO
                   END-IF
               END-IF
           END-IF.

           MOVE WS-PV TO WS-HORAS-CAMPO.
           MOVE WS-EV TO WS-HORAS2-CAMPO.
           MOVE WS-AC TO WS-HORAS3-CAMPO.
           MOVE SPACES TO EVM-LINE.
           STRING "  TAREFA " WS-TF-CODIGO(WS-IDX)
               " " WS-TF-NOME(WS-IDX)(1:20)
               " " WS-TF-PERC(WS-IDX) "%"
               " PV " WS-HORAS-CAMPO
               " EV " WS-HORAS2-CAMPO
               " AC " WS-HORAS3-CAMPO
               " SPI " WS-SPI-TEXTO
               " CPI " WS-CPI-TEXTO
               " " WS-SITUACAO
               DELIMITED BY SIZE INTO EVM-LINE.
           PERFORM GRAVAR-LINHA-EVM.
           ADD 1 TO WS-RUNLOG-GRAVADOS.

       FECHAR-PROJETO.
           MOVE WS-PROJ-PV TO WS-PV.
           MOVE WS-PROJ-EV TO WS-EV.
           MOVE WS-PROJ-AC TO WS-AC.
           PERFORM CALCULAR-INDICES.
           IF WS-SITUACAO NOT = SPACES
               ADD 1 TO WS-QTD-SINALIZADOS
           END-IF.
           MOVE WS-PROJ-PV TO WS-HORAS-CAMPO.
           MOVE WS-PROJ-EV TO WS-HORAS2-CAMPO.
           MOVE WS-PROJ-AC TO WS-HORAS3-CAMPO.
           MOVE SPACES TO EVM-LINE.
           STRING "  TOTAL DO PROJETO " WS-PROJ-ATUAL
               "              "
               " PV " WS-HORAS-CAMPO
               " EV " WS-HORAS2-CAMPO
               " AC " WS-HORAS3-CAMPO
               " SPI " WS-SPI-TEXTO
               " CPI " WS-CPI-TEXTO
               " " WS-SITUACAO
               DELIMITED BY SIZE INTO EVM-LINE.
           PERFORM GRAVAR-LINHA-EVM.
           IF WS-ST-HORAS(WS-PROJ-ATUAL) NOT = ZEROS
               MOVE WS-ST-HORAS(WS-PROJ-ATUAL) TO WS-HORAS-CAMPO
               MOVE SPACES TO EVM-LINE
               STRING "  HORAS APROVADAS SEM TAREFA (FORA DOS "
                   "INDICES): " WS-HORAS-CAMPO
                   DELIMITED BY SIZE INTO EVM-LINE
               PERFORM GRAVAR-LINHA-EVM
           END-IF.

       CALCULAR-INDICES.
      * An index with nothing to divide by is shown as N/D and
      * neither flags nor clears anything.
           MOVE SPACES TO WS-SITUACAO.
           MOVE "   N/D" TO WS-SPI-TEXTO.
           MOVE "   N/D" TO WS-CPI-TEXTO.
           IF WS-PV NOT = ZEROS
               COMPUTE WS-SPI ROUNDED = WS-EV / WS-PV
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-SPI
               END-COMPUTE
               MOVE WS-SPI TO WS-INDICE-CAMPO
               MOVE WS-INDICE-CAMPO TO WS-SPI-TEXTO
               IF WS-SPI < WS-SPI-MINIMO
                   MOVE "ATRASADO" TO WS-SITUACAO
               END-IF
           END-IF.
           IF WS-AC NOT = ZEROS
               COMPUTE WS-CPI ROUNDED = WS-EV / WS-AC
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-CPI
               END-COMPUTE
               MOVE WS-CPI TO WS-INDICE-CAMPO
               MOVE WS-INDICE-CAMPO TO WS-CPI-TEXTO
               IF WS-CPI < WS-CPI-MINIMO
                   IF WS-SITUACAO = SPACES
                       MOVE "ACIMA DO CUSTO" TO WS-SITUACAO
                   ELSE
                       MOVE "ATRASADO E ACIMA DO CUSTO"
                           TO WS-SITUACAO
                   END-IF
               END-IF
           END-IF.

       GRAVAR-LINHA-EVM.
           WRITE EVM-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "EVM-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO EVM-LINE.

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

                            END PROGRAM PROG_EVMRPT.
