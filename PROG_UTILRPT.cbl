      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Monthly capacity versus booked hours utilization by
      *          department, for the month of the processing date.
      *          An active employee's available hours are the
      *          business days of the month from admission on,
      *          counted by CALCULAR-DIAS-UTEIS-LOCAL against the
      *          unit's calendar (half days at half), less the
      *          business days of the employee's AUSENCIA.DAT
      *          absences, times the standard daily hours. Booked
      *          hours are the month's APONTA.DAT lines, pending or
      *          approved - a returned line was not worked as
      *          booked. Utilization is printed per employee and per
      *          department, with anyone outside the band on
      *          UTILFAIXA.DAT flagged, and the department totals
      *          climb the CENTRO-PAI chain of the center carrying
      *          the department's name, the same roll-up
      *          PROG_CENORC.cbl does for money. Report in
      *          UTILRPT.TXT.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_UTILRPT.

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

           SELECT APONTA-FILE ASSIGN TO "APONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APT-CHAVE
               FILE STATUS IS WS-APONTA-STATUS.

           SELECT AUSENCIA-FILE ASSIGN TO "AUSENCIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUSENCIA-STATUS.

           SELECT CENTRO-FILE ASSIGN TO "CENTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CENTRO-CODIGO
               FILE STATUS IS WS-CENTRO-STATUS.

           SELECT FAIXA-FILE ASSIGN TO "UTILFAIXA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAIXA-STATUS.

           SELECT WORK-IN-FILE ASSIGN TO "UTILRPT.WRK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT WORK-OUT-FILE ASSIGN TO "UTILRPT.SRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-OUT-STATUS.

           SELECT SORT-FILE ASSIGN TO "UTILRPT.TMP".

           SELECT UTIL-REPORT ASSIGN TO "UTILRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  EMP-FILE.
           COPY EMPREGADO.

       FD  APONTA-FILE.
           COPY APONTA.

       FD  AUSENCIA-FILE.
        01 AUSENCIA-REC.
         05 AUS-EMP-ID PIC 9(05).
         05 AUS-TIPO PIC X(01).
         05 AUS-INICIO PIC 9(08).
         05 AUS-FIM PIC 9(08).

       FD  CENTRO-FILE.
           COPY CENTRO.

      * Utilization band in percent and the standard working day;
      * a missing file means 70 to 110 percent of 8 hours.
       FD  FAIXA-FILE.
        01 FAIXA-REC.
         05 FX-MINIMO PIC 9(03).
         05 FX-MAXIMO PIC 9(03).
         05 FX-HORAS-DIA PIC 9(02)V99.

      * One line per active employee, department first so the sort
      * brings each department's people together.
       FD  WORK-IN-FILE.
        01 WORK-IN-REC.
         05 WI-DEPT PIC X(10).
         05 WI-EMP-ID PIC 9(05).
         05 WI-NOME PIC X(30).
         05 WI-DISPONIVEL PIC 9(05)V99.
         05 WI-APONTADO PIC 9(05)V99.

       FD  WORK-OUT-FILE.
        01 WORK-OUT-REC.
         05 WO-DEPT PIC X(10).
         05 WO-EMP-ID PIC 9(05).
         05 WO-NOME PIC X(30).
         05 WO-DISPONIVEL PIC 9(05)V99.
         05 WO-APONTADO PIC 9(05)V99.

       SD  SORT-FILE.
        01 SORT-REC PIC X(059).

       FD  UTIL-REPORT.
        01 UTIL-LINE PIC X(132).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-EMP-STATUS PIC X(02) VALUE ZEROS.
        77 WS-APONTA-STATUS PIC X(02) VALUE ZEROS.
        77 WS-AUSENCIA-STATUS PIC X(02) VALUE ZEROS.
        77 WS-CENTRO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-FAIXA-STATUS PIC X(02) VALUE ZEROS.
        77 WS-WORK-STATUS PIC X(02) VALUE ZEROS.
        77 WS-WORK-OUT-STATUS PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "UTILRPT.TXT".
        77 WS-ERRO-ARQUIVO PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE PIC 9(02) VALUE ZEROS.
        77 WS-DATA-PROCESSO PIC 9(08) VALUE ZEROS.
        77 WS-PERIODO-MES PIC 9(06) VALUE ZEROS.
        77 WS-MES-INICIO PIC 9(08) VALUE ZEROS.
        77 WS-MES-FIM PIC 9(08) VALUE ZEROS.
        77 WS-PROXIMO-MES PIC 9(08) VALUE ZEROS.
        77 WS-INT-DIA PIC 9(07) VALUE ZEROS.
        77 WS-LOCAL-UNIDADE PIC X(020) VALUE SPACES.
        77 WS-FAIXA-MINIMO PIC 9(03) VALUE 70.
        77 WS-FAIXA-MAXIMO PIC 9(03) VALUE 110.
        77 WS-HORAS-DIA PIC 9(02)V99 VALUE 8.
        77 WS-CONTA-DE PIC 9(08) VALUE ZEROS.
        77 WS-CONTA-ATE PIC 9(08) VALUE ZEROS.
        77 WS-DIAS-UTEIS PIC S9(05)V9 VALUE ZEROS.
        77 WS-DIAS-MES PIC S9(05)V9 VALUE ZEROS.
        77 WS-DIAS-AUSENTE PIC S9(05)V9 VALUE ZEROS.
        77 WS-DISPONIVEL PIC S9(05)V99 VALUE ZEROS.
        77 WS-APONTADO PIC 9(05)V99 VALUE ZEROS.
        77 WS-UTILIZACAO PIC 9(04)V9 VALUE ZEROS.
        77 WS-SITUACAO PIC X(16) VALUE SPACES.
        77 WS-DEPT-ATUAL PIC X(10) VALUE SPACES.
        77 WS-PRIMEIRO-DEPT PIC X(01) VALUE "S".
        77 WS-DEPT-QTD PIC 9(04) VALUE ZEROS.
        77 WS-DEPT-DISPONIVEL PIC 9(07)V99 VALUE ZEROS.
        77 WS-DEPT-APONTADO PIC 9(07)V99 VALUE ZEROS.
        77 WS-QTD-EMPREGADOS PIC 9(04) VALUE ZEROS.
        77 WS-QTD-FORA-FAIXA PIC 9(04) VALUE ZEROS.
        77 WS-IDX PIC 9(03) VALUE ZEROS.
        77 WS-SLOT PIC 9(03) VALUE ZEROS.
        77 WS-BUSCA PIC 9(03) VALUE ZEROS.
        77 WS-PAI-ATUAL PIC 9(03) VALUE ZEROS.
        77 WS-NIVEIS PIC 9(02) VALUE ZEROS.
        77 WS-HORAS-CAMPO PIC ZZZZ9.99.
        77 WS-APONT-CAMPO PIC ZZZZ9.99.
        77 WS-TOTAL-CAMPO PIC ZZZZZZ9.99.
        77 WS-TOTAL2-CAMPO PIC ZZZZZZ9.99.
        77 WS-UTIL-CAMPO PIC ZZZ9.9.
        77 WS-DIAS-CAMPO PIC ZZ9.9.

      * The month's absences, clipped to the month, loaded once.
        01 WS-AUSENCIAS-MES.
         05 WS-AM-ENTRY OCCURS 500 TIMES.
          10 WS-AM-EMP-ID PIC 9(05).
          10 WS-AM-INICIO PIC 9(08).
          10 WS-AM-FIM PIC 9(08).
        77 WS-AM-USADOS PIC 9(03) VALUE ZEROS.

      * One slot per center: the hours of the department carrying
      * its name, and the rolled totals including its children.
        01 WS-CENTROS.
         05 WS-CT-ENTRY OCCURS 50 TIMES.
          10 WS-CT-CODIGO PIC 9(03).
          10 WS-CT-NOME PIC X(30).
          10 WS-CT-PAI PIC 9(03).
          10 WS-CT-DISPONIVEL PIC 9(07)V99.
          10 WS-CT-APONTADO PIC 9(07)V99.
          10 WS-CT-DISP-ROL PIC 9(08)V99.
          10 WS-CT-APONT-ROL PIC 9(08)V99.
        77 WS-CT-USADOS PIC 9(03) VALUE ZEROS.

        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_UTILRPT".
        77 WS-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS    PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.

        77 WS-PAGINA-RELATORIO PIC 9(004) VALUE ZEROS.
        77 WS-TITULO-RELATORIO PIC X(040)
            VALUE "UTILIZACAO DA CAPACIDADE POR DEPTO".
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

      * The month of the processing date, first to last day.
           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           MOVE WS-DATA-PROCESSO(1:6) TO WS-PERIODO-MES.
           COMPUTE WS-MES-INICIO = WS-PERIODO-MES * 100 + 1.
           IF WS-PERIODO-MES(5:2) = "12"
               COMPUTE WS-PROXIMO-MES =
                   (WS-PERIODO-MES + 89) * 100 + 1
           ELSE
               COMPUTE WS-PROXIMO-MES =
                   (WS-PERIODO-MES + 1) * 100 + 1
           END-IF.
           COMPUTE WS-INT-DIA =
               FUNCTION INTEGER-OF-DATE(WS-PROXIMO-MES) - 1.
           COMPUTE WS-MES-FIM = FUNCTION DATE-OF-INTEGER(WS-INT-DIA).
           CALL "OBTER-LOCAL-UNIDADE" USING WS-LOCAL-UNIDADE.

           PERFORM CARREGAR-FAIXA.
           PERFORM CARREGAR-AUSENCIAS-MES.
           PERFORM CARREGAR-CENTROS.
           PERFORM CALCULAR-EMPREGADOS.
           SORT SORT-FILE ASCENDING SORT-REC
               USING WORK-IN-FILE
               GIVING WORK-OUT-FILE.

           OPEN OUTPUT UTIL-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "UTIL-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CALL "IMPRIMIR-CABECALHO-RELATORIO" USING
               WS-TITULO-RELATORIO
               WS-PAGINA-RELATORIO
               WS-CABECALHO-RELATORIO.
           MOVE WS-CAB-LINHA1 TO UTIL-LINE.
           PERFORM GRAVAR-LINHA-UTIL.
           MOVE WS-CAB-LINHA2 TO UTIL-LINE.
           PERFORM GRAVAR-LINHA-UTIL.
           MOVE WS-DIAS-MES TO WS-DIAS-CAMPO.
           MOVE WS-HORAS-DIA TO WS-HORAS-CAMPO.
           STRING "MES DE " WS-MES-INICIO " A " WS-MES-FIM
               " - DIAS UTEIS " WS-DIAS-CAMPO
               " - JORNADA " WS-HORAS-CAMPO
               " H - FAIXA " WS-FAIXA-MINIMO "% A "
               WS-FAIXA-MAXIMO "%"
               DELIMITED BY SIZE INTO UTIL-LINE.
           PERFORM GRAVAR-LINHA-UTIL.

           OPEN INPUT WORK-OUT-FILE.
           IF WS-WORK-OUT-STATUS NOT = "00"
               MOVE "WORK-OUT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-WORK-OUT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-WORK-OUT-STATUS = "10"
               READ WORK-OUT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-WORK-OUT-STATUS NOT = "00"
                       AND WS-WORK-OUT-STATUS NOT = "10"
                   MOVE "WORK-OUT-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-WORK-OUT-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF WS-PRIMEIRO-DEPT = "S"
                       OR WO-DEPT NOT = WS-DEPT-ATUAL
                   IF WS-PRIMEIRO-DEPT = "N"
                       PERFORM FECHAR-DEPARTAMENTO
                   END-IF
                   PERFORM ABRIR-DEPARTAMENTO
               END-IF
               PERFORM REPORTAR-EMPREGADO
           END-PERFORM.
           CLOSE WORK-OUT-FILE.
           IF WS-PRIMEIRO-DEPT = "N"
               PERFORM FECHAR-DEPARTAMENTO
           END-IF.

           PERFORM ROLAR-HIERARQUIA.
           PERFORM IMPRIMIR-CENTROS.

           MOVE SPACES TO UTIL-LINE.
           STRING "EMPREGADOS: " WS-QTD-EMPREGADOS
               " FORA DA FAIXA: " WS-QTD-FORA-FAIXA
               DELIMITED BY SIZE INTO UTIL-LINE.
           PERFORM GRAVAR-LINHA-UTIL.
           CLOSE UTIL-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           DISPLAY "UTILIZACAO GERADA EM UTILRPT.TXT - EMPREGADOS: "
               WS-QTD-EMPREGADOS " FORA DA FAIXA: "
               WS-QTD-FORA-FAIXA.
           IF WS-QTD-FORA-FAIXA NOT = ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           PERFORM ENCERRAR-RUNLOG.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       CARREGAR-FAIXA.
           OPEN INPUT FAIXA-FILE.
           IF WS-FAIXA-STATUS = "35"
               CLOSE FAIXA-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-FAIXA-STATUS NOT = "00"
               MOVE "FAIXA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-FAIXA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           READ FAIXA-FILE
               AT END
                   MOVE "10" TO WS-FAIXA-STATUS
           END-READ.
           IF WS-FAIXA-STATUS = "00"
               MOVE FX-MINIMO TO WS-FAIXA-MINIMO
               MOVE FX-MAXIMO TO WS-FAIXA-MAXIMO
               IF FX-HORAS-DIA NOT = ZEROS
                   MOVE FX-HORAS-DIA TO WS-HORAS-DIA
               END-IF
           END-IF.
           CLOSE FAIXA-FILE.

       CARREGAR-AUSENCIAS-MES.
           MOVE ZEROS TO WS-AM-USADOS.
           OPEN INPUT AUSENCIA-FILE.
           IF WS-AUSENCIA-STATUS = "35"
               CLOSE AUSENCIA-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-AUSENCIA-STATUS NOT = "00"
               MOVE "AUSENCIA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-AUSENCIA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-AUSENCIA-STATUS = "10"
               READ AUSENCIA-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-AUSENCIA-STATUS NOT = "00"
                       AND WS-AUSENCIA-STATUS NOT = "10"
                   MOVE "AUSENCIA-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-AUSENCIA-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF AUS-INICIO <= WS-MES-FIM
                       AND AUS-FIM >= WS-MES-INICIO
                       AND WS-AM-USADOS < 500
                   ADD 1 TO WS-AM-USADOS
                   MOVE AUS-EMP-ID TO WS-AM-EMP-ID(WS-AM-USADOS)
                   MOVE AUS-INICIO TO WS-AM-INICIO(WS-AM-USADOS)
                   MOVE AUS-FIM TO WS-AM-FIM(WS-AM-USADOS)
                   IF AUS-INICIO < WS-MES-INICIO
                       MOVE WS-MES-INICIO
                           TO WS-AM-INICIO(WS-AM-USADOS)
                   END-IF
                   IF AUS-FIM > WS-MES-FIM
                       MOVE WS-MES-FIM TO WS-AM-FIM(WS-AM-USADOS)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE AUSENCIA-FILE.

       CARREGAR-CENTROS.
           MOVE ZEROS TO WS-CT-USADOS.
           OPEN INPUT CENTRO-FILE.
           IF WS-CENTRO-STATUS = "35"
               CLOSE CENTRO-FILE
               EXIT PARAGRAPH
           END-IF.
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
               IF WS-CT-USADOS < 50
                   ADD 1 TO WS-CT-USADOS
                   MOVE CENTRO-CODIGO TO WS-CT-CODIGO(WS-CT-USADOS)
                   MOVE CENTRO-NOME TO WS-CT-NOME(WS-CT-USADOS)
                   MOVE CENTRO-PAI TO WS-CT-PAI(WS-CT-USADOS)
                   MOVE ZEROS TO WS-CT-DISPONIVEL(WS-CT-USADOS)
                   MOVE ZEROS TO WS-CT-APONTADO(WS-CT-USADOS)
                   MOVE ZEROS TO WS-CT-DISP-ROL(WS-CT-USADOS)
                   MOVE ZEROS TO WS-CT-APONT-ROL(WS-CT-USADOS)
               END-IF
           END-PERFORM.
           CLOSE CENTRO-FILE.

       CALCULAR-EMPREGADOS.
      * Business days of the whole month, for the heading; each
      * employee is counted separately since a mid-month admission
      * only has the days from the admission on.
           COMPUTE WS-INT-DIA =
               FUNCTION INTEGER-OF-DATE(WS-MES-INICIO) - 1.
           COMPUTE WS-CONTA-DE = FUNCTION DATE-OF-INTEGER(WS-INT-DIA).
           CALL "CALCULAR-DIAS-UTEIS-LOCAL"
               USING WS-CONTA-DE WS-MES-FIM WS-LOCAL-UNIDADE
               WS-DIAS-MES.

           OPEN OUTPUT WORK-IN-FILE.
           IF WS-WORK-STATUS NOT = "00"
               MOVE "WORK-IN-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-WORK-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT APONTA-FILE.
           IF WS-APONTA-STATUS NOT = "00"
                   AND WS-APONTA-STATUS NOT = "35"
               MOVE "APONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-APONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-STATUS = "35"
               DISPLAY "EMPREGADO.DAT NAO ENCONTRADO - NADA A "
                   "REPORTAR"
               CLOSE EMP-FILE
               CLOSE APONTA-FILE
               CLOSE WORK-IN-FILE
               MOVE 8 TO WS-RETURN-CODE
               PERFORM ENCERRAR-RUNLOG
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
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
               ADD 1 TO WS-RUNLOG-LIDOS
               IF EMP-ATIVO = "S" AND EMP-ADMISSAO <= WS-MES-FIM
                   PERFORM CALCULAR-UM-EMPREGADO
               END-IF
           END-PERFORM.
           CLOSE EMP-FILE.
           CLOSE APONTA-FILE.
           CLOSE WORK-IN-FILE.

       CALCULAR-UM-EMPREGADO.
           MOVE WS-MES-INICIO TO WS-CONTA-DE.
           IF EMP-ADMISSAO > WS-MES-INICIO
               MOVE EMP-ADMISSAO TO WS-CONTA-DE
           END-IF.
           MOVE WS-MES-FIM TO WS-CONTA-ATE.
           PERFORM CONTAR-DIAS-UTEIS.
           MOVE WS-DIAS-UTEIS TO WS-DISPONIVEL.

           MOVE ZEROS TO WS-DIAS-AUSENTE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-AM-USADOS
               IF WS-AM-EMP-ID(WS-IDX) = EMP-ID
                   MOVE WS-AM-INICIO(WS-IDX) TO WS-CONTA-DE
                   IF EMP-ADMISSAO > WS-CONTA-DE
                       MOVE EMP-ADMISSAO TO WS-CONTA-DE
                   END-IF
                   MOVE WS-AM-FIM(WS-IDX) TO WS-CONTA-ATE
                   IF WS-CONTA-DE <= WS-CONTA-ATE
                       PERFORM CONTAR-DIAS-UTEIS
                       ADD WS-DIAS-UTEIS TO WS-DIAS-AUSENTE
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-DISPONIVEL =
               (WS-DISPONIVEL - WS-DIAS-AUSENTE) * WS-HORAS-DIA.
           IF WS-DISPONIVEL < ZEROS
               MOVE ZEROS TO WS-DISPONIVEL
           END-IF.

           PERFORM SOMAR-APONTADO-MES.

           MOVE EMP-DEPT TO WI-DEPT.
           MOVE EMP-ID TO WI-EMP-ID.
           MOVE EMP-NOME TO WI-NOME.
           MOVE WS-DISPONIVEL TO WI-DISPONIVEL.
           MOVE WS-APONTADO TO WI-APONTADO.
           WRITE WORK-IN-REC.
           IF WS-WORK-STATUS NOT = "00"
               MOVE "WORK-IN-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-WORK-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       CONTAR-DIAS-UTEIS.
      * CALCULAR-DIAS-UTEIS-LOCAL counts the days after its start
      * date, so the range opens the day before WS-CONTA-DE.
           COMPUTE WS-INT-DIA =
               FUNCTION INTEGER-OF-DATE(WS-CONTA-DE) - 1.
           COMPUTE WS-CONTA-DE = FUNCTION DATE-OF-INTEGER(WS-INT-DIA).
           CALL "CALCULAR-DIAS-UTEIS-LOCAL"
               USING WS-CONTA-DE WS-CONTA-ATE WS-LOCAL-UNIDADE
               WS-DIAS-UTEIS.

       SOMAR-APONTADO-MES.
      * APONTA.DAT is keyed employee then date, so the employee's
      * month is one stretch starting at the first of the month.
           MOVE ZEROS TO WS-APONTADO.
           IF WS-APONTA-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE EMP-ID TO APT-EMP-ID.
           MOVE WS-MES-INICIO TO APT-DATA.
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
               IF APT-EMP-ID NOT = EMP-ID OR APT-DATA > WS-MES-FIM
                   EXIT PERFORM
               END-IF
               IF APT-APROV NOT = "R"
                   ADD APT-HORAS TO WS-APONTADO
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-APONTA-STATUS.

       ABRIR-DEPARTAMENTO.
           MOVE "N" TO WS-PRIMEIRO-DEPT.
           MOVE WO-DEPT TO WS-DEPT-ATUAL.
           MOVE ZEROS TO WS-DEPT-QTD.
           MOVE ZEROS TO WS-DEPT-DISPONIVEL.
           MOVE ZEROS TO WS-DEPT-APONTADO.
           MOVE SPACES TO UTIL-LINE.
           STRING "DEPARTAMENTO " WS-DEPT-ATUAL
               DELIMITED BY SIZE INTO UTIL-LINE.
           PERFORM GRAVAR-LINHA-UTIL.

       REPORTAR-EMPREGADO.
           ADD 1 TO WS-QTD-EMPREGADOS.
           ADD 1 TO WS-DEPT-QTD.
           ADD WO-DISPONIVEL TO WS-DEPT-DISPONIVEL.
           ADD WO-APONTADO TO WS-DEPT-APONTADO.
           MOVE WO-DISPONIVEL TO WS-DISPONIVEL.
           MOVE WO-APONTADO TO WS-APONTADO.
           PERFORM AVALIAR-FAIXA.
           IF WS-SITUACAO NOT = SPACES
               ADD 1 TO WS-QTD-FORA-FAIXA
           END-IF.
           MOVE WO-DISPONIVEL TO WS-HORAS-CAMPO.
           MOVE WO-APONTADO TO WS-APONT-CAMPO.
           MOVE WS-UTILIZACAO TO WS-UTIL-CAMPO.
           MOVE SPACES TO UTIL-LINE.
           STRING "  EMPREGADO " WO-EMP-ID " " WO-NOME
               " DISPONIVEL " WS-HORAS-CAMPO
               " APONTADO " WS-APONT-CAMPO
               " UTILIZACAO " WS-UTIL-CAMPO "% "
               WS-SITUACAO
               DELIMITED BY SIZE INTO UTIL-LINE.
           PERFORM GRAVAR-LINHA-UTIL.
           ADD 1 TO WS-RUNLOG-GRAVADOS.

       FECHAR-DEPARTAMENTO.
           MOVE WS-DEPT-DISPONIVEL TO WS-DISPONIVEL.
           MOVE WS-DEPT-APONTADO TO WS-APONTADO.
           PERFORM AVALIAR-FAIXA.
           MOVE WS-DEPT-DISPONIVEL TO WS-TOTAL-CAMPO.
           MOVE WS-DEPT-APONTADO TO WS-TOTAL2-CAMPO.
           MOVE WS-UTILIZACAO TO WS-UTIL-CAMPO.
           MOVE SPACES TO UTIL-LINE.
           STRING "  TOTAL " WS-DEPT-QTD " EMPREGADO(S)"
               " DISPONIVEL " WS-TOTAL-CAMPO
               " APONTADO " WS-TOTAL2-CAMPO
               " UTILIZACAO " WS-UTIL-CAMPO "% "
               WS-SITUACAO
               DELIMITED BY SIZE INTO UTIL-LINE.
           PERFORM GRAVAR-LINHA-UTIL.
      * The department's hours seed the center of the same name,
      * the pairing PROG_INTEGAUD.cbl holds DEPTFILE.DAT to.
           MOVE ZEROS TO WS-SLOT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CT-USADOS OR WS-SLOT NOT = ZEROS
               IF WS-CT-NOME(WS-IDX) = WS-DEPT-ATUAL
                   MOVE WS-IDX TO WS-SLOT
               END-IF
           END-PERFORM.
           IF WS-SLOT = ZEROS
               MOVE "  DEPARTAMENTO SEM CENTRO - FORA DO CONSOLIDADO"
                   TO UTIL-LINE
               PERFORM GRAVAR-LINHA-UTIL
           ELSE
               ADD WS-DEPT-DISPONIVEL TO WS-CT-DISPONIVEL(WS-SLOT)
               ADD WS-DEPT-APONTADO TO WS-CT-APONTADO(WS-SLOT)
           END-IF.

       AVALIAR-FAIXA.
           MOVE SPACES TO WS-SITUACAO.
           MOVE ZEROS TO WS-UTILIZACAO.
           IF WS-DISPONIVEL = ZEROS
               MOVE "SEM CAPACIDADE" TO WS-SITUACAO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-UTILIZACAO ROUNDED =
               WS-APONTADO * 100 / WS-DISPONIVEL
               ON SIZE ERROR
                   MOVE 9999.9 TO WS-UTILIZACAO
           END-COMPUTE.
           IF WS-UTILIZACAO < WS-FAIXA-MINIMO
               MOVE "ABAIXO DA FAIXA" TO WS-SITUACAO
           END-IF.
           IF WS-UTILIZACAO > WS-FAIXA-MAXIMO
               MOVE "ACIMA DA FAIXA" TO WS-SITUACAO
           END-IF.

       ROLAR-HIERARQUIA.
      * Each center's hours climb the CENTRO-PAI chain so a
      * directorate shows the sum of its children plus its own;
      * the level cap stops a mis-keyed circular parent.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CT-USADOS
               ADD WS-CT-DISPONIVEL(WS-IDX) TO WS-CT-DISP-ROL(WS-IDX)
               ADD WS-CT-APONTADO(WS-IDX) TO WS-CT-APONT-ROL(WS-IDX)
               MOVE WS-CT-PAI(WS-IDX) TO WS-PAI-ATUAL
               MOVE ZEROS TO WS-NIVEIS
               PERFORM UNTIL WS-PAI-ATUAL = ZEROS
                       OR WS-NIVEIS > 10
                   ADD 1 TO WS-NIVEIS
                   PERFORM SOMAR-NO-PAI
               END-PERFORM
           END-PERFORM.

       SOMAR-NO-PAI.
           MOVE ZEROS TO WS-SLOT.
           PERFORM VARYING WS-BUSCA FROM 1 BY 1
                   UNTIL WS-BUSCA > WS-CT-USADOS
                   OR WS-SLOT NOT = ZEROS
               IF WS-CT-CODIGO(WS-BUSCA) = WS-PAI-ATUAL
                   MOVE WS-BUSCA TO WS-SLOT
               END-IF
           END-PERFORM.
           IF WS-SLOT = ZEROS
               MOVE ZEROS TO WS-PAI-ATUAL
           ELSE
               ADD WS-CT-DISPONIVEL(WS-IDX)
                   TO WS-CT-DISP-ROL(WS-SLOT)
               ADD WS-CT-APONTADO(WS-IDX)
                   TO WS-CT-APONT-ROL(WS-SLOT)
               MOVE WS-CT-PAI(WS-SLOT) TO WS-PAI-ATUAL
           END-IF.

       IMPRIMIR-CENTROS.
           MOVE "CONSOLIDADO POR CENTRO DE CUSTO (COM FILHOS):"
               TO UTIL-LINE.
           PERFORM GRAVAR-LINHA-UTIL.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CT-USADOS
               IF WS-CT-DISP-ROL(WS-IDX) NOT = ZEROS
                       OR WS-CT-APONT-ROL(WS-IDX) NOT = ZEROS
                   MOVE WS-CT-DISP-ROL(WS-IDX) TO WS-DISPONIVEL
                   MOVE WS-CT-APONT-ROL(WS-IDX) TO WS-APONTADO
                   PERFORM AVALIAR-FAIXA
                   MOVE WS-CT-DISP-ROL(WS-IDX) TO WS-TOTAL-CAMPO
                   MOVE WS-CT-APONT-ROL(WS-IDX) TO WS-TOTAL2-CAMPO
                   MOVE WS-UTILIZACAO TO WS-UTIL-CAMPO
                   MOVE SPACES TO UTIL-LINE
                   STRING "  CENTRO " WS-CT-CODIGO(WS-IDX)
                       " " WS-CT-NOME(WS-IDX)(1:15)
                       " PAI " WS-CT-PAI(WS-IDX)
                       " DISPONIVEL " WS-TOTAL-CAMPO
                       " APONTADO " WS-TOTAL2-CAMPO
                       " UTILIZACAO " WS-UTIL-CAMPO "% "
                       WS-SITUACAO
                       DELIMITED BY SIZE INTO UTIL-LINE
                   PERFORM GRAVAR-LINHA-UTIL
               END-IF
           END-PERFORM.

       GRAVAR-LINHA-UTIL.
           WRITE UTIL-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "UTIL-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO UTIL-LINE.

       ENCERRAR-RUNLOG.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file) or
      * 35 (not found on first run, already handled above) means a
      * real I/O problem; log which file and status code and stop
      * instead of pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_UTILRPT.
