      ******************************************************************
      * Author:Rafael FErreira
      * Date: 02/09/2026
      * Purpose: Monthly labor-cost allocation: multiplies the hours
      *          on each APONTA.DAT timesheet line worked in the
      *          processing month by the employee's EMP-TAXA-HORA,
      *          books the cost to the owning cost center of the
      *          line's project (PROJ-CENTRO off the
      *          project master), rolls the totals up the CENTRO-PAI
      *          hierarchy, posts one TIPO=L summary ledger entry
      *          per center with cost, and prints the per-center
      *          allocation statement to ALOCCUSTO.TXT - so finance
      *          stops allocating labor on a fixed percentage
      *          everyone knows is fiction. Each center's own hours
      *          and cost for the month are also kept on
      *          CUSTOHIST.DAT for the productivity comparisons.
      *          The R mode maintains the hourly rate on the
      *          employee master.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT APONTA-FILE ASSIGN TO "APONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APT-CHAVE
               FILE STATUS IS WS-APONTA-STATUS.

           SELECT EMP-FILE ASSIGN TO "EMPREGADO.DAT"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGSEQ-STATUS.

           SELECT CUSTOHIST-FILE ASSIGN TO "CUSTOHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOHIST-STATUS.

           SELECT CUSTO-REPORT ASSIGN TO "ALOCCUSTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  APONTA-FILE.
           COPY APONTA.

       FD  EMP-FILE.
           COPY EMPREGADO.
        01 LEDGSEQ-REC.
         05 LEDGSEQ-ULTIMO PIC 9(06).

       FD  CUSTOHIST-FILE.
           COPY CUSTOHIST.

       FD  CUSTO-REPORT.
        01 CUSTO-LINE PIC X(100).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-APONTA-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-EMP-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-PROJETO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-CENTRO-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-LEDGER-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-LEDGSEQ-STATUS PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "ALOCCUSTO.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_CUSTOAL".
        77 WS-CUSTOHIST-STATUS PIC X(02) VALUE ZEROS.
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-MODO           PIC X(01) VALUE "A".
        77 WS-DATA-PROCESSO  PIC 9(08) VALUE ZEROS.
        77 INDICE            PIC 9(02) VALUE ZEROS.
        77 WS-PERIODO-MES    PIC 9(06) VALUE ZEROS.
        77 WS-MES-INICIO     PIC 9(08) VALUE ZEROS.
        77 WS-MES-FIM        PIC 9(08) VALUE ZEROS.
        77 WS-TAXA-EMP       PIC 9(05)V99 VALUE ZEROS.
        77 WS-CUSTO-SLOT     PIC 9(08)V99 VALUE ZEROS.
        77 WS-CENTRO-SLOT    PIC 9(03) VALUE ZEROS.
        77 WS-QTD-SEM-TAXA   PIC 9(04) VALUE ZEROS.
        77 WS-QTD-NAO-APROVADOS   PIC 9(04) VALUE ZEROS.
        77 WS-QTD-SEM-CENTRO PIC 9(04) VALUE ZEROS.
        77 WS-LEDGER-SEQ     PIC 9(06) VALUE ZEROS.
        77 WS-CONTA-LEDGER   PIC 9(05) VALUE ZEROS.
        77 WS-CUSTO-CAMPO    PIC Z(9)9.99.
          10 WS-CT-PAI PIC 9(03).
          10 WS-CT-PROPRIO PIC 9(10)V99.
          10 WS-CT-TOTAL PIC 9(10)V99.
          10 WS-CT-HORAS PIC 9(07)V99.
        77 WS-CT-USADOS PIC 9(02) VALUE ZEROS.
      *=================================================================
       PROCEDURE                               DIVISION.
           CLOSE EMP-FILE.

       ALOCAR-CUSTOS.
           PERFORM CARREGAR-CENTROS.
           PERFORM OBTER-SEQUENCIA-LEDGER.

               DELIMITED BY SIZE INTO CUSTO-LINE.
           PERFORM GRAVAR-LINHA-CUSTO.

           PERFORM ALOCAR-HORAS-DO-MES.

           PERFORM ROLAR-HIERARQUIA.
           PERFORM POSTAR-E-LISTAR-CENTROS.
           PERFORM GRAVAR-SEQUENCIA-LEDGER.
           PERFORM GRAVAR-HISTORICO-CUSTO.

           MOVE SPACES TO CUSTO-LINE.
           STRING "LINHAS SEM TAXA HORARIA: " WS-QTD-SEM-TAXA
               " SEM CENTRO DONO: " WS-QTD-SEM-CENTRO
               " HORAS NAO APROVADAS: " WS-QTD-NAO-APROVADOS
               DELIMITED BY SIZE INTO CUSTO-LINE.
           PERFORM GRAVAR-LINHA-CUSTO.
           CLOSE CUSTO-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           DISPLAY "ALOCACAO DE CUSTOS GERADA EM ALOCCUSTO.TXT".
           IF WS-QTD-SEM-TAXA NOT = ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       ALOCAR-HORAS-DO-MES.
      * Only supervisor-approved hours become money: pending and
      * returned lines are listed, not booked, the same
      * approved-only rule the overtime report and the payroll
      * extract apply - the one program that turns hours into GL
      * entries cannot be looser than the ones that only report
      * them.
           OPEN INPUT APONTA-FILE.
           IF WS-APONTA-STATUS = "35"
               DISPLAY "APONTA.DAT NAO ENCONTRADO - NADA A "
                   "ALOCAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-APONTA-STATUS NOT = "00"
               MOVE "APONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-APONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-DATA-PROCESSO(1:6) TO WS-PERIODO-MES.
           COMPUTE WS-MES-INICIO = WS-PERIODO-MES * 100 + 1.
           COMPUTE WS-MES-FIM = WS-PERIODO-MES * 100 + 31.
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
               IF APT-DATA >= WS-MES-INICIO
                       AND APT-DATA <= WS-MES-FIM
                       AND APT-HORAS NOT = ZEROS
                   IF APT-APROV = "A"
                       PERFORM ALOCAR-UMA-LINHA
                   ELSE
                       PERFORM LISTAR-LINHA-NAO-APROVADA
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE APONTA-FILE.

       LISTAR-LINHA-NAO-APROVADA.
           ADD 1 TO WS-QTD-NAO-APROVADOS.
           MOVE SPACES TO CUSTO-LINE.
           STRING "  EMPREGADO " APT-EMP-ID
               " DATA " APT-DATA
               " HORAS NAO APROVADAS (SITUACAO "
               APT-APROV
               ") - CUSTO NAO ALOCADO"
               DELIMITED BY SIZE INTO CUSTO-LINE.
           PERFORM GRAVAR-LINHA-CUSTO.

       ALOCAR-UMA-LINHA.
      * The line's cost books to the owning center of its project;
      * an unpriced employee or an unowned project is reported, not
      * guessed at.
           PERFORM OBTER-TAXA-EMPREGADO.
           IF WS-TAXA-EMP = ZEROS
               ADD 1 TO WS-QTD-SEM-TAXA
               MOVE SPACES TO CUSTO-LINE
               STRING "  EMPREGADO " APT-EMP-ID
                   " SEM TAXA HORARIA - CUSTO NAO ALOCADO"
                   DELIMITED BY SIZE INTO CUSTO-LINE
               PERFORM GRAVAR-LINHA-CUSTO
               IF WS-CENTRO-SLOT = ZEROS
                   ADD 1 TO WS-QTD-SEM-CENTRO
                   MOVE SPACES TO CUSTO-LINE
                   STRING "  PROJETO " APT-PROJ
                       " SEM CENTRO DONO - CUSTO NAO ALOCADO"
                       DELIMITED BY SIZE INTO CUSTO-LINE
                   PERFORM GRAVAR-LINHA-CUSTO
               ELSE
                   COMPUTE WS-CUSTO-SLOT ROUNDED =
                       APT-HORAS * WS-TAXA-EMP
                   PERFORM SOMAR-NO-CENTRO
               END-IF
           END-IF.
                   MOVE WS-EMP-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE APT-EMP-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   MOVE WS-PROJETO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE APT-PROJ TO PROJ-CODIGO
               READ PROJETO-FILE
                   INVALID KEY
                       CONTINUE
               PERFORM GRAVAR-LINHA-CUSTO
           ELSE
               ADD WS-CUSTO-SLOT TO WS-CT-PROPRIO(WS-SLOT)
               ADD APT-HORAS TO WS-CT-HORAS(WS-SLOT)
           END-IF.

       CARREGAR-CENTROS.
                           TO WS-CT-PAI(WS-CT-USADOS)
                       MOVE ZEROS TO WS-CT-PROPRIO(WS-CT-USADOS)
                       MOVE ZEROS TO WS-CT-TOTAL(WS-CT-USADOS)
                       MOVE ZEROS TO WS-CT-HORAS(WS-CT-USADOS)
                   END-IF
               END-PERFORM
           END-IF.
           END-IF.
           CLOSE LEDGER-FILE.

       GRAVAR-HISTORICO-CUSTO.
      * The center's own month, hours and cost, for the productivity
      * report's prior-month and prior-year columns.
           OPEN EXTEND CUSTOHIST-FILE.
           IF WS-CUSTOHIST-STATUS = "35"
               OPEN OUTPUT CUSTOHIST-FILE
           END-IF.
           IF WS-CUSTOHIST-STATUS NOT = "00"
               MOVE "CUSTOHIST-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CUSTOHIST-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CT-USADOS
               IF WS-CT-PROPRIO(WS-IDX) NOT = ZEROS
                       OR WS-CT-HORAS(WS-IDX) NOT = ZEROS
                   MOVE WS-PERIODO-MES TO CH-PERIODO
                   MOVE WS-CT-CODIGO(WS-IDX) TO CH-CENTRO
                   MOVE WS-CT-HORAS(WS-IDX) TO CH-HORAS
                   MOVE WS-CT-PROPRIO(WS-IDX) TO CH-CUSTO
                   MOVE WS-DATA-PROCESSO TO CH-DATA-PROCESSO
                   WRITE CUSTOHIST-REC
                   IF WS-CUSTOHIST-STATUS NOT = "00"
                       MOVE "CUSTOHIST-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-CUSTOHIST-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CUSTOHIST-FILE.

       OBTER-SEQUENCIA-LEDGER.
           OPEN INPUT LEDGSEQ-FILE.
