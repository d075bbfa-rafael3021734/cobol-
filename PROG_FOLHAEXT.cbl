      ******************************************************************
      * Author:Rafael FErreira
      * Date: 02/09/2026
      * Purpose: Payroll interface off the dated timesheet APONTA.DAT,
      *          so payroll stops re-keying what PROG_HORAS.cbl
      *          already captured: mode E extracts one fixed-layout
      *          FOLHAEXT.DAT record per employee with approved hours
      *          worked in the processing month, the regular and
      *          overtime hours split week by week (Monday to Sunday)
      *          at the same weekly line PROG_HORASEXT.cbl applies,
      *          validated against
      *          EMPREGADO.DAT for active employees, with a printed
      *          FOLHAREG.TXT register and control totals; mode C is
      *          the companion confirmation load that flags, off
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
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  APONTA-FILE.
           COPY APONTA.

       FD  EMP-FILE.
           COPY EMPREGADO.
      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-APONTA-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-EMP-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-FOLHA-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-FOLHATMP-STATUS PIC X(02) VALUE ZEROS.
        77 WS-CONF-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "FOLHAREG.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_FOLHAEX".
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-DATA-PROCESSO  PIC 9(08) VALUE ZEROS.
        77 WS-PERIODO        PIC 9(06) VALUE ZEROS.
        77 WS-LIMITE-SEMANAL PIC 9(02) VALUE 44.
        77 WS-MES-INICIO     PIC 9(08) VALUE ZEROS.
        77 WS-MES-FIM        PIC 9(08) VALUE ZEROS.
        77 WS-EMP-ATUAL      PIC 9(05) VALUE ZEROS.
        77 WS-INT-DIA        PIC 9(07) VALUE ZEROS.
        77 WS-INT-SEMANA     PIC 9(07) VALUE ZEROS.
        77 WS-SEMANA-ATUAL   PIC 9(07) VALUE ZEROS.
        77 WS-HORAS-SEMANA   PIC 9(03)V99 VALUE ZEROS.
        77 WS-HORAS-NORMAIS  PIC 9(03)V99 VALUE ZEROS.
        77 WS-HORAS-EXTRAS   PIC 9(03)V99 VALUE ZEROS.
        77 WS-EMP-ATIVO      PIC X(01) VALUE "N".
           STOP RUN.

       EXTRAIR-PARA-FOLHA.
           OPEN INPUT APONTA-FILE.
           IF WS-APONTA-STATUS = "35"
               DISPLAY "APONTA.DAT NAO ENCONTRADO - NADA A "
                   "EXTRAIR"
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-APONTA-STATUS NOT = "00"
               MOVE "APONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-APONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           COMPUTE WS-MES-INICIO = WS-PERIODO * 100 + 1.
           COMPUTE WS-MES-FIM = WS-PERIODO * 100 + 31.

           OPEN OUTPUT FOLHA-FILE.
           IF WS-FOLHA-STATUS NOT = "00"
               DELIMITED BY SIZE INTO REG-LINE.
           PERFORM GRAVAR-LINHA-REG.

      * APONTA.DAT comes in employee and date order, so one pass
      * closes each week as the next one starts and each employee
      * as the next one shows up.
           MOVE ZEROS TO WS-EMP-ATUAL.
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
                   IF APT-EMP-ID NOT = WS-EMP-ATUAL
                       PERFORM FECHAR-EMPREGADO
                       MOVE APT-EMP-ID TO WS-EMP-ATUAL
                   END-IF
                   IF APT-APROV = "A"
                       PERFORM SOMAR-DIA-NA-SEMANA
                   ELSE
      * Unapproved hours cannot be paid; the register says which
      * day is missing from the interface.
                       ADD 1 TO WS-QTD-REJEITADOS
                       MOVE APT-HORAS TO WS-HORAS-CAMPO
                       MOVE SPACES TO REG-LINE
                       STRING "  EMPREGADO " APT-EMP-ID
                           " DATA " APT-DATA
                           " PROJETO " APT-PROJ
                           " HORAS " WS-HORAS-CAMPO
                           " NAO APROVADAS - NAO EXTRAIDAS"
                           DELIMITED BY SIZE INTO REG-LINE
                       PERFORM GRAVAR-LINHA-REG
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM FECHAR-EMPREGADO.
           CLOSE APONTA-FILE.

           MOVE WS-TOT-NORMAIS TO WS-TOT-CAMPO1.
           MOVE WS-TOT-EXTRAS TO WS-TOT-CAMPO2.

           CLOSE FOLHA-FILE.
           CLOSE REG-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.
           DISPLAY "EXTRATO DA FOLHA GERADO - REGISTROS: "
               WS-QTD-EXTRAIDOS " REJEITADOS: " WS-QTD-REJEITADOS.
           IF WS-QTD-REJEITADOS NOT = ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       SOMAR-DIA-NA-SEMANA.
           COMPUTE WS-INT-DIA = FUNCTION INTEGER-OF-DATE(APT-DATA).
           COMPUTE WS-INT-SEMANA =
               WS-INT-DIA - FUNCTION MOD(WS-INT-DIA - 1, 7).
           IF WS-INT-SEMANA NOT = WS-SEMANA-ATUAL
               PERFORM FECHAR-SEMANA
               MOVE WS-INT-SEMANA TO WS-SEMANA-ATUAL
           END-IF.
           ADD APT-HORAS TO WS-HORAS-SEMANA.

       FECHAR-SEMANA.
      * The legal-week line PROG_HORASEXT.cbl reports against is
      * the same split here: at or under it is regular time, the
      * excess is overtime. A week straddling the turn of the month
      * is split on the days that fall in this period.
           IF WS-HORAS-SEMANA > WS-LIMITE-SEMANAL
               ADD WS-LIMITE-SEMANAL TO WS-HORAS-NORMAIS
               COMPUTE WS-HORAS-EXTRAS = WS-HORAS-EXTRAS
                   + WS-HORAS-SEMANA - WS-LIMITE-SEMANAL
           ELSE
               ADD WS-HORAS-SEMANA TO WS-HORAS-NORMAIS
           END-IF.
           MOVE ZEROS TO WS-HORAS-SEMANA.

       FECHAR-EMPREGADO.
           IF WS-EMP-ATUAL NOT = ZEROS
               PERFORM FECHAR-SEMANA
               IF WS-HORAS-NORMAIS NOT = ZEROS
                       OR WS-HORAS-EXTRAS NOT = ZEROS
                   PERFORM EXTRAIR-UM-EMPREGADO
               END-IF
           END-IF.
           MOVE ZEROS TO WS-SEMANA-ATUAL.
           MOVE ZEROS TO WS-HORAS-SEMANA.
           MOVE ZEROS TO WS-HORAS-NORMAIS.
           MOVE ZEROS TO WS-HORAS-EXTRAS.

       EXTRAIR-UM-EMPREGADO.
      * An employee missing from the master or flagged inactive
      * cannot be paid off this extract.
           PERFORM VALIDAR-EMPREGADO-ATIVO.
           IF WS-EMP-ATIVO NOT = "S"
               ADD 1 TO WS-QTD-REJEITADOS
               MOVE SPACES TO REG-LINE
               STRING "  EMPREGADO " WS-EMP-ATUAL
                   " INATIVO OU SEM CADASTRO - NAO EXTRAIDO"
                   DELIMITED BY SIZE INTO REG-LINE
               PERFORM GRAVAR-LINHA-REG
           ELSE
               MOVE WS-EMP-ATUAL TO FE-EMP-ID
               MOVE WS-PERIODO TO FE-PERIODO
               MOVE WS-HORAS-NORMAIS TO FE-HORAS-NORMAIS
               MOVE WS-HORAS-EXTRAS TO FE-HORAS-EXTRAS
               MOVE WS-HORAS-NORMAIS TO WS-HORAS-CAMPO
               MOVE WS-HORAS-EXTRAS TO WS-EXTRAS-CAMPO
               MOVE SPACES TO REG-LINE
               STRING "  EMPREGADO " WS-EMP-ATUAL
                   " NORMAIS " WS-HORAS-CAMPO
                   " EXTRAS " WS-EXTRAS-CAMPO
                   DELIMITED BY SIZE INTO REG-LINE
                   MOVE WS-EMP-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE WS-EMP-ATUAL TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
           CLOSE FOLHATMP-FILE.
           CLOSE FOLHA-FILE.

       GRAVAR-LINHA-REG.
           WRITE REG-LINE.
           IF WS-REPORT-STATUS NOT = "00"
