      *          skips weekends and FERIADO.DAT days the same way
      *          every deadline in the shop is counted. PROG_HORAS
      *          warns when hours book onto an absence day and
      *          PROG_AUSRPT prints the monthly summary. A vacation
      *          (type F) is only taken when the employee's balance
      *          from CALCULAR-SALDO-FERIAS - 30 days per completed
      *          year since admission, less the F days already
      *          booked - covers its calendar days.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
        77 WS-QTD-REMOVIDAS  PIC 9(03) VALUE ZEROS.
        77 WS-UM-DIA-UTIL    PIC 9(05) VALUE ZEROS.
        77 WS-LOCAL-UNIDADE  PIC X(020) VALUE SPACES.
        77 WS-EMP-ADMISSAO   PIC 9(08) VALUE ZEROS.
        77 WS-SALDO-OK       PIC X(01) VALUE "S".
        77 WS-DIAS-CORRIDOS  PIC 9(05) VALUE ZEROS.
           COPY SALDOFER.
      *=================================================================
       PROCEDURE                               DIVISION.

                   IF WS-DIAS-UTEIS = 1
                       MOVE WS-INICIO-MANUT TO WS-FIM-CALCULADO
                   END-IF
                   MOVE "S" TO WS-SALDO-OK
                   IF WS-TIPO-MANUT = "F"
                       PERFORM VERIFICAR-SALDO-FERIAS
                   END-IF
                   IF WS-SALDO-OK = "S"
                       PERFORM GRAVAR-AUSENCIA
                   END-IF
               END-IF
           END-IF.

       GRAVAR-AUSENCIA.
           OPEN EXTEND AUSENCIA-FILE.
           IF WS-AUSENCIA-STATUS = "05"
                   OR WS-AUSENCIA-STATUS = "35"
               OPEN OUTPUT AUSENCIA-FILE
           END-IF.
           IF WS-AUSENCIA-STATUS NOT = "00"
               MOVE "AUSENCIA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-AUSENCIA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-EMP-MANUT TO AUS-EMP-ID.
           MOVE WS-TIPO-MANUT TO AUS-TIPO.
           MOVE WS-INICIO-MANUT TO AUS-INICIO.
           MOVE WS-FIM-CALCULADO TO AUS-FIM.
           WRITE AUSENCIA-REC.
           IF WS-AUSENCIA-STATUS NOT = "00"
               MOVE "AUSENCIA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-AUSENCIA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE AUSENCIA-FILE.
           DISPLAY "AUSENCIA INCLUIDA: " AUS-EMP-ID
               " DE " AUS-INICIO " A " AUS-FIM.

       VERIFICAR-SALDO-FERIAS.
      * The balance is taken as of the vacation's first day, so a
      * period completing before it already counts; the booking
      * is measured in calendar days, the way F days are consumed.
           CALL "CALCULAR-SALDO-FERIAS"
               USING WS-EMP-MANUT WS-EMP-ADMISSAO WS-INICIO-MANUT
               SALDO-FERIAS.
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-FIM-CALCULADO)
               - FUNCTION INTEGER-OF-DATE(WS-INICIO-MANUT) + 1.
           IF WS-DIAS-CORRIDOS > SFE-SALDO
               MOVE "N" TO WS-SALDO-OK
               MOVE 4 TO WS-RETURN-CODE
               DISPLAY "FERIAS RECUSADAS: " WS-DIAS-CORRIDOS
                   " DIAS CORRIDOS PEDIDOS, SALDO DE " SFE-SALDO
                   " DIAS (ADQUIRIDOS " SFE-DIAS-ADQUIRIDOS
                   " GOZADOS/MARCADOS " SFE-DIAS-GOZADOS ")"
           END-IF.

       VALIDAR-EMPREGADO.
           MOVE "N" TO WS-EMP-VALIDO.
           OPEN INPUT EMP-FILE.
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-EMP-VALIDO
                       MOVE EMP-ADMISSAO TO WS-EMP-ADMISSAO
               END-READ
               IF WS-EMP-STATUS NOT = "00"
                       AND WS-EMP-STATUS NOT = "23"
