      *          a batch load from the FERLOAD.DAT date list, so the
      *          calendar behind VERIFICAR-FERIADO and
      *          CLASSIFICAR-DIA-UTIL is complete before each year
      *          starts. The same table carries the settlement
      *          calendar of each foreign currency (scope C, the
      *          currency code in FERIADO-LOCAL), which moves a
      *          foreign-currency value date off the currency
      *          country's holidays; a currency entry only collides
      *          with another entry of the same currency.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      * National unless said otherwise; an estadual entry carries
      * the UF, a municipal one the municipality name, and only the
      * matching location's business-day math sees it.
      * A currency entry (C) is a holiday of that currency's
      * country: it never closes a branch, it only keeps the
      * currency from settling that day.
           DISPLAY "ESCOPO (N-NACIONAL E-ESTADUAL M-MUNICIPAL "
               "C-MOEDA):".
           ACCEPT WS-ESCOPO-MANUT.
           IF WS-ESCOPO-MANUT = "e"
               MOVE "E" TO WS-ESCOPO-MANUT
           IF WS-ESCOPO-MANUT = "m"
               MOVE "M" TO WS-ESCOPO-MANUT
           END-IF.
           IF WS-ESCOPO-MANUT = "c"
               MOVE "C" TO WS-ESCOPO-MANUT
           END-IF.
           IF WS-ESCOPO-MANUT NOT = "E"
                   AND WS-ESCOPO-MANUT NOT = "M"
                   AND WS-ESCOPO-MANUT NOT = "C"
               MOVE "N" TO WS-ESCOPO-MANUT
           END-IF.
           MOVE SPACES TO WS-LOCAL-MANUT.
               DISPLAY "MUNICIPIO DO FERIADO:"
               ACCEPT WS-LOCAL-MANUT
           END-IF.
           IF WS-ESCOPO-MANUT = "C"
               DISPLAY "MOEDA DO FERIADO (EX. USD):"
               ACCEPT WS-LOCAL-MANUT
               MOVE FUNCTION UPPER-CASE(WS-LOCAL-MANUT)
                   TO WS-LOCAL-MANUT
               IF WS-LOCAL-MANUT = SPACES
                   DISPLAY "MOEDA OBRIGATORIA, NADA INCLUIDO"
                   MOVE 4 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      * Full unless said otherwise; half days count 0.5 business
      * days and a ponte none.
           DISPLAY "TIPO DE DIA (F-INTEGRAL H-MEIO DIA P-PONTE):".
      * same split-and-rewrite the audit-log cutover uses.
           DISPLAY "DATA DO FERIADO A REMOVER (AAAAMMDD):".
           ACCEPT WS-DATA-MANUT.
      * Blank removes the date from our own calendars only; a
      * currency code removes it from that currency's calendar only,
      * so clearing July 4th from USD leaves everything else alone.
           DISPLAY "MOEDA (EM BRANCO = FERIADOS DO PAIS):".
           MOVE SPACES TO WS-LOCAL-MANUT.
           ACCEPT WS-LOCAL-MANUT.
           MOVE FUNCTION UPPER-CASE(WS-LOCAL-MANUT) TO WS-LOCAL-MANUT.
           IF WS-LOCAL-MANUT = SPACES
               MOVE "N" TO WS-ESCOPO-MANUT
           ELSE
               MOVE "C" TO WS-ESCOPO-MANUT
           END-IF.
           MOVE ZEROS TO WS-QTD-REMOVIDOS.
           OPEN INPUT FERIADO-FILE.
           IF WS-FERIADO-STATUS = "35"
                       MOVE WS-FERIADO-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   PERFORM CONFERIR-MESMO-CALENDARIO
                   IF WS-DATA-EXISTE = "S"
                       ADD 1 TO WS-QTD-REMOVIDOS
                   ELSE
                       WRITE FERTMP-REC FROM FERIADO-REC
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   MOVE CARGA-DATA TO WS-DATA-MANUT
                   MOVE CARGA-ESCOPO TO WS-ESCOPO-MANUT
                   MOVE CARGA-LOCAL TO WS-LOCAL-MANUT
                   PERFORM VERIFICAR-DATA-EXISTENTE
                   IF WS-DATA-EXISTE = "S"
                       ADD 1 TO WS-QTD-IGNORADOS
      * A load line with no scope byte comes in national, exactly
      * like the records from before the field existed.
                       IF CARGA-ESCOPO = "E" OR CARGA-ESCOPO = "M"
                               OR CARGA-ESCOPO = "C"
                           MOVE CARGA-ESCOPO TO FERIADO-ESCOPO
                           MOVE CARGA-LOCAL TO FERIADO-LOCAL
                       ELSE
                       MOVE WS-FERIADO-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF WS-DATA-EXISTE = "N"
                       PERFORM CONFERIR-MESMO-CALENDARIO
                   END-IF
               END-PERFORM
               CLOSE FERIADO-FILE
           END-IF.

       CONFERIR-MESMO-CALENDARIO.
      * The record just read belongs to the calendar being
      * maintained when it is on the same date and either both are
      * currency entries of the same currency or neither is one:
      * July 4th on the USD calendar does not block a national
      * holiday on the same date, nor the other way round.
           MOVE "N" TO WS-DATA-EXISTE.
           IF FERIADO-DATA = WS-DATA-MANUT
               IF WS-ESCOPO-MANUT = "C"
                   IF FERIADO-ESCOPO = "C"
                           AND FERIADO-LOCAL(1:3) = WS-LOCAL-MANUT(1:3)
                       MOVE "S" TO WS-DATA-EXISTE
                   END-IF
               ELSE
                   IF FERIADO-ESCOPO NOT = "C"
                       MOVE "S" TO WS-DATA-EXISTE
                   END-IF
               END-IF
           END-IF.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file) or
      * 35 (not found on first run, already handled above) means a
