                       MOVE WS-FERIADO-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
      * A currency calendar entry on the same date (Good Friday on
      * the USD calendar, say) is not our holiday and does not stop
      * the national one being generated.
                   IF FERIADO-DATA = WS-DATA-MOVEL
                           AND FERIADO-ESCOPO NOT = "C"
                       MOVE "S" TO WS-DATA-EXISTE
                   END-IF
               END-PERFORM
