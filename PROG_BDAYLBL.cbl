               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS END-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT WORK-IN-FILE ASSIGN TO "LBLIN.DAT"
        77 WS-WORK-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-WORK-OUT-STATUS PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "BDAYLBL.TXT".
        77 WS-EOF            PIC X(01) VALUE "N".
        77 WS-HOJE           PIC 9(08) VALUE ZEROS.
        77 WS-MES-ATUAL      PIC 9(02) VALUE ZEROS.

           CLOSE WORK-OUT-FILE.
           CLOSE LABEL-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               NOT AT END
                   ADD 1 TO WS-RUNLOG-LIDOS
      * Same population rule as PROG_BDAYRPT: birthday this month
      * and not flagged inativo or falecido. A customer with no CEP
      * cannot be presorted, so they are counted and left to the
      * name-order report instead of breaking the banding.
                   IF NASC-MES = WS-MES-ATUAL
                           AND SITUACAO NOT = "I"
                           AND SITUACAO NOT = "F"
      * An opted-out customer (CONSENT-MKT "N") is suppressed and
      * counted, so the label run itself proves the filter ran.
                       IF CONSENT-MKT = "N"
