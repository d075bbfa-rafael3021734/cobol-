      * Date: 08/08/2026
      * Purpose: List customers with a birthday in the current month,
      *          sorted by day, off the CLIENTE customer master.
      *          The birth year never prints, and the address prints
      *          masked unless the operator holds the privacy
      *          function; a full print is logged on RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS END-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT WORK-IN-FILE ASSIGN TO "BDAYIN.DAT"
        77 WS-WORK-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-WORK-OUT-STATUS PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "BDAYRPT.TXT".
        77 WS-EOF            PIC X(01) VALUE "N".
        77 WS-HOJE            PIC 9(08) VALUE ZEROS.
        77 WS-MES-ATUAL        PIC 9(02) VALUE ZEROS.
        77 WS-DM-JA-MALADO   PIC X(001) VALUE "N".
        77 WS-QTD-SEM-CONSENT PIC 9(004) VALUE ZEROS.
        77 WS-QTD-DEVOLVIDOS PIC 9(004) VALUE ZEROS.
        77 WS-MASCARA-OPERADOR PIC X(008) VALUE SPACES.
        77 WS-MASCARA-SENHA  PIC X(008) VALUE SPACES.
        77 WS-SEM-MASCARA    PIC X(001) VALUE "N".

      * Household links loaded once per run; a customer absent from
      * the table mails alone as before.
           MOVE ZEROS TO WS-DM-USADOS.
           PERFORM CARREGAR-DOMICILIOS.

      * Masked or full address decided once per run, off the menu
      * session or a sign-on asked here when run on its own.
           MOVE SPACES TO WS-MASCARA-OPERADOR.
           MOVE SPACES TO WS-MASCARA-SENHA.
           CALL "CONFERIR-MASCARA" USING WS-RUNLOG-PROGRAMA
               WS-MASCARA-OPERADOR WS-MASCARA-SENHA WS-SEM-MASCARA.

           MOVE "INI" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS

           CLOSE WORK-OUT-FILE.
           CLOSE BDAY-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               NOT AT END
                   ADD 1 TO WS-RUNLOG-LIDOS
      * Customers flagged inativo on the master stay off the
      * birthday mailing, and so are the deceased (SITUACAO "F") -
      * a birthday card to a bereaved family is the one mailing
      * that must never go out; only those two are excluded, so
      * records loaded before the status existed (blank) still
      * print.
                   IF NASC-MES = WS-MES-ATUAL
                           AND SITUACAO NOT = "I"
                           AND SITUACAO NOT = "F"
      * An opted-out customer (CONSENT-MKT "N") is suppressed and
      * counted, so the report itself proves the filter ran.
                       IF CONSENT-MKT = "N"
      * recorded above so the history still shows the touch.
                   ADD 1 TO WS-QTD-AGRUPADOS
               ELSE
      * The contact history above keeps the real address; only the
      * printed line is masked.
                   IF WS-SEM-MASCARA NOT = "S"
                       CALL "MASCARAR-CLIENTE" USING CLIENTE
                   END-IF
                   MOVE SPACES TO WORK-IN-REC
      * The mailing line carries the postal address off the master
      * and, for a household envelope, every member's name.
