      * Purpose: Browse the CLIENTE customer master a page at a time,
      *          forward and backward, starting from an operator-keyed
      *          CODIGO, so the counter staff can answer "is this
      *          person on file?" without running a report. The
      *          birth year shows masked unless the operator holds
      *          the privacy function; a full browse is logged on
      *          RUNLOG.DAT.
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

      *=================================================================
        77 WS-IDX-PAGINA     PIC 9(02) VALUE ZEROS.
        77 WS-PRIMEIRO-CODIGO PIC 9(006) VALUE ZEROS.
        77 WS-ULTIMO-CODIGO   PIC 9(006) VALUE ZEROS.
        77 WS-MASCARA-PROGRAMA PIC X(012) VALUE "PROG_CLIBROW".
        77 WS-MASCARA-OPERADOR PIC X(008) VALUE SPACES.
        77 WS-MASCARA-SENHA   PIC X(008) VALUE SPACES.
        77 WS-SEM-MASCARA     PIC X(001) VALUE "N".

      * One screenful of master lines, held in storage so a backward
      * page (collected newest-first by READ PREVIOUS) can still be
         05 WS-PAGINA-LINHA OCCURS 10 TIMES.
          10 WS-PAG-CODIGO      PIC 9(006).
          10 WS-PAG-NOME        PIC X(030).
      * Text, not numeric: a masked birth year is asterisks.
          10 WS-PAG-NASCIMENTO  PIC X(008).
          10 WS-PAG-IDOSO       PIC X(001).
      *=================================================================
       PROCEDURE                               DIVISION.
           MOVE "N" TO WS-FIM-BROWSE.
           MOVE ZEROS TO WS-RETURN-CODE.
           MOVE ZEROS TO WS-QTD-PAGINA.
           MOVE SPACES TO WS-MASCARA-OPERADOR.
           MOVE SPACES TO WS-MASCARA-SENHA.
           CALL "CONFERIR-MASCARA" USING WS-MASCARA-PROGRAMA
               WS-MASCARA-OPERADOR WS-MASCARA-SENHA WS-SEM-MASCARA.

           OPEN INPUT CLIENTE-FILE.
           IF WS-CLIENTE-STATUS = "35"
               END-IF
               ADD 1 TO WS-QTD-PAGINA
               SUBTRACT 1 FROM WS-IDX-PAGINA
               IF WS-SEM-MASCARA NOT = "S"
                   CALL "MASCARAR-CLIENTE" USING CLIENTE
               END-IF
               MOVE CODIGO TO WS-PAG-CODIGO(WS-IDX-PAGINA)
               MOVE NOME TO WS-PAG-NOME(WS-IDX-PAGINA)
               MOVE NASCIMENTO TO WS-PAG-NASCIMENTO(WS-IDX-PAGINA)
           END-IF.

       GUARDAR-LINHA-PAGINA.
           IF WS-SEM-MASCARA NOT = "S"
               CALL "MASCARAR-CLIENTE" USING CLIENTE
           END-IF.
           MOVE CODIGO TO WS-PAG-CODIGO(WS-QTD-PAGINA).
           MOVE NOME TO WS-PAG-NOME(WS-QTD-PAGINA).
           MOVE NASCIMENTO TO WS-PAG-NASCIMENTO(WS-QTD-PAGINA).
