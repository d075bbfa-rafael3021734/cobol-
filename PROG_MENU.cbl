      *          dispatched to the existing modules the same way
      *          PROG_DRIVER.cbl already CALLs them - so operators
      *          stop keeping a cheat sheet of which executable does
      *          what. The sign-on also serves the privacy check
      *          the customer reports make before printing personal
      *          data in full.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
        77 MN-FUNCAO         PIC X(01) VALUE SPACES.
        77 MN-PERM-CLIENTE   PIC X(01) VALUE "N".
        77 MN-PERM-CENTRO    PIC X(01) VALUE "N".
      * Two digits since the options ran past nine.
        77 MN-OPCAO          PIC 9(02) VALUE ZEROS.
        77 MN-FIM-MENU       PIC X(01) VALUE "N".
        77 MN-CODIGO-CLIENTE PIC 9(06) VALUE ZEROS.
        77 MN-CENTROCUSTO    PIC 9(03) VALUE ZEROS.
        77 MN-PERM-FUNCAO    PIC X(01) VALUE "N".
        77 MN-ALERTA-STATUS  PIC X(02) VALUE ZEROS.
        77 MN-QTD-ALERTAS    PIC 9(04) VALUE ZEROS.
        77 MN-SESSAO-PROGRAMA PIC X(12) VALUE SPACES.
        77 MN-PERM-MASCARA   PIC X(01) VALUE "N".
      *=================================================================
       PROCEDURE                               DIVISION.

               STOP RUN
           END-IF.

      * The sign-on is handed to the shared privacy check once, so
      * the reports CALLed below decide masked or full printing off
      * this session instead of asking for the password again.
           CALL "CONFERIR-MASCARA" USING MN-SESSAO-PROGRAMA
               MN-OPERADOR-ID MN-OPERADOR-SENHA MN-PERM-MASCARA.

      * Before any menu: whatever the night raised and nobody has
      * acknowledged yet is put in front of the operator who just
      * signed on. Acknowledging is done in PROG_ALERTAS, so the
                       IF MN-PERM-FUNCAO = "S"
                           CALL "PROG_RUNLOGRPT"
                       END-IF
                   WHEN 10
                       MOVE "B" TO MN-FUNCAO
                       PERFORM VERIFICAR-FUNCAO-MENU
                       IF MN-PERM-FUNCAO = "S"
                           CALL "PROG_CLI360"
                       END-IF
      * Cases are opened against a customer, so they take the same
      * customer-entry permission; the operator rides along so each
      * case records who opened it.
                   WHEN 11
                       MOVE "C" TO MN-FUNCAO
                       PERFORM VERIFICAR-FUNCAO-MENU
                       IF MN-PERM-FUNCAO = "S"
                           CALL "PROG_CASOMANUT"
                               USING MN-OPERADOR-ID
                       END-IF
      * Compliance review of the suspicious-activity cases; the
      * operator is recorded on every decision.
                   WHEN 12
                       MOVE "L" TO MN-FUNCAO
                       PERFORM VERIFICAR-FUNCAO-MENU
                       IF MN-PERM-FUNCAO = "S"
                           CALL "PROG_PLDMANUT"
                               USING MN-OPERADOR-ID
                       END-IF
      * Past reports from the repository; every view and reprint
      * is logged against the operator.
                   WHEN 13
                       MOVE "H" TO MN-FUNCAO
                       PERFORM VERIFICAR-FUNCAO-MENU
                       IF MN-PERM-FUNCAO = "S"
                           CALL "PROG_RELREPO"
                               USING MN-OPERADOR-ID
                       END-IF
                   WHEN OTHER
                       MOVE "S" TO MN-FIM-MENU
               END-EVALUATE
           DISPLAY "7 - RELATORIO CRUZADO CLIENTE/CENTRO".
           DISPLAY "8 - GRADE ANUAL".
           DISPLAY "9 - QUADRO DO FLUXO DE PROGRAMAS".
           DISPLAY "10 - VISAO CONSOLIDADA DO CLIENTE".
           IF MN-PERM-CLIENTE = "S"
               DISPLAY "11 - CASOS DE ATENDIMENTO"
           END-IF.
           DISPLAY "12 - CASOS PLD (COMPLIANCE)".
           DISPLAY "13 - REPOSITORIO DE RELATORIOS".
           DISPLAY "0 - FIM".
           DISPLAY "OPCAO:".

