      *          request is auditable) and a record-layout extract
      *          (CLISELX.DAT) of the matching customers, so "all
      *          active customers in SP over 60" stops being a
      *          PROG_CLIBROWSE paging session. The operator on the
      *          header is the signed-on one, and the extract carries
      *          telephones, EMAIL, birth year, street, CEP and CPF
      *          masked unless that operator holds the privacy
      *          function; a full extract is logged on RUNLOG.DAT.
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

           SELECT XREF-FILE ASSIGN TO "XREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      * The extract carries the CLIENTE.CPY record layout, so
      * whoever receives it loads it with the same copybook.
           SELECT EXTRATO-FILE ASSIGN TO "CLISELX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
        01 SEL-LINE PIC X(120).

       FD  EXTRATO-FILE.
        01 EXTRATO-REC PIC X(196).

      *=================================================================
       WORKING-STORAGE                         SECTION.
        77 WS-CLIENTE-STATUS PIC X(02) VALUE ZEROS.
        77 WS-XREF-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "CLISEL.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_CLISEL".
        77 WS-EXTRATO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-QTD-SELECIONADOS PIC 9(06) VALUE ZEROS.
        77 WS-ATENDE         PIC X(01) VALUE "S".
        77 WS-OPERADOR-ID    PIC X(08) VALUE SPACES.
        77 WS-OPERADOR-SENHA PIC X(08) VALUE SPACES.
        77 WS-MASCARA-PROGRAMA PIC X(12) VALUE "PROG_CLISEL".
        77 WS-SEM-MASCARA    PIC X(01) VALUE "N".

      * The criteria as keyed; blank or zero means "any".
        77 WS-CRIT-ESTADO    PIC X(02) VALUE SPACES.

       MAIN-PROCEDURE.
       INICIO.
      * The header names the operator the sign-on proved, not one
      * merely typed in, and the same sign-on decides whether the
      * extract carries personal data in full.
           CALL "CONFERIR-MASCARA" USING WS-MASCARA-PROGRAMA
               WS-OPERADOR-ID WS-OPERADOR-SENHA WS-SEM-MASCARA.
           DISPLAY "UF (BRANCO = TODAS):".
           ACCEPT WS-CRIT-ESTADO.
           DISPLAY "IDADE MINIMA (0 = SEM MINIMO):".

           CLOSE CLIENTE-FILE.
           CLOSE SEL-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.
           CLOSE EXTRATO-FILE.

           DISPLAY "SELECAO GERADA - LISTA EM CLISEL.TXT, EXTRATO "
                           " IDADE " WS-IDADE
                           DELIMITED BY SIZE INTO SEL-LINE
                       PERFORM GRAVAR-LINHA-SEL
                       IF WS-SEM-MASCARA NOT = "S"
                           CALL "MASCARAR-CLIENTE" USING CLIENTE
                       END-IF
                       WRITE EXTRATO-REC FROM CLIENTE
                       IF WS-EXTRATO-STATUS NOT = "00"
                           MOVE "EXTRATO-FILE" TO WS-ERRO-ARQUIVO
