      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Refresh of the training copy of the masters: new
      *          operators used to learn on the production files and
      *          saw real customers. This job copies CLIENTE.DAT,
      *          CONTAS.DAT, LEDGER.DAT, XREF.DAT, EMPREGADO.DAT,
      *          HOUSEHOLD.DAT and CONTATOS.DAT whole into a separate
      *          training directory (TREINO unless the operator keys
      *          another, which must already exist), scrambling every
      *          name, telephone, EMAIL, street, CEP suffix, birth
      *          day and month and CPF on the way. The scramble is
      *          worked out from the record's own key, so every run
      *          gives the same fake person for the same CODIGO and
      *          the household and contact copies agree with the
      *          customer copy. Keys, links, SITUACAO and the other
      *          flags, balances and ledger lines are carried as they
      *          are, and the training CLICTRL.DAT and CONCTRL.DAT are
      *          stamped, so every report and screen runs against the
      *          copy unchanged. TREINO.TXT reconciles the record
      *          count of every file in and out. Unlike
      *          PROG_CLIANON.cbl, which erases single customers in
      *          place on production, nothing here writes to a
      *          production file.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_TREINO.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS END-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT TR-CLIENTE-FILE ASSIGN TO WS-NOME-TR-CLIENTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-CLI-CODIGO
               ALTERNATE RECORD KEY IS TR-CLI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS TR-CLI-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS TR-CLI-EMAIL WITH DUPLICATES
               FILE STATUS IS WS-TR-CLIENTE-STATUS.

           SELECT CONTA-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT TR-CONTA-FILE ASSIGN TO WS-NOME-TR-CONTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-CONTA-NUMERO
               FILE STATUS IS WS-TR-CONTA-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGIX-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT TR-LEDGER-FILE ASSIGN TO WS-NOME-TR-LEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-LEDG-CHAVE
               FILE STATUS IS WS-TR-LEDGER-STATUS.

           SELECT XREF-FILE ASSIGN TO "XREF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT TR-XREF-FILE ASSIGN TO WS-NOME-TR-XREF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TR-XREF-STATUS.

           SELECT EMP-FILE ASSIGN TO "EMPREGADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT TR-EMP-FILE ASSIGN TO WS-NOME-TR-EMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-EMP-ID
               FILE STATUS IS WS-TR-EMP-STATUS.

           SELECT HOUSE-FILE ASSIGN TO "HOUSEHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSE-STATUS.

           SELECT TR-HOUSE-FILE ASSIGN TO WS-NOME-TR-HOUSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-HOUSE-STATUS.

           SELECT CONTATO-FILE ASSIGN TO "CONTATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTATO-STATUS.

           SELECT TR-CONTATO-FILE ASSIGN TO WS-NOME-TR-CONTATO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-CONTATO-STATUS.

           SELECT TREINO-REPORT ASSIGN TO "TREINO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  CLIENTE-FILE.
           COPY CLIENTE.

      * The training master is the same 196 bytes with the same four
      * indexes; only the key fields are named here, the rest rides
      * in the FILLERs exactly as the scrambled CLIENTE record has it.
       FD  TR-CLIENTE-FILE.
        01 TR-CLI-REC.
         05 TR-CLI-CODIGO PIC 9(006).
         05 TR-CLI-NOME PIC X(030).
         05 FILLER PIC X(028).
         05 TR-CLI-EMAIL PIC X(040).
         05 FILLER PIC X(062).
         05 TR-CLI-CEP PIC X(008).
         05 FILLER PIC X(022).

       FD  CONTA-FILE.
           COPY CONTA.

       FD  TR-CONTA-FILE.
        01 TR-CONTA-REC.
         05 TR-CONTA-NUMERO PIC 9(05).
         05 TR-CONTA-DADOS PIC X(043).

       FD  LEDGER-FILE.
        01 LEDGIX-REC.
         05 LEDGIX-CHAVE.
          10 LEDGIX-CONTA PIC 9(05).
          10 LEDGIX-SEQ PIC 9(06).
         05 LEDGER-LINE PIC X(160).

       FD  TR-LEDGER-FILE.
        01 TR-LEDG-REC.
         05 TR-LEDG-CHAVE.
          10 TR-LEDG-CONTA PIC 9(05).
          10 TR-LEDG-SEQ PIC 9(06).
         05 TR-LEDG-LINE PIC X(160).

       FD  XREF-FILE.
           COPY XREF.

       FD  TR-XREF-FILE.
        01 TR-XREF-REC PIC X(030).

       FD  EMP-FILE.
           COPY EMPREGADO.

       FD  TR-EMP-FILE.
        01 TR-EMP-REC.
         05 TR-EMP-ID PIC 9(05).
         05 TR-EMP-DADOS PIC X(056).

       FD  HOUSE-FILE.
        01 HOUSE-REC.
         05 HH-ID PIC 9(005).
         05 HH-CODIGO PIC 9(006).
         05 HH-NOME PIC X(030).

       FD  TR-HOUSE-FILE.
        01 TR-HOUSE-REC PIC X(041).

       FD  CONTATO-FILE.
        01 CONTATO-REC.
         05 CONTATO-DATA PIC 9(008).
         05 CONTATO-CODIGO PIC 9(006).
         05 CONTATO-EVENTO PIC X(008).
         05 CONTATO-DESTINO PIC X(040).

       FD  TR-CONTATO-FILE.
        01 TR-CONTATO-REC PIC X(062).

       FD  TREINO-REPORT.
        01 TREINO-LINE PIC X(100).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-CLIENTE-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-TR-CLIENTE-STATUS PIC X(02) VALUE ZEROS.
        77 WS-CONTA-STATUS      PIC X(02) VALUE ZEROS.
        77 WS-TR-CONTA-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-LEDGER-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-TR-LEDGER-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-XREF-STATUS       PIC X(02) VALUE ZEROS.
        77 WS-TR-XREF-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-EMP-STATUS        PIC X(02) VALUE ZEROS.
        77 WS-TR-EMP-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-HOUSE-STATUS      PIC X(02) VALUE ZEROS.
        77 WS-TR-HOUSE-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-CONTATO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-TR-CONTATO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "TREINO.TXT".
        77 WS-ERRO-ARQUIVO      PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS       PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE       PIC 9(02) VALUE ZEROS.
        77 WS-RUNLOG-PROGRAMA   PIC X(012) VALUE "PROG_TREINO".
        77 WS-RUNLOG-EVENTO     PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS      PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS   PIC 9(006) VALUE ZEROS.
        77 WS-CTL-ARQUIVO       PIC X(030) VALUE SPACES.
        77 WS-CTL-QTD           PIC 9(009) VALUE ZEROS.
        77 WS-CTL-HASH          PIC 9(015) VALUE ZEROS.

      * The training directory and the file names built under it.
        77 WS-DIR-TREINO        PIC X(030) VALUE SPACES.
        77 WS-NOME-TR-CLIENTE   PIC X(050) VALUE SPACES.
        77 WS-NOME-TR-CONTA     PIC X(050) VALUE SPACES.
        77 WS-NOME-TR-LEDGER    PIC X(050) VALUE SPACES.
        77 WS-NOME-TR-XREF      PIC X(050) VALUE SPACES.
        77 WS-NOME-TR-EMP       PIC X(050) VALUE SPACES.
        77 WS-NOME-TR-HOUSE     PIC X(050) VALUE SPACES.
        77 WS-NOME-TR-CONTATO   PIC X(050) VALUE SPACES.
        77 WS-NOME-TR-CLICTRL   PIC X(030) VALUE SPACES.
        77 WS-NOME-TR-CONCTRL   PIC X(030) VALUE SPACES.

      * Per-file counts in and out for the reconciliation; the file
      * being reported and whether its production copy existed.
        77 WS-QTD-LIDOS         PIC 9(09) VALUE ZEROS.
        77 WS-QTD-GRAVADOS      PIC 9(09) VALUE ZEROS.
        77 WS-ARQUIVO-ATUAL     PIC X(014) VALUE SPACES.
        77 WS-ARQUIVO-EXISTE    PIC X(01) VALUE "S".

      * Scramble work fields: the key the fake values are derived
      * from, the table subscripts, and the pieces being assembled.
        77 WS-CHAVE-MISTURA     PIC 9(06) VALUE ZEROS.
        77 WS-IDX-PRENOME       PIC 9(02) VALUE ZEROS.
        77 WS-IDX-SOBRENOME1    PIC 9(02) VALUE ZEROS.
        77 WS-IDX-SOBRENOME2    PIC 9(02) VALUE ZEROS.
        77 WS-NOME-MISTURADO    PIC X(030) VALUE SPACES.
        77 WS-EMAIL-MISTURADO   PIC X(040) VALUE SPACES.
        77 WS-RUA-MISTURADA     PIC X(030) VALUE SPACES.
        77 WS-DIA-MISTURADO     PIC 9(02) VALUE ZEROS.
        77 WS-MES-MISTURADO     PIC 9(02) VALUE ZEROS.
        77 WS-QTD-ACHADOS       PIC 9(02) VALUE ZEROS.

      * CPF rebuilt from the CODIGO with its two module-11 check
      * digits, so the copy still passes VERIFICAR-CPF and stays
      * unique per customer.
        01 WS-CPF-MISTURADO     PIC X(011) VALUE SPACES.
        01 WS-CPF-DIGITOS REDEFINES WS-CPF-MISTURADO.
         05 WS-CPF-DIGITO PIC 9(001) OCCURS 11 TIMES.
        77 WS-IDX-CPF           PIC 9(02) VALUE ZEROS.
        77 WS-PESO-CPF          PIC 9(02) VALUE ZEROS.
        77 WS-SOMA-CPF          PIC 9(05) VALUE ZEROS.
        77 WS-RESTO-CPF         PIC 9(02) VALUE ZEROS.
        77 WS-DV-CPF            PIC 9(02) VALUE ZEROS.

      * Twenty given names and twenty surnames; a CODIGO picks one
      * given name and two surnames, 8,000 distinct people before a
      * name repeats.
        01 WS-PRENOMES-VALORES.
         05 FILLER PIC X(010) VALUE "ANA".
         05 FILLER PIC X(010) VALUE "BRUNO".
         05 FILLER PIC X(010) VALUE "CARLA".
         05 FILLER PIC X(010) VALUE "DANIEL".
         05 FILLER PIC X(010) VALUE "ELISA".
         05 FILLER PIC X(010) VALUE "FABIO".
         05 FILLER PIC X(010) VALUE "GABRIELA".
         05 FILLER PIC X(010) VALUE "HUGO".
         05 FILLER PIC X(010) VALUE "IRENE".
         05 FILLER PIC X(010) VALUE "JOAO".
         05 FILLER PIC X(010) VALUE "LARISSA".
         05 FILLER PIC X(010) VALUE "MARCOS".
         05 FILLER PIC X(010) VALUE "NATALIA".
         05 FILLER PIC X(010) VALUE "OTAVIO".
         05 FILLER PIC X(010) VALUE "PAULA".
         05 FILLER PIC X(010) VALUE "RICARDO".
         05 FILLER PIC X(010) VALUE "SILVIA".
         05 FILLER PIC X(010) VALUE "TIAGO".
         05 FILLER PIC X(010) VALUE "VERA".
         05 FILLER PIC X(010) VALUE "WAGNER".
        01 WS-PRENOMES REDEFINES WS-PRENOMES-VALORES.
         05 WS-PRENOME PIC X(010) OCCURS 20 TIMES.

        01 WS-SOBRENOMES-VALORES.
         05 FILLER PIC X(010) VALUE "ALVES".
         05 FILLER PIC X(010) VALUE "BARROS".
         05 FILLER PIC X(010) VALUE "CAMPOS".
         05 FILLER PIC X(010) VALUE "DIAS".
         05 FILLER PIC X(010) VALUE "ESTEVES".
         05 FILLER PIC X(010) VALUE "FARIAS".
         05 FILLER PIC X(010) VALUE "GOMES".
         05 FILLER PIC X(010) VALUE "LIMA".
         05 FILLER PIC X(010) VALUE "MACHADO".
         05 FILLER PIC X(010) VALUE "NUNES".
         05 FILLER PIC X(010) VALUE "OLIVEIRA".
         05 FILLER PIC X(010) VALUE "PEREIRA".
         05 FILLER PIC X(010) VALUE "QUEIROZ".
         05 FILLER PIC X(010) VALUE "RAMOS".
         05 FILLER PIC X(010) VALUE "SANTOS".
         05 FILLER PIC X(010) VALUE "TEIXEIRA".
         05 FILLER PIC X(010) VALUE "URBANO".
         05 FILLER PIC X(010) VALUE "VIEIRA".
         05 FILLER PIC X(010) VALUE "XAVIER".
         05 FILLER PIC X(010) VALUE "ZANETTI".
        01 WS-SOBRENOMES REDEFINES WS-SOBRENOMES-VALORES.
         05 WS-SOBRENOME PIC X(010) OCCURS 20 TIMES.
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           MOVE "INI" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

           DISPLAY "DIRETORIO DE TREINAMENTO (BRANCO = TREINO):".
           ACCEPT WS-DIR-TREINO.
           IF WS-DIR-TREINO = SPACES
               MOVE "TREINO" TO WS-DIR-TREINO
           END-IF.
      * The current directory is production; a copy written there
      * would overwrite the very masters it was taken from.
           IF WS-DIR-TREINO = "." OR WS-DIR-TREINO = "./"
               DISPLAY "O DIRETORIO DE TREINAMENTO NAO PODE SER O "
                   "DE PRODUCAO"
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM MONTAR-NOMES-TREINO.

           OPEN OUTPUT TREINO-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "TREINO-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO TREINO-LINE.
           STRING "COPIA DE TREINAMENTO EM " WS-DIR-TREINO
               DELIMITED BY SIZE INTO TREINO-LINE.
           PERFORM GRAVAR-LINHA-TREINO.

           PERFORM COPIAR-CLIENTES.
           PERFORM COPIAR-CONTAS.
           PERFORM COPIAR-LEDGER.
           PERFORM COPIAR-XREF.
           PERFORM COPIAR-EMPREGADOS.
           PERFORM COPIAR-DOMICILIOS.
           PERFORM COPIAR-CONTATOS.

           CLOSE TREINO-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.
           DISPLAY "COPIA DE TREINAMENTO CONCLUIDA EM " WS-DIR-TREINO
               " - VER TREINO.TXT".
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       MONTAR-NOMES-TREINO.
           STRING WS-DIR-TREINO DELIMITED BY SPACE
               "/CLIENTE.DAT" DELIMITED BY SIZE
               INTO WS-NOME-TR-CLIENTE.
           STRING WS-DIR-TREINO DELIMITED BY SPACE
               "/CONTAS.DAT" DELIMITED BY SIZE
               INTO WS-NOME-TR-CONTA.
           STRING WS-DIR-TREINO DELIMITED BY SPACE
               "/LEDGER.DAT" DELIMITED BY SIZE
               INTO WS-NOME-TR-LEDGER.
           STRING WS-DIR-TREINO DELIMITED BY SPACE
               "/XREF.DAT" DELIMITED BY SIZE
               INTO WS-NOME-TR-XREF.
           STRING WS-DIR-TREINO DELIMITED BY SPACE
               "/EMPREGADO.DAT" DELIMITED BY SIZE
               INTO WS-NOME-TR-EMP.
           STRING WS-DIR-TREINO DELIMITED BY SPACE
               "/HOUSEHOLD.DAT" DELIMITED BY SIZE
               INTO WS-NOME-TR-HOUSE.
           STRING WS-DIR-TREINO DELIMITED BY SPACE
               "/CONTATOS.DAT" DELIMITED BY SIZE
               INTO WS-NOME-TR-CONTATO.
           STRING WS-DIR-TREINO DELIMITED BY SPACE
               "/CLICTRL.DAT" DELIMITED BY SIZE
               INTO WS-NOME-TR-CLICTRL.
           STRING WS-DIR-TREINO DELIMITED BY SPACE
               "/CONCTRL.DAT" DELIMITED BY SIZE
               INTO WS-NOME-TR-CONCTRL.

       COPIAR-CLIENTES.
           MOVE "CLIENTE.DAT" TO WS-ARQUIVO-ATUAL.
           MOVE ZEROS TO WS-QTD-LIDOS.
           MOVE ZEROS TO WS-QTD-GRAVADOS.
           MOVE ZEROS TO WS-CTL-QTD.
           MOVE ZEROS TO WS-CTL-HASH.
           MOVE "S" TO WS-ARQUIVO-EXISTE.
           OPEN INPUT CLIENTE-FILE.
           IF WS-CLIENTE-STATUS = "35"
               MOVE "N" TO WS-ARQUIVO-EXISTE
               CLOSE CLIENTE-FILE
               PERFORM GRAVAR-LINHA-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           IF WS-CLIENTE-STATUS NOT = "00"
               MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT TR-CLIENTE-FILE.
           IF WS-TR-CLIENTE-STATUS NOT = "00"
               MOVE "TR-CLIENTE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TR-CLIENTE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-TREINO
           END-IF.
           PERFORM UNTIL WS-CLIENTE-STATUS = "10"
               READ CLIENTE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CLIENTE-STATUS NOT = "00"
                       AND WS-CLIENTE-STATUS NOT = "10"
                   MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-QTD-LIDOS
               PERFORM MISTURAR-CLIENTE
               MOVE CLIENTE TO TR-CLI-REC
               WRITE TR-CLI-REC
               IF WS-TR-CLIENTE-STATUS = "02"
                   MOVE "00" TO WS-TR-CLIENTE-STATUS
               END-IF
               IF WS-TR-CLIENTE-STATUS NOT = "00"
                   MOVE "TR-CLIENTE-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-TR-CLIENTE-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-QTD-GRAVADOS
               ADD 1 TO WS-CTL-QTD
               ADD CODIGO TO WS-CTL-HASH
           END-PERFORM.
           CLOSE CLIENTE-FILE.
           CLOSE TR-CLIENTE-FILE.
      * The training master gets its own control totals, so the
      * openers' damage check passes there exactly as on production.
           MOVE WS-NOME-TR-CLICTRL TO WS-CTL-ARQUIVO.
           CALL "GRAVAR-CONTROLE-MASTER" USING WS-CTL-ARQUIVO
               WS-CTL-QTD WS-CTL-HASH.
           PERFORM GRAVAR-LINHA-ARQUIVO.

       MISTURAR-CLIENTE.
      * Every personal field is rebuilt off the CODIGO; a blank
      * field stays blank so the copy keeps the same gaps the
      * editors and mailers react to. SITUACAO, IDOSO-FLAG, the
      * consent and returned-mail markers, city and UF are left as
      * they are - the selections and reports group on them.
           MOVE CODIGO TO WS-CHAVE-MISTURA.
           PERFORM MONTAR-NOME-MISTURADO.
           MOVE WS-NOME-MISTURADO TO NOME.
      * The birth year stays, so ages and the IDOSO flag still
      * agree; day and month move.
           IF NASCIMENTO IS NUMERIC AND NASCIMENTO NOT = ZEROS
               COMPUTE WS-DIA-MISTURADO =
                   FUNCTION MOD(WS-CHAVE-MISTURA, 28) + 1
               COMPUTE WS-MES-MISTURADO =
                   FUNCTION MOD(WS-CHAVE-MISTURA / 28, 12) + 1
               MOVE WS-DIA-MISTURADO TO NASC-DIA
               MOVE WS-MES-MISTURADO TO NASC-MES
           END-IF.
           IF TELEFONE-RESIDENCIAL NOT = SPACES
               STRING "1130" CODIGO
                   DELIMITED BY SIZE INTO TELEFONE-RESIDENCIAL
           END-IF.
           IF TELEFONE-CELULAR NOT = SPACES
               STRING "1199" CODIGO
                   DELIMITED BY SIZE INTO TELEFONE-CELULAR
           END-IF.
           IF EMAIL NOT = SPACES
               PERFORM MONTAR-EMAIL-MISTURADO
               MOVE WS-EMAIL-MISTURADO TO EMAIL
           END-IF.
           IF END-LOGRADOURO NOT = SPACES
               PERFORM MONTAR-RUA-MISTURADA
               MOVE WS-RUA-MISTURADA TO END-LOGRADOURO
           END-IF.
      * The CEP keeps its five-digit region, so the UF/CEP label sort
      * still groups the same way.
           IF END-CEP IS NUMERIC
               MOVE CODIGO(4:3) TO END-CEP(6:3)
           END-IF.
           IF CPF NOT = SPACES
               PERFORM MONTAR-CPF-MISTURADO
               MOVE WS-CPF-MISTURADO TO CPF
           END-IF.

       MONTAR-NOME-MISTURADO.
           COMPUTE WS-IDX-PRENOME =
               FUNCTION MOD(WS-CHAVE-MISTURA, 20) + 1.
           COMPUTE WS-IDX-SOBRENOME1 =
               FUNCTION MOD(WS-CHAVE-MISTURA / 20, 20) + 1.
           COMPUTE WS-IDX-SOBRENOME2 =
               FUNCTION MOD(WS-CHAVE-MISTURA / 400, 20) + 1.
           MOVE SPACES TO WS-NOME-MISTURADO.
           STRING WS-PRENOME(WS-IDX-PRENOME) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-SOBRENOME(WS-IDX-SOBRENOME1) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-SOBRENOME(WS-IDX-SOBRENOME2) DELIMITED BY SPACE
               INTO WS-NOME-MISTURADO.

       MONTAR-EMAIL-MISTURADO.
           MOVE SPACES TO WS-EMAIL-MISTURADO.
           STRING "CLIENTE" WS-CHAVE-MISTURA "@TREINO.EXEMPLO"
               DELIMITED BY SIZE INTO WS-EMAIL-MISTURADO.

       MONTAR-RUA-MISTURADA.
           MOVE SPACES TO WS-RUA-MISTURADA.
           STRING "RUA DO TREINAMENTO " WS-CHAVE-MISTURA
               DELIMITED BY SIZE INTO WS-RUA-MISTURADA.

       MONTAR-CPF-MISTURADO.
      * Nine base digits "1" + CODIGO + "00", then the two official
      * check digits, the same arithmetic VERIFICAR-CPF checks.
           MOVE SPACES TO WS-CPF-MISTURADO.
           STRING "1" WS-CHAVE-MISTURA "0000"
               DELIMITED BY SIZE INTO WS-CPF-MISTURADO.
           MOVE ZEROS TO WS-SOMA-CPF.
           MOVE 10 TO WS-PESO-CPF.
           PERFORM VARYING WS-IDX-CPF FROM 1 BY 1 UNTIL WS-IDX-CPF > 9
               COMPUTE WS-SOMA-CPF = WS-SOMA-CPF
                   + WS-CPF-DIGITO(WS-IDX-CPF) * WS-PESO-CPF
               SUBTRACT 1 FROM WS-PESO-CPF
           END-PERFORM.
           PERFORM CALCULAR-DV-CPF.
           MOVE WS-DV-CPF TO WS-CPF-DIGITO(10).
           MOVE ZEROS TO WS-SOMA-CPF.
           MOVE 11 TO WS-PESO-CPF.
           PERFORM VARYING WS-IDX-CPF FROM 1 BY 1
                   UNTIL WS-IDX-CPF > 10
               COMPUTE WS-SOMA-CPF = WS-SOMA-CPF
                   + WS-CPF-DIGITO(WS-IDX-CPF) * WS-PESO-CPF
               SUBTRACT 1 FROM WS-PESO-CPF
           END-PERFORM.
           PERFORM CALCULAR-DV-CPF.
           MOVE WS-DV-CPF TO WS-CPF-DIGITO(11).

       CALCULAR-DV-CPF.
           COMPUTE WS-RESTO-CPF = FUNCTION MOD(WS-SOMA-CPF, 11).
           IF WS-RESTO-CPF < 2
               MOVE ZEROS TO WS-DV-CPF
           ELSE
               COMPUTE WS-DV-CPF = 11 - WS-RESTO-CPF
           END-IF.

       COPIAR-CONTAS.
      * Accounts carry no personal data beyond the owning CODIGO,
      * which must stay for the links; copied byte for byte.
           MOVE "CONTAS.DAT" TO WS-ARQUIVO-ATUAL.
           MOVE ZEROS TO WS-QTD-LIDOS.
           MOVE ZEROS TO WS-QTD-GRAVADOS.
           MOVE ZEROS TO WS-CTL-QTD.
           MOVE ZEROS TO WS-CTL-HASH.
           MOVE "S" TO WS-ARQUIVO-EXISTE.
           OPEN INPUT CONTA-FILE.
           IF WS-CONTA-STATUS = "35"
               MOVE "N" TO WS-ARQUIVO-EXISTE
               CLOSE CONTA-FILE
               PERFORM GRAVAR-LINHA-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           IF WS-CONTA-STATUS NOT = "00"
               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT TR-CONTA-FILE.
           IF WS-TR-CONTA-STATUS NOT = "00"
               MOVE "TR-CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TR-CONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-TREINO
           END-IF.
           PERFORM UNTIL WS-CONTA-STATUS = "10"
               READ CONTA-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CONTA-STATUS NOT = "00"
                       AND WS-CONTA-STATUS NOT = "10"
                   MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-QTD-LIDOS
               MOVE CONTA-REC TO TR-CONTA-REC
               WRITE TR-CONTA-REC
               IF WS-TR-CONTA-STATUS NOT = "00"
                   MOVE "TR-CONTA-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-TR-CONTA-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-QTD-GRAVADOS
               ADD 1 TO WS-CTL-QTD
               ADD CONTA-NUMERO TO WS-CTL-HASH
           END-PERFORM.
           CLOSE CONTA-FILE.
           CLOSE TR-CONTA-FILE.
           MOVE WS-NOME-TR-CONCTRL TO WS-CTL-ARQUIVO.
           CALL "GRAVAR-CONTROLE-MASTER" USING WS-CTL-ARQUIVO
               WS-CTL-QTD WS-CTL-HASH.
           PERFORM GRAVAR-LINHA-ARQUIVO.

       COPIAR-LEDGER.
      * Ledger lines hold account numbers, amounts and balances only;
      * they are what the statements and the trial balance re-add,
      * so they go across untouched.
           MOVE "LEDGER.DAT" TO WS-ARQUIVO-ATUAL.
           MOVE ZEROS TO WS-QTD-LIDOS.
           MOVE ZEROS TO WS-QTD-GRAVADOS.
           MOVE "S" TO WS-ARQUIVO-EXISTE.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
               MOVE "N" TO WS-ARQUIVO-EXISTE
               CLOSE LEDGER-FILE
               PERFORM GRAVAR-LINHA-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "LEDGER-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LEDGER-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT TR-LEDGER-FILE.
           IF WS-TR-LEDGER-STATUS NOT = "00"
               MOVE "TR-LEDGER-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TR-LEDGER-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-TREINO
           END-IF.
           PERFORM UNTIL WS-LEDGER-STATUS = "10"
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-LEDGER-STATUS NOT = "00"
                       AND WS-LEDGER-STATUS NOT = "10"
                   MOVE "LEDGER-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-LEDGER-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-QTD-LIDOS
               MOVE LEDGIX-REC TO TR-LEDG-REC
               WRITE TR-LEDG-REC
               IF WS-TR-LEDGER-STATUS NOT = "00"
                   MOVE "TR-LEDGER-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-TR-LEDGER-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-QTD-GRAVADOS
           END-PERFORM.
           CLOSE LEDGER-FILE.
           CLOSE TR-LEDGER-FILE.
           PERFORM GRAVAR-LINHA-ARQUIVO.

       COPIAR-XREF.
           MOVE "XREF.DAT" TO WS-ARQUIVO-ATUAL.
           MOVE ZEROS TO WS-QTD-LIDOS.
           MOVE ZEROS TO WS-QTD-GRAVADOS.
           MOVE "S" TO WS-ARQUIVO-EXISTE.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS = "35"
               MOVE "N" TO WS-ARQUIVO-EXISTE
               CLOSE XREF-FILE
               PERFORM GRAVAR-LINHA-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           IF WS-XREF-STATUS NOT = "00"
               MOVE "XREF-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-XREF-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT TR-XREF-FILE.
           IF WS-TR-XREF-STATUS NOT = "00"
               MOVE "TR-XREF-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TR-XREF-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-TREINO
           END-IF.
           PERFORM UNTIL WS-XREF-STATUS = "10"
               READ XREF-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-XREF-STATUS NOT = "00"
                       AND WS-XREF-STATUS NOT = "10"
                   MOVE "XREF-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-XREF-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-QTD-LIDOS
               MOVE XREF-REC TO TR-XREF-REC
               WRITE TR-XREF-REC
               IF WS-TR-XREF-STATUS NOT = "00"
                   MOVE "TR-XREF-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-TR-XREF-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-QTD-GRAVADOS
           END-PERFORM.
           CLOSE XREF-FILE.
           CLOSE TR-XREF-FILE.
           PERFORM GRAVAR-LINHA-ARQUIVO.

       COPIAR-EMPREGADOS.
      * Employees are people too: the name is rebuilt off EMP-ID the
      * same way customer names come off CODIGO; department, dates,
      * status and cost rate stay for the allocation reports.
           MOVE "EMPREGADO.DAT" TO WS-ARQUIVO-ATUAL.
           MOVE ZEROS TO WS-QTD-LIDOS.
           MOVE ZEROS TO WS-QTD-GRAVADOS.
           MOVE "S" TO WS-ARQUIVO-EXISTE.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-STATUS = "35"
               MOVE "N" TO WS-ARQUIVO-EXISTE
               CLOSE EMP-FILE
               PERFORM GRAVAR-LINHA-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           IF WS-EMP-STATUS NOT = "00"
               MOVE "EMP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-EMP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT TR-EMP-FILE.
           IF WS-TR-EMP-STATUS NOT = "00"
               MOVE "TR-EMP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TR-EMP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-TREINO
           END-IF.
           PERFORM UNTIL WS-EMP-STATUS = "10"
               READ EMP-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-EMP-STATUS NOT = "00"
                       AND WS-EMP-STATUS NOT = "10"
                   MOVE "EMP-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-EMP-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-QTD-LIDOS
               MOVE EMP-ID TO WS-CHAVE-MISTURA
               PERFORM MONTAR-NOME-MISTURADO
               MOVE WS-NOME-MISTURADO TO EMP-NOME
               MOVE EMPREGADO-REC TO TR-EMP-REC
               WRITE TR-EMP-REC
               IF WS-TR-EMP-STATUS NOT = "00"
                   MOVE "TR-EMP-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-TR-EMP-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-QTD-GRAVADOS
           END-PERFORM.
           CLOSE EMP-FILE.
           CLOSE TR-EMP-FILE.
           PERFORM GRAVAR-LINHA-ARQUIVO.

       COPIAR-DOMICILIOS.
      * HH-NOME is a copy of the member's NOME, so it is rebuilt off
      * HH-CODIGO and comes out identical to the training master's.
           MOVE "HOUSEHOLD.DAT" TO WS-ARQUIVO-ATUAL.
           MOVE ZEROS TO WS-QTD-LIDOS.
           MOVE ZEROS TO WS-QTD-GRAVADOS.
           MOVE "S" TO WS-ARQUIVO-EXISTE.
           OPEN INPUT HOUSE-FILE.
           IF WS-HOUSE-STATUS = "35"
               MOVE "N" TO WS-ARQUIVO-EXISTE
               CLOSE HOUSE-FILE
               PERFORM GRAVAR-LINHA-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           IF WS-HOUSE-STATUS NOT = "00"
               MOVE "HOUSE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-HOUSE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT TR-HOUSE-FILE.
           IF WS-TR-HOUSE-STATUS NOT = "00"
               MOVE "TR-HOUSE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TR-HOUSE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-TREINO
           END-IF.
           PERFORM UNTIL WS-HOUSE-STATUS = "10"
               READ HOUSE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-HOUSE-STATUS NOT = "00"
                       AND WS-HOUSE-STATUS NOT = "10"
                   MOVE "HOUSE-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-HOUSE-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-QTD-LIDOS
               MOVE HH-CODIGO TO WS-CHAVE-MISTURA
               PERFORM MONTAR-NOME-MISTURADO
               MOVE WS-NOME-MISTURADO TO HH-NOME
               MOVE HOUSE-REC TO TR-HOUSE-REC
               WRITE TR-HOUSE-REC
               IF WS-TR-HOUSE-STATUS NOT = "00"
                   MOVE "TR-HOUSE-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-TR-HOUSE-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-QTD-GRAVADOS
           END-PERFORM.
           CLOSE HOUSE-FILE.
           CLOSE TR-HOUSE-FILE.
           PERFORM GRAVAR-LINHA-ARQUIVO.

       COPIAR-CONTATOS.
           MOVE "CONTATOS.DAT" TO WS-ARQUIVO-ATUAL.
           MOVE ZEROS TO WS-QTD-LIDOS.
           MOVE ZEROS TO WS-QTD-GRAVADOS.
           MOVE "S" TO WS-ARQUIVO-EXISTE.
           OPEN INPUT CONTATO-FILE.
           IF WS-CONTATO-STATUS = "35"
               MOVE "N" TO WS-ARQUIVO-EXISTE
               CLOSE CONTATO-FILE
               PERFORM GRAVAR-LINHA-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           IF WS-CONTATO-STATUS NOT = "00"
               MOVE "CONTATO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTATO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT TR-CONTATO-FILE.
           IF WS-TR-CONTATO-STATUS NOT = "00"
               MOVE "TR-CONTATO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TR-CONTATO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-TREINO
           END-IF.
           PERFORM UNTIL WS-CONTATO-STATUS = "10"
               READ CONTATO-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CONTATO-STATUS NOT = "00"
                       AND WS-CONTATO-STATUS NOT = "10"
                   MOVE "CONTATO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CONTATO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-QTD-LIDOS
               PERFORM MISTURAR-DESTINO-CONTATO
               MOVE CONTATO-REC TO TR-CONTATO-REC
               WRITE TR-CONTATO-REC
               IF WS-TR-CONTATO-STATUS NOT = "00"
                   MOVE "TR-CONTATO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-TR-CONTATO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-QTD-GRAVADOS
           END-PERFORM.
           CLOSE CONTATO-FILE.
           CLOSE TR-CONTATO-FILE.
           PERFORM GRAVAR-LINHA-ARQUIVO.

       MISTURAR-DESTINO-CONTATO.
      * The destination is the EMAIL, the street address, or the
      * name of the file a piece was printed to. An EMAIL becomes
      * the customer's training EMAIL and an address the training
      * street; a file name carries no personal data and stays.
           IF CONTATO-DESTINO = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE CONTATO-CODIGO TO WS-CHAVE-MISTURA.
           MOVE ZEROS TO WS-QTD-ACHADOS.
           INSPECT CONTATO-DESTINO TALLYING WS-QTD-ACHADOS
               FOR ALL "@".
           IF WS-QTD-ACHADOS NOT = ZEROS
               PERFORM MONTAR-EMAIL-MISTURADO
               MOVE WS-EMAIL-MISTURADO TO CONTATO-DESTINO
               EXIT PARAGRAPH
           END-IF.
           INSPECT CONTATO-DESTINO TALLYING WS-QTD-ACHADOS
               FOR ALL ".TXT" ALL ".DAT".
           IF WS-QTD-ACHADOS = ZEROS
               PERFORM MONTAR-RUA-MISTURADA
               MOVE WS-RUA-MISTURADA TO CONTATO-DESTINO
           END-IF.

       GRAVAR-LINHA-ARQUIVO.
      * One line per file: read off production, written to the
      * copy. A file production does not have yet is said so
      * rather than left out.
           MOVE SPACES TO TREINO-LINE.
           IF WS-ARQUIVO-EXISTE = "N"
               STRING WS-ARQUIVO-ATUAL
                   " NAO EXISTE EM PRODUCAO - NAO COPIADO"
                   DELIMITED BY SIZE INTO TREINO-LINE
           ELSE
               STRING WS-ARQUIVO-ATUAL
                   " LIDOS " WS-QTD-LIDOS
                   " GRAVADOS " WS-QTD-GRAVADOS
                   DELIMITED BY SIZE INTO TREINO-LINE
               IF WS-QTD-LIDOS NOT = WS-QTD-GRAVADOS
                   MOVE " DIVERGE" TO TREINO-LINE(60:8)
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.
           PERFORM GRAVAR-LINHA-TREINO.
           ADD WS-QTD-LIDOS TO WS-RUNLOG-LIDOS.
           ADD WS-QTD-GRAVADOS TO WS-RUNLOG-GRAVADOS.

       GRAVAR-LINHA-TREINO.
           WRITE TREINO-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "TREINO-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       TRATAR-ERRO-TREINO.
      * A copy that cannot be created is nearly always a training
      * directory nobody made yet; say that before the raw status.
           DISPLAY "NAO FOI POSSIVEL CRIAR A COPIA EM " WS-DIR-TREINO
               " - O DIRETORIO EXISTE?".
           PERFORM TRATAR-ERRO-ARQUIVO.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 02 (duplicate
      * alternate key, allowed), 10 (end of file) or 35 (not found,
      * already handled above) means a real I/O problem; log which
      * file and status code and stop instead of pressing on with
      * bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_TREINO.
