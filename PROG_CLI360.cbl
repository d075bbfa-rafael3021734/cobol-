      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Consolidated customer inquiry for the counter: given
      *          a CODIGO (or a name, through the PROG_CLINOME.cbl
      *          search), shows on one screen the CLIENTE record with
      *          its status, consent and returned-mail markers, every
      *          CONTAS.DAT account the customer owns with balance,
      *          currency and dormant status, the open XREF.DAT cost
      *          center and responsible employee, the HOUSEHOLD.DAT
      *          members, the last contacts off CONTATOS.DAT and the
      *          most recent CLIAUDIT.LOG changes - so a phone call
      *          stops meaning four programs and a printout. Nothing
      *          is written; every file is opened for input only.
      *          Telephones, EMAIL, birth year, address and the
      *          contact destinations show masked unless the operator
      *          holds the privacy function; a full view is logged
      *          on RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_CLI360.

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

           SELECT CONTA-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT XREF-FILE ASSIGN TO "XREF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT CENTRO-FILE ASSIGN TO "CENTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CENTRO-CODIGO
               FILE STATUS IS WS-CENTRO-STATUS.

           SELECT EMP-FILE ASSIGN TO "EMPREGADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT HOUSE-FILE ASSIGN TO "HOUSEHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSE-STATUS.

           SELECT CONTATO-FILE ASSIGN TO "CONTATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTATO-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "CLIAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  CLIENTE-FILE.
           COPY CLIENTE.

       FD  CONTA-FILE.
           COPY CONTA.

       FD  XREF-FILE.
           COPY XREF.

       FD  CENTRO-FILE.
           COPY CENTRO.

       FD  EMP-FILE.
           COPY EMPREGADO.

      * Same link layout PROG_CLIHOUSE.cbl writes.
       FD  HOUSE-FILE.
        01 HOUSE-REC.
         05 HH-ID PIC 9(005).
         05 HH-CODIGO PIC 9(006).
         05 HH-NOME PIC X(030).

       FD  CONTATO-FILE.
        01 CONTATO-REC.
         05 CONTATO-DATA PIC 9(008).
         05 CONTATO-CODIGO PIC 9(006).
         05 CONTATO-EVENTO PIC X(008).
         05 CONTATO-DESTINO PIC X(040).

      * Same record length the writers give CLIAUDIT.LOG.
       FD  AUDIT-FILE.
        01 AUDIT-LINE PIC X(500).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-CLIENTE-STATUS PIC X(02) VALUE ZEROS.
        77 WS-CONTA-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-XREF-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-CENTRO-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-EMP-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-HOUSE-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-CONTATO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-AUDIT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-CODIGO-CONSULTA PIC 9(06) VALUE ZEROS.
        77 WS-CLIENTE-ACHADO PIC X(01) VALUE "N".
        77 WS-QTD-CONTAS     PIC 9(03) VALUE ZEROS.
        77 WS-SALDO-EDITADO  PIC Z(9)9.99-.
        77 WS-SITUACAO-CONTA PIC X(09) VALUE SPACES.
        77 WS-XREF-ACHADO    PIC X(01) VALUE "N".
        77 WS-XREF-CENTRO    PIC 9(03) VALUE ZEROS.
        77 WS-XREF-EMP       PIC 9(05) VALUE ZEROS.
        77 WS-XREF-DESDE     PIC 9(08) VALUE ZEROS.
        77 WS-NOME-CENTRO    PIC X(030) VALUE SPACES.
        77 WS-NOME-EMP       PIC X(030) VALUE SPACES.
        77 WS-HH-ID          PIC 9(05) VALUE ZEROS.
        77 WS-QTD-MEMBROS    PIC 9(03) VALUE ZEROS.
        77 WS-QTD-EVENTOS    PIC 9(03) VALUE ZEROS.
        77 WS-IDX-EVENTO     PIC 9(03) VALUE ZEROS.
        77 WS-QTD-ALTERACOES PIC 9(03) VALUE ZEROS.
        77 WS-IDX-ALTERACAO  PIC 9(03) VALUE ZEROS.
        77 WS-POS-DEPOIS     PIC 9(03) VALUE ZEROS.
        77 WS-POS-MARCA      PIC 9(03) VALUE ZEROS.
        77 WS-LINHA-DO-CLIENTE PIC X(01) VALUE "N".
        77 WS-MASCARA-PROGRAMA PIC X(012) VALUE "PROG_CLI360".
        77 WS-MASCARA-OPERADOR PIC X(008) VALUE SPACES.
        77 WS-MASCARA-SENHA  PIC X(008) VALUE SPACES.
        77 WS-SEM-MASCARA    PIC X(001) VALUE "N".

      * The counter wants the latest few, not the whole history -
      * PROG_CONTHIST.cbl lists everything when that is needed. Both
      * files append oldest-first, so each table keeps a rolling
      * window of the last five and is listed backwards.
        01 WS-EVENTOS.
         05 WS-EV-ENTRY OCCURS 5 TIMES.
          10 WS-EV-DATA PIC 9(008).
          10 WS-EV-EVENTO PIC X(008).
          10 WS-EV-DESTINO PIC X(040).

        01 WS-ALTERACOES.
         05 WS-ALT-ENTRY OCCURS 5 TIMES.
          10 WS-ALT-DATA PIC X(008).
          10 WS-ALT-HORA PIC X(006).
          10 WS-ALT-OPERADOR PIC X(008).
          10 WS-ALT-OPERACAO PIC X(008).
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           MOVE ZEROS TO WS-RETURN-CODE.
           MOVE SPACES TO WS-MASCARA-OPERADOR.
           MOVE SPACES TO WS-MASCARA-SENHA.
           CALL "CONFERIR-MASCARA" USING WS-MASCARA-PROGRAMA
               WS-MASCARA-OPERADOR WS-MASCARA-SENHA WS-SEM-MASCARA.

           DISPLAY "CODIGO DO CLIENTE (0 = PESQUISAR POR NOME):".
           ACCEPT WS-CODIGO-CONSULTA.
      * A caller who only has a name goes through the same search
      * the counter already knows, then keys the CODIGO it listed.
           IF WS-CODIGO-CONSULTA = ZEROS
               CALL "PROG_CLINOME"
               DISPLAY "CODIGO DO CLIENTE:"
               ACCEPT WS-CODIGO-CONSULTA
           END-IF.

           PERFORM EXIBIR-DADOS-CLIENTE.
           IF WS-CLIENTE-ACHADO = "S"
               PERFORM EXIBIR-CONTAS-CLIENTE
               PERFORM EXIBIR-VINCULO-XREF
               PERFORM EXIBIR-DOMICILIO
               PERFORM EXIBIR-ULTIMOS-CONTATOS
               PERFORM EXIBIR-ULTIMAS-ALTERACOES
           END-IF.

           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       EXIBIR-DADOS-CLIENTE.
           MOVE "N" TO WS-CLIENTE-ACHADO.
           OPEN INPUT CLIENTE-FILE.
           IF WS-CLIENTE-STATUS = "35"
               DISPLAY "CLIENTE.DAT NAO ENCONTRADO"
               MOVE 8 TO WS-RETURN-CODE
               CLOSE CLIENTE-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CLIENTE-STATUS NOT = "00"
               MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-CODIGO-CONSULTA TO CODIGO.
           READ CLIENTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-CLIENTE-ACHADO
           END-READ.
           IF WS-CLIENTE-STATUS NOT = "00"
                   AND WS-CLIENTE-STATUS NOT = "23"
               MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE CLIENTE-FILE.

           IF WS-CLIENTE-ACHADO = "N"
               DISPLAY "CLIENTE NAO ENCONTRADO, CODIGO: "
                   WS-CODIGO-CONSULTA
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           IF WS-SEM-MASCARA NOT = "S"
               CALL "MASCARAR-CLIENTE" USING CLIENTE
           END-IF.
           DISPLAY " ".
           DISPLAY "===== VISAO CONSOLIDADA DO CLIENTE =====".
           DISPLAY "CODIGO:     " CODIGO.
           DISPLAY "NOME:       " NOME.
           DISPLAY "NASCIMENTO: " NASC-DIA "/" NASC-MES "/" NASC-ANO
               "   IDOSO: " IDOSO-FLAG.
           DISPLAY "TEL RESID:  " TELEFONE-RESIDENCIAL
               "   TEL CEL: " TELEFONE-CELULAR.
           DISPLAY "EMAIL:      " EMAIL.
           DISPLAY "ENDERECO:   " END-LOGRADOURO.
           DISPLAY "CIDADE/UF:  " END-CIDADE " " END-ESTADO
               "   CEP: " END-CEP.
           DISPLAY "SITUACAO:   " SITUACAO " DESDE " SITUACAO-DATA.
           DISPLAY "CONSENTIMENTO MKT: " CONSENT-MKT
               " EM " CONSENT-DATA.
           DISPLAY "DEVOLUCAO ENDERECO: " DEVOL-ENDERECO
               "   DEVOLUCAO EMAIL: " DEVOL-EMAIL.

       EXIBIR-CONTAS-CLIENTE.
      * CONTAS.DAT is keyed on the account number, so the accounts a
      * customer owns come off one pass over the master.
           DISPLAY " ".
           DISPLAY "CONTAS:".
           MOVE ZEROS TO WS-QTD-CONTAS.
           OPEN INPUT CONTA-FILE.
           IF WS-CONTA-STATUS = "35"
               CLOSE CONTA-FILE
           ELSE
               IF WS-CONTA-STATUS NOT = "00"
                   MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE ZEROS TO CONTA-NUMERO
               START CONTA-FILE KEY NOT LESS THAN CONTA-NUMERO
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-CONTA-STATUS = "00"
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
                       IF CONTA-CLIENTE = WS-CODIGO-CONSULTA
                           ADD 1 TO WS-QTD-CONTAS
                           PERFORM EXIBIR-UMA-CONTA
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE CONTA-FILE
           END-IF.
           IF WS-QTD-CONTAS = ZEROS
               DISPLAY "  NENHUMA CONTA VINCULADA"
           END-IF.

       EXIBIR-UMA-CONTA.
           MOVE CONTA-SALDO TO WS-SALDO-EDITADO.
           IF CONTA-SITUACAO = "D"
               MOVE "DORMENTE" TO WS-SITUACAO-CONTA
           ELSE
               IF CONTA-SITUACAO = "F"
                   MOVE "ESPOLIO" TO WS-SITUACAO-CONTA
               ELSE
                   IF CONTA-SITUACAO = "E"
                       MOVE "ENCERRADA" TO WS-SITUACAO-CONTA
                   ELSE
                       MOVE "ATIVA" TO WS-SITUACAO-CONTA
                   END-IF
               END-IF
           END-IF.
           DISPLAY "  CONTA " CONTA-NUMERO " TIPO " CONTA-TIPO
               " " CONTA-MOEDA " " WS-SALDO-EDITADO
               " " WS-SITUACAO-CONTA.

       EXIBIR-VINCULO-XREF.
      * Only the open period (VIGENCIA-ATE zero) is who answers for
      * the customer today; closed periods are history.
           DISPLAY " ".
           MOVE "N" TO WS-XREF-ACHADO.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS = "35"
               CLOSE XREF-FILE
           ELSE
               IF WS-XREF-STATUS NOT = "00"
                   MOVE "XREF-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-XREF-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
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
                   IF XREF-CODIGO-CLIENTE = WS-CODIGO-CONSULTA
                           AND XREF-VIGENCIA-ATE = ZEROS
                       MOVE "S" TO WS-XREF-ACHADO
                       MOVE XREF-CENTROCUSTO TO WS-XREF-CENTRO
                       MOVE XREF-EMP-ID TO WS-XREF-EMP
                       MOVE XREF-VIGENCIA-DE TO WS-XREF-DESDE
                   END-IF
               END-PERFORM
               CLOSE XREF-FILE
           END-IF.
           IF WS-XREF-ACHADO = "N"
               DISPLAY "CENTRO/RESPONSAVEL: NENHUM VINCULO ABERTO"
           ELSE
               PERFORM BUSCAR-NOME-CENTRO
               PERFORM BUSCAR-NOME-EMPREGADO
               DISPLAY "CENTRO DE CUSTO: " WS-XREF-CENTRO " - "
                   WS-NOME-CENTRO
               DISPLAY "RESPONSAVEL:     " WS-XREF-EMP " - "
                   WS-NOME-EMP
               DISPLAY "VIGENTE DESDE:   " WS-XREF-DESDE
           END-IF.

       BUSCAR-NOME-CENTRO.
           MOVE "CENTRO NAO CADASTRADO" TO WS-NOME-CENTRO.
           OPEN INPUT CENTRO-FILE.
           IF WS-CENTRO-STATUS = "35"
               CLOSE CENTRO-FILE
           ELSE
               IF WS-CENTRO-STATUS NOT = "00"
                   MOVE "CENTRO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CENTRO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE WS-XREF-CENTRO TO CENTRO-CODIGO
               READ CENTRO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CENTRO-NOME TO WS-NOME-CENTRO
               END-READ
               IF WS-CENTRO-STATUS NOT = "00"
                       AND WS-CENTRO-STATUS NOT = "23"
                   MOVE "CENTRO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CENTRO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               CLOSE CENTRO-FILE
           END-IF.

       BUSCAR-NOME-EMPREGADO.
           MOVE "EMPREGADO NAO CADASTRADO" TO WS-NOME-EMP.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-STATUS = "35"
               CLOSE EMP-FILE
           ELSE
               IF WS-EMP-STATUS NOT = "00"
                   MOVE "EMP-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-EMP-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE WS-XREF-EMP TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-NOME TO WS-NOME-EMP
               END-READ
               IF WS-EMP-STATUS NOT = "00"
                       AND WS-EMP-STATUS NOT = "23"
                   MOVE "EMP-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-EMP-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               CLOSE EMP-FILE
           END-IF.

       EXIBIR-DOMICILIO.
      * Two passes over the small link file: the first finds the
      * customer's household id, the second lists everyone else
      * under it.
           DISPLAY " ".
           MOVE ZEROS TO WS-HH-ID.
           MOVE ZEROS TO WS-QTD-MEMBROS.
           OPEN INPUT HOUSE-FILE.
           IF WS-HOUSE-STATUS = "35"
               CLOSE HOUSE-FILE
           ELSE
               IF WS-HOUSE-STATUS NOT = "00"
                   MOVE "HOUSE-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-HOUSE-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               PERFORM UNTIL WS-HOUSE-STATUS = "10"
                   READ HOUSE-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   PERFORM VERIFICAR-STATUS-HOUSE
                   IF HH-CODIGO = WS-CODIGO-CONSULTA
                       MOVE HH-ID TO WS-HH-ID
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               CLOSE HOUSE-FILE
           END-IF.
           IF WS-HH-ID = ZEROS
               DISPLAY "DOMICILIO: SEM OUTROS MEMBROS CADASTRADOS"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "DOMICILIO " WS-HH-ID " - OUTROS MEMBROS:".
           OPEN INPUT HOUSE-FILE.
           IF WS-HOUSE-STATUS NOT = "00"
               MOVE "HOUSE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-HOUSE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-HOUSE-STATUS = "10"
               READ HOUSE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM VERIFICAR-STATUS-HOUSE
               IF HH-ID = WS-HH-ID
                       AND HH-CODIGO NOT = WS-CODIGO-CONSULTA
                   ADD 1 TO WS-QTD-MEMBROS
                   DISPLAY "  CODIGO " HH-CODIGO " - " HH-NOME
               END-IF
           END-PERFORM.
           CLOSE HOUSE-FILE.

       VERIFICAR-STATUS-HOUSE.
           IF WS-HOUSE-STATUS NOT = "00"
                   AND WS-HOUSE-STATUS NOT = "10"
               MOVE "HOUSE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-HOUSE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       EXIBIR-ULTIMOS-CONTATOS.
           DISPLAY " ".
           DISPLAY "ULTIMOS CONTATOS:".
           MOVE ZEROS TO WS-QTD-EVENTOS.
           OPEN INPUT CONTATO-FILE.
           IF WS-CONTATO-STATUS = "35"
               CLOSE CONTATO-FILE
           ELSE
               IF WS-CONTATO-STATUS NOT = "00"
                   MOVE "CONTATO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CONTATO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
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
                   IF CONTATO-CODIGO = WS-CODIGO-CONSULTA
                       IF WS-QTD-EVENTOS < 5
                           ADD 1 TO WS-QTD-EVENTOS
                       ELSE
                           PERFORM VARYING WS-IDX-EVENTO FROM 1 BY 1
                                   UNTIL WS-IDX-EVENTO >= 5
                               MOVE WS-EV-ENTRY(WS-IDX-EVENTO + 1)
                                   TO WS-EV-ENTRY(WS-IDX-EVENTO)
                           END-PERFORM
                       END-IF
                       MOVE CONTATO-DATA
                           TO WS-EV-DATA(WS-QTD-EVENTOS)
                       MOVE CONTATO-EVENTO
                           TO WS-EV-EVENTO(WS-QTD-EVENTOS)
                       MOVE CONTATO-DESTINO
                           TO WS-EV-DESTINO(WS-QTD-EVENTOS)
                   END-IF
               END-PERFORM
               CLOSE CONTATO-FILE
           END-IF.
           IF WS-QTD-EVENTOS = ZEROS
               DISPLAY "  NENHUM CONTATO REGISTRADO"
           ELSE
               PERFORM VARYING WS-IDX-EVENTO FROM WS-QTD-EVENTOS
                       BY -1 UNTIL WS-IDX-EVENTO < 1
      * A destination is an EMAIL or a street address, so a masked
      * view shows only that the contact happened.
                   IF WS-SEM-MASCARA NOT = "S"
                       MOVE "*****" TO WS-EV-DESTINO(WS-IDX-EVENTO)
                   END-IF
                   DISPLAY "  "
                       WS-EV-DATA(WS-IDX-EVENTO)(7:2) "/"
                       WS-EV-DATA(WS-IDX-EVENTO)(5:2) "/"
                       WS-EV-DATA(WS-IDX-EVENTO)(1:4)
                       " " WS-EV-EVENTO(WS-IDX-EVENTO)
                       " " WS-EV-DESTINO(WS-IDX-EVENTO)
               END-PERFORM
           END-IF.

       EXIBIR-ULTIMAS-ALTERACOES.
           DISPLAY " ".
           DISPLAY "ULTIMAS ALTERACOES CADASTRAIS:".
           MOVE ZEROS TO WS-QTD-ALTERACOES.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               CLOSE AUDIT-FILE
           ELSE
               IF WS-AUDIT-STATUS NOT = "00"
                   MOVE "AUDIT-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-AUDIT-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               PERFORM UNTIL WS-AUDIT-STATUS = "10"
                   READ AUDIT-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-AUDIT-STATUS NOT = "00"
                           AND WS-AUDIT-STATUS NOT = "10"
                       MOVE "AUDIT-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-AUDIT-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   PERFORM CONFERIR-LINHA-AUDIT
                   IF WS-LINHA-DO-CLIENTE = "S"
                       PERFORM GUARDAR-ALTERACAO
                   END-IF
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
           IF WS-QTD-ALTERACOES = ZEROS
               DISPLAY "  NENHUMA ALTERACAO REGISTRADA"
           ELSE
               PERFORM VARYING WS-IDX-ALTERACAO FROM WS-QTD-ALTERACOES
                       BY -1 UNTIL WS-IDX-ALTERACAO < 1
                   DISPLAY "  "
                       WS-ALT-DATA(WS-IDX-ALTERACAO)(7:2) "/"
                       WS-ALT-DATA(WS-IDX-ALTERACAO)(5:2) "/"
                       WS-ALT-DATA(WS-IDX-ALTERACAO)(1:4) " "
                       WS-ALT-HORA(WS-IDX-ALTERACAO)(1:2) ":"
                       WS-ALT-HORA(WS-IDX-ALTERACAO)(3:2)
                       " " WS-ALT-OPERACAO(WS-IDX-ALTERACAO)
                       " POR " WS-ALT-OPERADOR(WS-IDX-ALTERACAO)
               END-PERFORM
           END-IF.

       CONFERIR-LINHA-AUDIT.
      * The ANTES= image always starts at 70; the DEPOIS= image
      * starts wherever its marker landed, which depends on the
      * record length the writer had at the time - the marker is
      * found on the line rather than assumed (the bulk load
      * writes a blank ANTES=, putting it as early as 71). Lines
      * from before the key widening carry four-digit codes, so
      * they can only belong to a CODIGO that fits in four.
           MOVE "N" TO WS-LINHA-DO-CLIENTE.
           MOVE ZEROS TO WS-POS-DEPOIS.
           PERFORM VARYING WS-POS-MARCA FROM 70 BY 1
                   UNTIL WS-POS-MARCA > 300
                   OR WS-POS-DEPOIS NOT = ZEROS
               IF AUDIT-LINE(WS-POS-MARCA:8) = " DEPOIS="
                   COMPUTE WS-POS-DEPOIS = WS-POS-MARCA + 8
               END-IF
           END-PERFORM.
           IF WS-POS-DEPOIS = 250
               IF WS-CODIGO-CONSULTA(1:2) = "00"
                   IF AUDIT-LINE(70:4) = WS-CODIGO-CONSULTA(3:4)
                       OR AUDIT-LINE(250:4) = WS-CODIGO-CONSULTA(3:4)
                       MOVE "S" TO WS-LINHA-DO-CLIENTE
                   END-IF
               END-IF
           ELSE
               IF AUDIT-LINE(70:6) = WS-CODIGO-CONSULTA
                   MOVE "S" TO WS-LINHA-DO-CLIENTE
               END-IF
               IF WS-POS-DEPOIS NOT = ZEROS
                   IF AUDIT-LINE(WS-POS-DEPOIS:6) = WS-CODIGO-CONSULTA
                       MOVE "S" TO WS-LINHA-DO-CLIENTE
                   END-IF
               END-IF
           END-IF.

       GUARDAR-ALTERACAO.
           IF WS-QTD-ALTERACOES < 5
               ADD 1 TO WS-QTD-ALTERACOES
           ELSE
               PERFORM VARYING WS-IDX-ALTERACAO FROM 1 BY 1
                       UNTIL WS-IDX-ALTERACAO >= 5
                   MOVE WS-ALT-ENTRY(WS-IDX-ALTERACAO + 1)
                       TO WS-ALT-ENTRY(WS-IDX-ALTERACAO)
               END-PERFORM
           END-IF.
           MOVE AUDIT-LINE(1:8) TO WS-ALT-DATA(WS-QTD-ALTERACOES).
           MOVE AUDIT-LINE(9:6) TO WS-ALT-HORA(WS-QTD-ALTERACOES).
           MOVE AUDIT-LINE(37:8)
               TO WS-ALT-OPERADOR(WS-QTD-ALTERACOES).
           MOVE AUDIT-LINE(55:8)
               TO WS-ALT-OPERACAO(WS-QTD-ALTERACOES).

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file),
      * 23 (key not found, already handled above) or 35 (not found
      * on first run, already handled above) means a real I/O
      * problem; log which file and status code and stop instead of
      * pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_CLI360.
