      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Data-subject access batch, the other half of the
      *          privacy requests PROG_CLIANON.cbl answers with an
      *          erasure: driven by the DADOSREQ.DAT list of CODIGOs
      *          and the date each request was received, it gathers
      *          every trace the shop holds on the customer into one
      *          formal dossier, DADOS-CCCCCC.TXT - the CLIENTE.DAT
      *          master, the CLIHIST.DAT archive, the before/after
      *          images on CLIAUDIT.LOG and the consent history read
      *          off them, the CONTATOS.DAT contact trail, the
      *          HOUSEHOLD.DAT links, the XREF.DAT periods, the
      *          accounts owned or held on CONTAS.DAT and
      *          TITULARES.DAT with their LEDGER.DAT movements, the
      *          service cases on CASOS.DAT and the OBITO.DAT
      *          registration. Every request answered lands on
      *          DADOSLOG.DAT with the date received, the legal due
      *          date, the date answered and the operator, so the
      *          shop can prove it answered inside the deadline.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_CLIDADOS.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT REQ-FILE ASSIGN TO "DADOSREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT LOG-FILE ASSIGN TO "DADOSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

      * One dossier per request; the name is built at run time from
      * the customer's code, the way the estate statement is.
           SELECT DOSSIE-REPORT ASSIGN TO WS-NOME-DOSSIE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOSSIE-STATUS.

           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS END-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT HIST-FILE ASSIGN TO "CLIHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CODIGO
               FILE STATUS IS WS-HIST-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "CLIAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CONTATO-FILE ASSIGN TO "CONTATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTATO-STATUS.

           SELECT HOUSE-FILE ASSIGN TO "HOUSEHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSE-STATUS.

           SELECT XREF-FILE ASSIGN TO "XREF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT CONTA-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT TITULAR-FILE ASSIGN TO "TITULARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WS-TITULAR-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGIX-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT CASO-FILE ASSIGN TO "CASOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASO-NUMERO
               FILE STATUS IS WS-CASO-STATUS.

           SELECT OBITO-FILE ASSIGN TO "OBITO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBITO-CODIGO
               FILE STATUS IS WS-OBITO-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
      * A request whose received date is left blank is taken as
      * received on the processing date.
       FD  REQ-FILE.
        01 REQ-REC.
         05 REQ-CODIGO PIC 9(006).
         05 REQ-RECEBIDO PIC 9(008).

      * One line per request answered, kept for good: the proof the
      * dossier went out and when.
       FD  LOG-FILE.
        01 LOG-REC.
         05 LOG-RESPOSTA PIC 9(008).
         05 FILLER PIC X(001).
         05 LOG-CODIGO PIC 9(006).
         05 FILLER PIC X(001).
         05 LOG-RECEBIDO PIC 9(008).
         05 FILLER PIC X(001).
         05 LOG-PRAZO PIC 9(008).
         05 FILLER PIC X(001).
         05 LOG-DIAS PIC 9(003).
         05 FILLER PIC X(001).
      * "NO PRAZO" or "ATRASADO".
         05 LOG-SITUACAO PIC X(008).
         05 FILLER PIC X(001).
         05 LOG-OPERADOR PIC X(008).
         05 FILLER PIC X(001).
         05 LOG-ARQUIVO PIC X(030).

       FD  DOSSIE-REPORT.
        01 DOSSIE-LINE PIC X(220).

       FD  CLIENTE-FILE.
           COPY CLIENTE.

       FD  HIST-FILE.
        01 HIST-REC.
         05 HIST-CODIGO PIC 9(006).
         05 HIST-DADOS PIC X(190).

       FD  AUDIT-FILE.
        01 AUDIT-LINE PIC X(500).

       FD  CONTATO-FILE.
        01 CONTATO-REC.
         05 CONTATO-DATA PIC 9(008).
         05 CONTATO-CODIGO PIC 9(006).
         05 CONTATO-EVENTO PIC X(008).
         05 CONTATO-DESTINO PIC X(040).

       FD  HOUSE-FILE.
        01 HOUSE-REC.
         05 HH-ID PIC 9(005).
         05 HH-CODIGO PIC 9(006).
         05 HH-NOME PIC X(030).

       FD  XREF-FILE.
           COPY XREF.

       FD  CONTA-FILE.
           COPY CONTA.

       FD  TITULAR-FILE.
           COPY TITULAR.

       FD  LEDGER-FILE.
        01 LEDGIX-REC.
         05 LEDGIX-CHAVE.
          10 LEDGIX-CONTA PIC 9(05).
          10 LEDGIX-SEQ PIC 9(06).
         05 LEDGER-LINE PIC X(160).

       FD  CASO-FILE.
           COPY CASO.

       FD  OBITO-FILE.
           COPY OBITO.

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-REQ-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-LOG-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-DOSSIE-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-CLIENTE-STATUS PIC X(02) VALUE ZEROS.
        77 WS-HIST-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-AUDIT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-CONTATO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-HOUSE-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-XREF-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-CONTA-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-TITULAR-STATUS PIC X(02) VALUE ZEROS.
        77 WS-LEDGER-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-CASO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-OBITO-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-EOF            PIC X(01) VALUE "N".
        77 WS-HOJE           PIC 9(08) VALUE ZEROS.
        77 WS-CODIGO-PEDIDO  PIC 9(06) VALUE ZEROS.
        77 WS-RECEBIDO       PIC 9(08) VALUE ZEROS.
        77 WS-PRAZO          PIC 9(08) VALUE ZEROS.
        77 WS-DIAS-RESPOSTA  PIC 9(05) VALUE ZEROS.
        77 WS-INT-DATA       PIC 9(07) VALUE ZEROS.
        77 WS-QTD-PEDIDOS    PIC 9(04) VALUE ZEROS.
        77 WS-QTD-ATRASADOS  PIC 9(04) VALUE ZEROS.
        77 WS-QTD-ITENS      PIC 9(05) VALUE ZEROS.
        77 WS-NOME-DOSSIE    PIC X(030) VALUE SPACES.
        77 WS-OPERADOR-ID    PIC X(08) VALUE SPACES.
        77 WS-OPERADOR-SENHA PIC X(08) VALUE SPACES.
        77 WS-OPER-AUTORIZADO PIC X(01) VALUE "N".
        77 WS-FUNCAO-LOGIN   PIC X(01) VALUE "C".
        77 WS-CONTATO-EVENTO PIC X(008) VALUE "DADOSPES".
        77 WS-CONTATO-DESTINO PIC X(040) VALUE SPACES.
        77 WS-TAM-IMAGEM     PIC 9(03) VALUE ZEROS.
        77 WS-POS-DEPOIS     PIC 9(03) VALUE ZEROS.
        77 WS-IMAGEM-NOSSA   PIC X(01) VALUE "N".
        77 WS-CONSENT-ANTES  PIC X(01) VALUE SPACES.
        77 WS-CONSENT-DEPOIS PIC X(01) VALUE SPACES.
        77 WS-CONSDATA-DEPOIS PIC X(08) VALUE SPACES.
        77 WS-CS-USADOS      PIC 9(03) VALUE ZEROS.
        77 WS-CS-IDX         PIC 9(03) VALUE ZEROS.
        77 WS-DC-USADOS      PIC 9(02) VALUE ZEROS.
        77 WS-DC-IDX         PIC 9(02) VALUE ZEROS.
        77 WS-DATA-EDITADA   PIC X(10) VALUE SPACES.
        77 WS-CPF-CAMPO      PIC X(014) VALUE SPACES.
        77 WS-VALOR-CAMPO    PIC Z(9)9.99-.
        77 WS-TITULO-SECAO   PIC X(060) VALUE SPACES.

      * Work copy of the CLIENTE layout, the same shape
      * PROG_CLIANON.cbl scrubs through, so the master record and
      * the archived image print through one paragraph.
        01 WS-DS-CLIENTE.
         05 WS-DS-CODIGO PIC 9(006).
         05 WS-DS-NOME PIC X(030).
         05 WS-DS-NASCIMENTO PIC X(008).
         05 WS-DS-TELEFONE-RESID PIC X(010).
         05 WS-DS-TELEFONE-CEL PIC X(010).
         05 WS-DS-EMAIL PIC X(040).
         05 WS-DS-IDOSO-FLAG PIC X(001).
         05 WS-DS-SITUACAO PIC X(001).
         05 WS-DS-SITUACAO-DATA PIC X(008).
         05 WS-DS-ENDERECO.
          10 WS-DS-LOGRADOURO PIC X(030).
          10 WS-DS-CIDADE PIC X(020).
          10 WS-DS-ESTADO PIC X(002).
          10 WS-DS-CEP PIC X(008).
         05 WS-DS-CONSENT-MKT PIC X(001).
         05 WS-DS-CONSENT-DATA PIC X(008).
         05 WS-DS-DEVOL-ENDERECO PIC X(001).
         05 WS-DS-DEVOL-EMAIL PIC X(001).
         05 WS-DS-CPF PIC X(011).

      * Consent changes read off the audit images, oldest first, the
      * order CLIAUDIT.LOG was written in.
        01 WS-CONSENTIMENTOS.
         05 WS-CS-ENTRY OCCURS 200 TIMES.
          10 WS-CS-QUANDO PIC X(019).
          10 WS-CS-OPERADOR PIC X(008).
          10 WS-CS-ANTES PIC X(001).
          10 WS-CS-DEPOIS PIC X(001).
          10 WS-CS-DATA PIC X(008).

      * Accounts the customer owns or holds, with the role they
      * hold it in.
        01 WS-DOSSIE-CONTAS.
         05 WS-DC-ENTRY OCCURS 50 TIMES.
          10 WS-DC-NUMERO PIC 9(05).
          10 WS-DC-PAPEL PIC X(017).
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
      * The dossier prints everything the shop holds on a person,
      * so it sits behind the customer-entry permission and the log
      * records who produced it.
           DISPLAY "IDENTIFICACAO DO OPERADOR:".
           ACCEPT WS-OPERADOR-ID.
           DISPLAY "SENHA:".
           ACCEPT WS-OPERADOR-SENHA.
           CALL "VALIDAR-OPERADOR" USING WS-OPERADOR-ID
               WS-OPERADOR-SENHA WS-FUNCAO-LOGIN
               WS-OPER-AUTORIZADO.
           IF WS-OPER-AUTORIZADO NOT = "S"
               DISPLAY "OPERADOR SEM PERMISSAO PARA RELATORIO DE "
                   "DADOS PESSOAIS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           CALL "OBTER-DATA-PROCESSO" USING WS-HOJE.

           OPEN INPUT REQ-FILE.
           IF WS-REQ-STATUS = "35"
               DISPLAY "DADOSREQ.DAT NAO ENCONTRADO - NENHUM PEDIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REQ-STATUS NOT = "00"
               MOVE "REQ-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-REQ-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           OPEN EXTEND LOG-FILE.
           IF WS-LOG-STATUS = "05" OR WS-LOG-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
               MOVE "LOG-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LOG-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           PERFORM PROCESSAR-UM-PEDIDO UNTIL WS-EOF = "Y".

           CLOSE REQ-FILE.
           CLOSE LOG-FILE.

           DISPLAY "RELATORIOS DE DADOS PESSOAIS - PEDIDOS: "
               WS-QTD-PEDIDOS " FORA DO PRAZO: " WS-QTD-ATRASADOS.
           IF WS-QTD-ATRASADOS NOT = ZEROS AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       PROCESSAR-UM-PEDIDO.
           READ REQ-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-QTD-PEDIDOS
                   MOVE REQ-CODIGO TO WS-CODIGO-PEDIDO
                   IF REQ-RECEBIDO IS NUMERIC
                           AND REQ-RECEBIDO NOT = ZEROS
                       MOVE REQ-RECEBIDO TO WS-RECEBIDO
                   ELSE
                       MOVE WS-HOJE TO WS-RECEBIDO
                   END-IF
                   PERFORM EMITIR-DOSSIE
                   PERFORM REGISTRAR-PEDIDO
           END-READ.
           IF WS-REQ-STATUS NOT = "00"
                   AND WS-REQ-STATUS NOT = "10"
               MOVE "REQ-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-REQ-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       EMITIR-DOSSIE.
      * The legal window is fifteen calendar days from receipt; the
      * due date prints on the dossier itself as well as the log.
           COMPUTE WS-INT-DATA =
               FUNCTION INTEGER-OF-DATE(WS-RECEBIDO) + 15.
           MOVE FUNCTION DATE-OF-INTEGER(WS-INT-DATA) TO WS-PRAZO.

           MOVE SPACES TO WS-NOME-DOSSIE.
           STRING "DADOS-" WS-CODIGO-PEDIDO ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-DOSSIE.
           OPEN OUTPUT DOSSIE-REPORT.
           IF WS-DOSSIE-STATUS NOT = "00"
               MOVE "DOSSIE-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-DOSSIE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           MOVE SPACES TO DOSSIE-LINE.
           STRING "RELATORIO DE DADOS PESSOAIS MANTIDOS - CLIENTE "
               WS-CODIGO-PEDIDO
               DELIMITED BY SIZE INTO DOSSIE-LINE.
           PERFORM GRAVAR-LINHA-DOSSIE.
           MOVE SPACES TO DOSSIE-LINE.
           STRING "PEDIDO RECEBIDO EM " WS-RECEBIDO
               "  PRAZO LEGAL " WS-PRAZO
               "  EMITIDO EM " WS-HOJE
               "  POR " WS-OPERADOR-ID
               DELIMITED BY SIZE INTO DOSSIE-LINE.
           PERFORM GRAVAR-LINHA-DOSSIE.

           PERFORM DOSSIE-CADASTRO.
           PERFORM DOSSIE-HISTORICO.
           PERFORM DOSSIE-AUDITORIA.
           PERFORM DOSSIE-CONSENTIMENTO.
           PERFORM DOSSIE-CONTATOS.
           PERFORM DOSSIE-DOMICILIO.
           PERFORM DOSSIE-XREF.
           PERFORM DOSSIE-CONTAS.
           PERFORM DOSSIE-CASOS.
           PERFORM DOSSIE-OBITO.

           MOVE SPACES TO DOSSIE-LINE.
           PERFORM GRAVAR-LINHA-DOSSIE.
           MOVE SPACES TO DOSSIE-LINE.
           STRING "FIM DO RELATORIO - CONFERIDO POR: "
               "______________________  DATA: ____/____/______"
               DELIMITED BY SIZE INTO DOSSIE-LINE.
           PERFORM GRAVAR-LINHA-DOSSIE.
           CLOSE DOSSIE-REPORT.

      * The dossier going out is itself a contact with the customer.
           MOVE WS-NOME-DOSSIE TO WS-CONTATO-DESTINO.
           CALL "GRAVAR-CONTATO-CLIENTE" USING WS-CODIGO-PEDIDO
               WS-CONTATO-EVENTO WS-CONTATO-DESTINO.

       REGISTRAR-PEDIDO.
           COMPUTE WS-DIAS-RESPOSTA =
               FUNCTION INTEGER-OF-DATE(WS-HOJE)
               - FUNCTION INTEGER-OF-DATE(WS-RECEBIDO).
           MOVE SPACES TO LOG-REC.
           MOVE WS-HOJE TO LOG-RESPOSTA.
           MOVE WS-CODIGO-PEDIDO TO LOG-CODIGO.
           MOVE WS-RECEBIDO TO LOG-RECEBIDO.
           MOVE WS-PRAZO TO LOG-PRAZO.
           MOVE WS-DIAS-RESPOSTA TO LOG-DIAS.
           IF WS-HOJE > WS-PRAZO
               MOVE "ATRASADO" TO LOG-SITUACAO
               ADD 1 TO WS-QTD-ATRASADOS
               DISPLAY "PEDIDO DO CLIENTE " WS-CODIGO-PEDIDO
                   " RESPONDIDO FORA DO PRAZO LEGAL " WS-PRAZO
           ELSE
               MOVE "NO PRAZO" TO LOG-SITUACAO
           END-IF.
           MOVE WS-OPERADOR-ID TO LOG-OPERADOR.
           MOVE WS-NOME-DOSSIE TO LOG-ARQUIVO.
           WRITE LOG-REC.
           IF WS-LOG-STATUS NOT = "00"
               MOVE "LOG-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LOG-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       ABRIR-SECAO.
      * Every section opens with its title and closes with an item
      * count, so an empty section reads as "nothing held" rather
      * than as a section somebody forgot to print.
           MOVE SPACES TO DOSSIE-LINE.
           PERFORM GRAVAR-LINHA-DOSSIE.
           MOVE WS-TITULO-SECAO TO DOSSIE-LINE.
           PERFORM GRAVAR-LINHA-DOSSIE.
           MOVE ZEROS TO WS-QTD-ITENS.

       FECHAR-SECAO.
           MOVE SPACES TO DOSSIE-LINE.
           IF WS-QTD-ITENS = ZEROS
               MOVE "  NENHUM REGISTRO" TO DOSSIE-LINE
           ELSE
               STRING "  REGISTROS: " WS-QTD-ITENS
                   DELIMITED BY SIZE INTO DOSSIE-LINE
           END-IF.
           PERFORM GRAVAR-LINHA-DOSSIE.

       DOSSIE-CADASTRO.
           MOVE "CADASTRO ATUAL (CLIENTE.DAT)" TO WS-TITULO-SECAO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT CLIENTE-FILE.
           IF WS-CLIENTE-STATUS = "35"
               CLOSE CLIENTE-FILE
           ELSE
               IF WS-CLIENTE-STATUS NOT = "00"
                   MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE WS-CODIGO-PEDIDO TO CODIGO
               READ CLIENTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-ITENS
                       MOVE CLIENTE TO WS-DS-CLIENTE
                       PERFORM IMPRIMIR-CADASTRO
               END-READ
               IF WS-CLIENTE-STATUS NOT = "00"
                       AND WS-CLIENTE-STATUS NOT = "23"
                   MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               CLOSE CLIENTE-FILE
           END-IF.
           PERFORM FECHAR-SECAO.

       DOSSIE-HISTORICO.
           MOVE "ARQUIVO HISTORICO (CLIHIST.DAT)" TO WS-TITULO-SECAO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS = "35"
               CLOSE HIST-FILE
           ELSE
               IF WS-HIST-STATUS NOT = "00"
                   MOVE "HIST-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-HIST-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE WS-CODIGO-PEDIDO TO HIST-CODIGO
               READ HIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-ITENS
                       MOVE HIST-REC TO WS-DS-CLIENTE
                       PERFORM IMPRIMIR-CADASTRO
               END-READ
               IF WS-HIST-STATUS NOT = "00"
                       AND WS-HIST-STATUS NOT = "23"
                   MOVE "HIST-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-HIST-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               CLOSE HIST-FILE
           END-IF.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-CADASTRO.
           MOVE SPACES TO DOSSIE-LINE.
           STRING "  NOME..............: " WS-DS-NOME
               DELIMITED BY SIZE INTO DOSSIE-LINE.
           PERFORM GRAVAR-LINHA-DOSSIE.
           MOVE SPACES TO DOSSIE-LINE.
           STRING "  NASCIMENTO........: " WS-DS-NASCIMENTO(1:2) "/"
               WS-DS-NASCIMENTO(3:2) "/" WS-DS-NASCIMENTO(5:4)
               DELIMITED BY SIZE INTO DOSSIE-LINE.
           PERFORM GRAVAR-LINHA-DOSSIE.
           MOVE SPACES TO DOSSIE-LINE.
           STRING "  TELEFONES.........: " WS-DS-TELEFONE-RESID
               " / " WS-DS-TELEFONE-CEL
               DELIMITED BY SIZE INTO DOSSIE-LINE.
           PERFORM GRAVAR-LINHA-DOSSIE.
           MOVE SPACES TO DOSSIE-LINE.
           STRING "  EMAIL.............: " WS-DS-EMAIL
               DELIMITED BY SIZE INTO DOSSIE-LINE.
           PERFORM GRAVAR-LINHA-DOSSIE.
           MOVE SPACES TO DOSSIE-LINE.
           STRING "  ENDERECO..........: " WS-DS-LOGRADOURO " "
               WS-DS-CIDADE " " WS-DS-ESTADO " CEP " WS-DS-CEP
               DELIMITED BY SIZE INTO DOSSIE-LINE.
           PERFORM GRAVAR-LINHA-DOSSIE.
           IF WS-DS-CPF = SPACES
               MOVE "NAO INFORMADO" TO WS-CPF-CAMPO
           ELSE
               MOVE SPACES TO WS-CPF-CAMPO
               STRING WS-DS-CPF(1:3) "." WS-DS-CPF(4:3) "."
                   WS-DS-CPF(7:3) "-" WS-DS-CPF(10:2)
                   DELIMITED BY SIZE INTO WS-CPF-CAMPO
           END-IF.
           MOVE SPACES TO DOSSIE-LINE.
           STRING "  CPF...............: " WS-CPF-CAMPO
               DELIMITED BY SIZE INTO DOSSIE-LINE.
           PERFORM GRAVAR-LINHA-DOSSIE.
           MOVE SPACES TO DOSSIE-LINE.
           STRING "  SITUACAO..........: " WS-DS-SITUACAO
               " DESDE " WS-DS-SITUACAO-DATA
               "  IDOSO: " WS-DS-IDOSO-FLAG
               DELIMITED BY SIZE INTO DOSSIE-LINE.
           PERFORM GRAVAR-LINHA-DOSSIE.
           MOVE SPACES TO DOSSIE-LINE.
           STRING "  CONSENTIMENTO MKT.: " WS-DS-CONSENT-MKT
               " REGISTRADO EM " WS-DS-CONSENT-DATA
               DELIMITED BY SIZE INTO DOSSIE-LINE.
           PERFORM GRAVAR-LINHA-DOSSIE.
           MOVE SPACES TO DOSSIE-LINE.
           STRING "  CORRESPONDENCIA...: DEVOLVIDA NO ENDERECO="
               WS-DS-DEVOL-ENDERECO " NO EMAIL=" WS-DS-DEVOL-EMAIL
               DELIMITED BY SIZE INTO DOSSIE-LINE.
           PERFORM GRAVAR-LINHA-DOSSIE.

       DOSSIE-AUDITORIA.
      * CLIAUDIT.LOG lines carry the ANTES= and DEPOIS= images at
      * the fixed offsets PROG_CLIANON.cbl documents: the marker
      * position tells the three image lengths apart, and the
      * pre-widening lines carry four-digit codes. Each matching
      * line prints its header and both images; the consent field
      * of the two images feeds the consent history below.
           MOVE "ALTERACOES CADASTRAIS (CLIAUDIT.LOG)"
               TO WS-TITULO-SECAO.
           PERFORM ABRIR-SECAO.
           MOVE ZEROS TO WS-CS-USADOS.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               CLOSE AUDIT-FILE
               PERFORM FECHAR-SECAO
               EXIT PARAGRAPH
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDIT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-AUDIT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
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
               IF AUDIT-LINE(242:8) = " DEPOIS="
                   PERFORM EXAMINAR-AUDIT-VELHA
               ELSE
                   PERFORM EXAMINAR-AUDIT-NOVA
               END-IF
           END-PERFORM.
           CLOSE AUDIT-FILE.
           PERFORM FECHAR-SECAO.

       EXAMINAR-AUDIT-VELHA.
           IF WS-CODIGO-PEDIDO(1:2) NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF AUDIT-LINE(70:4) NOT = WS-CODIGO-PEDIDO(3:4)
                   AND AUDIT-LINE(250:4) NOT = WS-CODIGO-PEDIDO(3:4)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-ITENS.
           PERFORM IMPRIMIR-CABECALHO-AUDIT.
           MOVE SPACES TO DOSSIE-LINE.
           STRING "    ANTES : " AUDIT-LINE(70:172)
               DELIMITED BY SIZE INTO DOSSIE-LINE.
           PERFORM GRAVAR-LINHA-DOSSIE.
           MOVE SPACES TO DOSSIE-LINE.
           STRING "    DEPOIS: " AUDIT-LINE(250:172)
               DELIMITED BY SIZE INTO DOSSIE-LINE.
           PERFORM GRAVAR-LINHA-DOSSIE.

       EXAMINAR-AUDIT-NOVA.
           IF AUDIT-LINE(255:8) = " DEPOIS="
               MOVE 185 TO WS-TAM-IMAGEM
               MOVE 263 TO WS-POS-DEPOIS
           ELSE
               MOVE 196 TO WS-TAM-IMAGEM
               MOVE 274 TO WS-POS-DEPOIS
           END-IF.
           MOVE "N" TO WS-IMAGEM-NOSSA.
           MOVE SPACES TO WS-CONSENT-ANTES.
           MOVE SPACES TO WS-CONSENT-DEPOIS.
           MOVE SPACES TO WS-CONSDATA-DEPOIS.
           IF AUDIT-LINE(70:6) = WS-CODIGO-PEDIDO
               MOVE "S" TO WS-IMAGEM-NOSSA
               MOVE AUDIT-LINE(244:1) TO WS-CONSENT-ANTES
           END-IF.
           IF AUDIT-LINE(WS-POS-DEPOIS:6) = WS-CODIGO-PEDIDO
               MOVE "S" TO WS-IMAGEM-NOSSA
               MOVE AUDIT-LINE(WS-POS-DEPOIS + 174:1)
                   TO WS-CONSENT-DEPOIS
               MOVE AUDIT-LINE(WS-POS-DEPOIS + 175:8)
                   TO WS-CONSDATA-DEPOIS
           END-IF.
           IF WS-IMAGEM-NOSSA NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-ITENS.
           PERFORM IMPRIMIR-CABECALHO-AUDIT.
           MOVE SPACES TO DOSSIE-LINE.
           STRING "    ANTES : " AUDIT-LINE(70:WS-TAM-IMAGEM)
               DELIMITED BY SIZE INTO DOSSIE-LINE.
           PERFORM GRAVAR-LINHA-DOSSIE.
           MOVE SPACES TO DOSSIE-LINE.
           STRING "    DEPOIS: "
               AUDIT-LINE(WS-POS-DEPOIS:WS-TAM-IMAGEM)
               DELIMITED BY SIZE INTO DOSSIE-LINE.
           PERFORM GRAVAR-LINHA-DOSSIE.
      * A consent change is any line whose after-image carries a
      * different marketing consent from its before-image; an
      * inclusion has no before-image, so it records the consent
      * first captured.
           IF AUDIT-LINE(WS-POS-DEPOIS:6) = WS-CODIGO-PEDIDO
                   AND WS-CONSENT-DEPOIS NOT = WS-CONSENT-ANTES
                   AND WS-CS-USADOS < 200
               ADD 1 TO WS-CS-USADOS
               MOVE AUDIT-LINE(1:19) TO WS-CS-QUANDO(WS-CS-USADOS)
               MOVE AUDIT-LINE(37:8) TO WS-CS-OPERADOR(WS-CS-USADOS)
               MOVE WS-CONSENT-ANTES TO WS-CS-ANTES(WS-CS-USADOS)
               MOVE WS-CONSENT-DEPOIS TO WS-CS-DEPOIS(WS-CS-USADOS)
               MOVE WS-CONSDATA-DEPOIS TO WS-CS-DATA(WS-CS-USADOS)
           END-IF.

       IMPRIMIR-CABECALHO-AUDIT.
           MOVE SPACES TO DOSSIE-LINE.
           STRING "  " AUDIT-LINE(1:19)
               "  OPERADOR " AUDIT-LINE(37:8)
               "  OPERACAO " AUDIT-LINE(55:8)
               DELIMITED BY SIZE INTO DOSSIE-LINE.
           PERFORM GRAVAR-LINHA-DOSSIE.

       DOSSIE-CONSENTIMENTO.
      * Consent as captured through the audited screen, oldest
      * first; values loaded before the audit trail existed show
      * only as the current state on the master above.
           MOVE "HISTORICO DE CONSENTIMENTO DE MARKETING"
               TO WS-TITULO-SECAO.
           PERFORM ABRIR-SECAO.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-USADOS
               ADD 1 TO WS-QTD-ITENS
               MOVE SPACES TO DOSSIE-LINE
               STRING "  " WS-CS-QUANDO(WS-CS-IDX)
                   "  DE '" WS-CS-ANTES(WS-CS-IDX)
                   "' PARA '" WS-CS-DEPOIS(WS-CS-IDX)
                   "'  DATA DO CONSENTIMENTO " WS-CS-DATA(WS-CS-IDX)
                   "  OPERADOR " WS-CS-OPERADOR(WS-CS-IDX)
                   DELIMITED BY SIZE INTO DOSSIE-LINE
               PERFORM GRAVAR-LINHA-DOSSIE
           END-PERFORM.
           PERFORM FECHAR-SECAO.

       DOSSIE-CONTATOS.
           MOVE "CONTATOS REALIZADOS (CONTATOS.DAT)"
               TO WS-TITULO-SECAO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT CONTATO-FILE.
           IF WS-CONTATO-STATUS = "35"
               CLOSE CONTATO-FILE
               PERFORM FECHAR-SECAO
               EXIT PARAGRAPH
           END-IF.
           IF WS-CONTATO-STATUS NOT = "00"
               MOVE "CONTATO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTATO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
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
               IF CONTATO-CODIGO = WS-CODIGO-PEDIDO
                   ADD 1 TO WS-QTD-ITENS
                   MOVE SPACES TO DOSSIE-LINE
                   STRING "  " CONTATO-DATA "  " CONTATO-EVENTO
                       "  " CONTATO-DESTINO
                       DELIMITED BY SIZE INTO DOSSIE-LINE
                   PERFORM GRAVAR-LINHA-DOSSIE
               END-IF
           END-PERFORM.
           CLOSE CONTATO-FILE.
           PERFORM FECHAR-SECAO.

       DOSSIE-DOMICILIO.
      * Only the customer's own link prints; the other members of
      * the household are other people's data.
           MOVE "VINCULOS DE DOMICILIO (HOUSEHOLD.DAT)"
               TO WS-TITULO-SECAO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT HOUSE-FILE.
           IF WS-HOUSE-STATUS = "35"
               CLOSE HOUSE-FILE
               PERFORM FECHAR-SECAO
               EXIT PARAGRAPH
           END-IF.
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
               IF WS-HOUSE-STATUS NOT = "00"
                       AND WS-HOUSE-STATUS NOT = "10"
                   MOVE "HOUSE-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-HOUSE-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF HH-CODIGO = WS-CODIGO-PEDIDO
                   ADD 1 TO WS-QTD-ITENS
                   MOVE SPACES TO DOSSIE-LINE
                   STRING "  DOMICILIO " HH-ID
                       "  NOME REGISTRADO " HH-NOME
                       DELIMITED BY SIZE INTO DOSSIE-LINE
                   PERFORM GRAVAR-LINHA-DOSSIE
               END-IF
           END-PERFORM.
           CLOSE HOUSE-FILE.
           PERFORM FECHAR-SECAO.

       DOSSIE-XREF.
           MOVE "ATENDIMENTO POR CENTRO DE CUSTO (XREF.DAT)"
               TO WS-TITULO-SECAO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS = "35"
               CLOSE XREF-FILE
               PERFORM FECHAR-SECAO
               EXIT PARAGRAPH
           END-IF.
           IF WS-XREF-STATUS NOT = "00"
               MOVE "XREF-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-XREF-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
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
               IF XREF-CODIGO-CLIENTE = WS-CODIGO-PEDIDO
                   ADD 1 TO WS-QTD-ITENS
                   MOVE SPACES TO DOSSIE-LINE
                   STRING "  CENTRO " XREF-CENTROCUSTO
                       "  EMPREGADO " XREF-EMP-ID
                       "  DE " XREF-VIGENCIA-DE
                       "  ATE " XREF-VIGENCIA-ATE
                       DELIMITED BY SIZE INTO DOSSIE-LINE
                   PERFORM GRAVAR-LINHA-DOSSIE
               END-IF
           END-PERFORM.
           CLOSE XREF-FILE.
           PERFORM FECHAR-SECAO.

       DOSSIE-CONTAS.
      * Accounts the customer owns (CONTA-CLIENTE) and holds on
      * TITULARES.DAT print with their master data; the live ledger
      * movements follow for every account the customer owns or
      * co-owns. An account held only as procurador lists the link
      * but not the movements - those belong to the account's
      * owners.
           MOVE "CONTAS E MOVIMENTOS (CONTAS.DAT, TITULARES.DAT, "
               TO WS-TITULO-SECAO.
           MOVE "LEDGER.DAT)" TO WS-TITULO-SECAO(49:11).
           PERFORM ABRIR-SECAO.
           MOVE ZEROS TO WS-DC-USADOS.
           OPEN INPUT CONTA-FILE.
           IF WS-CONTA-STATUS = "35"
               CLOSE CONTA-FILE
               PERFORM FECHAR-SECAO
               EXIT PARAGRAPH
           END-IF.
           IF WS-CONTA-STATUS NOT = "00"
               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE ZEROS TO CONTA-NUMERO.
           START CONTA-FILE KEY NOT LESS THAN CONTA-NUMERO
               INVALID KEY
                   CONTINUE
           END-START.
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
                   IF CONTA-CLIENTE = WS-CODIGO-PEDIDO
                           AND WS-DC-USADOS < 50
                       ADD 1 TO WS-DC-USADOS
                       MOVE CONTA-NUMERO TO WS-DC-NUMERO(WS-DC-USADOS)
                       MOVE "TITULAR PRINCIPAL"
                           TO WS-DC-PAPEL(WS-DC-USADOS)
                   END-IF
               END-PERFORM
           END-IF.

           OPEN INPUT TITULAR-FILE.
           IF WS-TITULAR-STATUS = "35"
               CLOSE TITULAR-FILE
           ELSE
               IF WS-TITULAR-STATUS NOT = "00"
                   MOVE "TITULAR-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-TITULAR-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               PERFORM UNTIL WS-TITULAR-STATUS = "10"
                   READ TITULAR-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-TITULAR-STATUS NOT = "00"
                           AND WS-TITULAR-STATUS NOT = "10"
                       MOVE "TITULAR-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-TITULAR-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF TIT-CLIENTE = WS-CODIGO-PEDIDO
                           AND WS-DC-USADOS < 50
                       ADD 1 TO WS-DC-USADOS
                       MOVE TIT-CONTA TO WS-DC-NUMERO(WS-DC-USADOS)
                       EVALUATE TIT-PAPEL
                           WHEN "T"
                               MOVE "TITULAR"
                                   TO WS-DC-PAPEL(WS-DC-USADOS)
                           WHEN "C"
                               MOVE "CO-TITULAR"
                                   TO WS-DC-PAPEL(WS-DC-USADOS)
                           WHEN OTHER
                               MOVE "PROCURADOR"
                                   TO WS-DC-PAPEL(WS-DC-USADOS)
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE TITULAR-FILE
           END-IF.

           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-USADOS
               PERFORM IMPRIMIR-UMA-CONTA
           END-PERFORM.
           CLOSE CONTA-FILE.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-UMA-CONTA.
           ADD 1 TO WS-QTD-ITENS.
           MOVE WS-DC-NUMERO(WS-DC-IDX) TO CONTA-NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   MOVE SPACES TO DOSSIE-LINE
                   STRING "  CONTA " WS-DC-NUMERO(WS-DC-IDX)
                       "  " WS-DC-PAPEL(WS-DC-IDX)
                       "  (CONTA NAO CONSTA MAIS DO CADASTRO)"
                       DELIMITED BY SIZE INTO DOSSIE-LINE
                   PERFORM GRAVAR-LINHA-DOSSIE
               NOT INVALID KEY
                   MOVE CONTA-SALDO TO WS-VALOR-CAMPO
                   MOVE SPACES TO DOSSIE-LINE
                   STRING "  CONTA " CONTA-NUMERO
                       "  " WS-DC-PAPEL(WS-DC-IDX)
                       "  MOEDA " CONTA-MOEDA
                       "  TIPO " CONTA-TIPO
                       "  ABERTURA " CONTA-ABERTURA
                       "  SITUACAO " CONTA-SITUACAO
                       "  SALDO " WS-VALOR-CAMPO
                       DELIMITED BY SIZE INTO DOSSIE-LINE
                   PERFORM GRAVAR-LINHA-DOSSIE
           END-READ.
           IF WS-CONTA-STATUS NOT = "00"
                   AND WS-CONTA-STATUS NOT = "23"
               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-DC-PAPEL(WS-DC-IDX) NOT = "PROCURADOR"
               PERFORM IMPRIMIR-MOVIMENTOS-CONTA
           END-IF.

       IMPRIMIR-MOVIMENTOS-CONTA.
      * One keyed START at the account's first sequence and READ
      * NEXT until the account changes, as the statements do.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
               CLOSE LEDGER-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "LEDGER-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LEDGER-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-DC-NUMERO(WS-DC-IDX) TO LEDGIX-CONTA.
           MOVE ZEROS TO LEDGIX-SEQ.
           START LEDGER-FILE KEY NOT LESS THAN LEDGIX-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-LEDGER-STATUS = "00"
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
                   IF LEDGIX-CONTA NOT = WS-DC-NUMERO(WS-DC-IDX)
                       EXIT PERFORM
                   END-IF
                   MOVE SPACES TO DOSSIE-LINE
                   STRING "    " LEDGER-LINE
                       DELIMITED BY SIZE INTO DOSSIE-LINE
                   PERFORM GRAVAR-LINHA-DOSSIE
               END-PERFORM
           END-IF.
           CLOSE LEDGER-FILE.

       DOSSIE-CASOS.
           MOVE "CASOS DE ATENDIMENTO (CASOS.DAT)" TO WS-TITULO-SECAO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT CASO-FILE.
           IF WS-CASO-STATUS = "35"
               CLOSE CASO-FILE
               PERFORM FECHAR-SECAO
               EXIT PARAGRAPH
           END-IF.
           IF WS-CASO-STATUS NOT = "00"
               MOVE "CASO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CASO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-CASO-STATUS = "10"
               READ CASO-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CASO-STATUS NOT = "00"
                       AND WS-CASO-STATUS NOT = "10"
                   MOVE "CASO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CASO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF CASO-CLIENTE = WS-CODIGO-PEDIDO
                   ADD 1 TO WS-QTD-ITENS
                   MOVE SPACES TO DOSSIE-LINE
                   STRING "  CASO " CASO-NUMERO
                       "  CATEGORIA " CASO-CATEGORIA
                       "  ABERTO EM " CASO-ABERTURA
                       "  SITUACAO " CASO-SITUACAO
                       "  FECHADO EM " CASO-FECHAMENTO
                       DELIMITED BY SIZE INTO DOSSIE-LINE
                   PERFORM GRAVAR-LINHA-DOSSIE
                   MOVE SPACES TO DOSSIE-LINE
                   STRING "    DESCRICAO: " CASO-DESCRICAO
                       DELIMITED BY SIZE INTO DOSSIE-LINE
                   PERFORM GRAVAR-LINHA-DOSSIE
                   IF CASO-RESOLUCAO NOT = SPACES
                       MOVE SPACES TO DOSSIE-LINE
                       STRING "    RESOLUCAO: " CASO-RESOLUCAO
                           DELIMITED BY SIZE INTO DOSSIE-LINE
                       PERFORM GRAVAR-LINHA-DOSSIE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CASO-FILE.
           PERFORM FECHAR-SECAO.

       DOSSIE-OBITO.
           MOVE "REGISTRO DE OBITO (OBITO.DAT)" TO WS-TITULO-SECAO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT OBITO-FILE.
           IF WS-OBITO-STATUS = "35"
               CLOSE OBITO-FILE
               PERFORM FECHAR-SECAO
               EXIT PARAGRAPH
           END-IF.
           IF WS-OBITO-STATUS NOT = "00"
               MOVE "OBITO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-OBITO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-CODIGO-PEDIDO TO OBITO-CODIGO.
           READ OBITO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ITENS
                   MOVE SPACES TO DOSSIE-LINE
                   STRING "  DATA DO OBITO " OBITO-DATA
                       "  DOCUMENTO " OBITO-DOCUMENTO
                       "  REGISTRADO EM " OBITO-REGISTRO-DATA
                       "  POR " OBITO-REGISTRO-OPERADOR
                       DELIMITED BY SIZE INTO DOSSIE-LINE
                   PERFORM GRAVAR-LINHA-DOSSIE
           END-READ.
           IF WS-OBITO-STATUS NOT = "00"
                   AND WS-OBITO-STATUS NOT = "23"
               MOVE "OBITO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-OBITO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE OBITO-FILE.
           PERFORM FECHAR-SECAO.

       GRAVAR-LINHA-DOSSIE.
           WRITE DOSSIE-LINE.
           IF WS-DOSSIE-STATUS NOT = "00"
               MOVE "DOSSIE-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-DOSSIE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

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

                            END PROGRAM PROG_CLIDADOS.
