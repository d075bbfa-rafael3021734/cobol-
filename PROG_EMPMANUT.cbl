      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Maintenance for EMPRESTIMOS.DAT, the personal loans
      *          granted against a current account: list an
      *          account's loans, consult one with its installment
      *          schedule, and contract a new one. Contracting takes
      *          the borrower (the account's owner or a co-holder on
      *          TITULARES.DAT), the principal, the monthly rate, the
      *          number of installments and the first due date,
      *          works out the fixed Price-table installment and
      *          writes the whole amortization schedule onto
      *          PARCELAS.DAT; the principal is credited to the
      *          linked account as a TIPO=M ledger entry. Every
      *          installment is then debited by the daily run
      *          PROG_EMPDEBITO.cbl. Loans are never deleted; a
      *          paid-off one stays on file as quitado. The screen
      *          sits behind the account-maintenance (K) permission
      *          and takes the same exclusive lock on CONTAS.DAT the
      *          account maintenance does.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_EMPMANUT.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT EMPRESTIMO-FILE ASSIGN TO "EMPRESTIMOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPR-NUMERO
               FILE STATUS IS WS-EMPRESTIMO-STATUS.

           SELECT PARCELA-FILE ASSIGN TO "PARCELAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARC-CHAVE
               FILE STATUS IS WS-PARCELA-STATUS.

           SELECT CONTA-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS END-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS IS WS-CLIENTE-STATUS.

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

           SELECT LEDGSEQ-FILE ASSIGN TO "LEDGSEQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGSEQ-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  EMPRESTIMO-FILE.
           COPY EMPRESTIMO.

       FD  PARCELA-FILE.
           COPY PARCELA.

       FD  CONTA-FILE.
           COPY CONTA.

       FD  CLIENTE-FILE.
           COPY CLIENTE.

       FD  TITULAR-FILE.
           COPY TITULAR.

       FD  LEDGER-FILE.
        01 LEDGIX-REC.
         05 LEDGIX-CHAVE.
          10 LEDGIX-CONTA PIC 9(05).
          10 LEDGIX-SEQ PIC 9(06).
         05 LEDGER-LINE PIC X(160).

       FD  LEDGSEQ-FILE.
        01 LEDGSEQ-REC.
         05 LEDGSEQ-ULTIMO PIC 9(06).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-EMPRESTIMO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-PARCELA-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-CONTA-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-CLIENTE-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-TITULAR-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-LEDGER-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-LEDGSEQ-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
        77 WS-OPERACAO        PIC X(01) VALUE SPACES.
        77 WS-FIM-MANUT       PIC X(01) VALUE "N".
        77 WS-CONFIRMA        PIC X(01) VALUE SPACES.
        77 WS-DADO-VALIDO     PIC X(01) VALUE "N".
        77 WS-CONTA-MANUT     PIC 9(05) VALUE ZEROS.
        77 WS-CLIENTE-MANUT   PIC 9(06) VALUE ZEROS.
        77 WS-NUMERO-MANUT    PIC 9(06) VALUE ZEROS.
        77 WS-PRINCIPAL-MANUT PIC 9(10)V99 VALUE ZEROS.
        77 WS-TAXA-MANUT      PIC 9(02)V9(06) VALUE ZEROS.
        77 WS-PRAZO-MANUT     PIC 9(03) VALUE ZEROS.
        77 WS-PRIMEIRO-MANUT  PIC 9(08) VALUE ZEROS.
        77 WS-CONTA-ACHADA    PIC X(01) VALUE "N".
        77 WS-ULTIMO-NUMERO   PIC 9(06) VALUE ZEROS.
        77 WS-QTD-LISTADOS    PIC 9(04) VALUE ZEROS.
        77 WS-SALDO-NOVO      PIC S9(10)V99 VALUE ZEROS.
        77 WS-LEDGER-SEQ      PIC 9(06) VALUE ZEROS.
        77 WS-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
        77 WS-DATA-HORA       PIC X(020) VALUE SPACES.
        77 WS-DATA-VALIDA     PIC 9(08) VALUE ZEROS.
        77 WS-OPERADOR-ID     PIC X(08) VALUE SPACES.
        77 WS-OPERADOR-SENHA  PIC X(08) VALUE SPACES.
        77 WS-OPER-AUTORIZADO PIC X(01) VALUE "N".
        77 WS-FUNCAO-LOGIN    PIC X(01) VALUE "K".
        77 WS-TRAVA-ARQUIVO   PIC X(012) VALUE "CONTAS.DAT".
        77 WS-TRAVA-PROGRAMA  PIC X(012) VALUE "PROG_EMPMANU".
        77 WS-TRAVA-MODO      PIC X(001) VALUE "E".
        77 WS-TRAVA-CONCEDIDA PIC X(001) VALUE "N".
        77 WS-TRAVA-DETENTOR  PIC X(012) VALUE SPACES.
        77 WS-DESCRICAO-SITUACAO PIC X(010) VALUE SPACES.
      * Contract terms every new loan carries: the 2% fine and 1% a
      * month mora are the ceiling for consumer credit.
        77 WS-MULTA-PADRAO    PIC 9(02)V9(04) VALUE 0.0200.
        77 WS-MORA-PADRAO     PIC 9(02)V9(06) VALUE 0.010000.
        77 WS-PRAZO-MAXIMO    PIC 9(03) VALUE 120.
        77 WS-TAXA-MAXIMA     PIC 9(02)V9(06) VALUE 0.100000.
      * Price-table working fields. The growth factor over the whole
      * term and the installment coefficient go through their own
      * fields, as in the CDB accrual, so no step loses decimals.
        77 WS-BASE-TAXA       PIC 9(03)V9(06) VALUE ZEROS.
        77 WS-EXPOENTE        PIC 9(03)V9(09) VALUE ZEROS.
        77 WS-FATOR           PIC 9(09)V9(09) VALUE ZEROS.
        77 WS-DIVISOR         PIC 9(09)V9(09) VALUE ZEROS.
        77 WS-COEFICIENTE     PIC 9(01)V9(14) VALUE ZEROS.
        77 WS-VALOR-PARCELA   PIC 9(10)V99 VALUE ZEROS.
        77 WS-SALDO-DEVEDOR   PIC 9(10)V99 VALUE ZEROS.
        77 WS-JUROS-PARCELA   PIC 9(10)V99 VALUE ZEROS.
        77 WS-AMORT-PARCELA   PIC 9(10)V99 VALUE ZEROS.
        77 WS-TOTAL-PAGAR     PIC 9(12)V99 VALUE ZEROS.
        77 WS-PARC-IDX        PIC 9(03) VALUE ZEROS.
        77 WS-VENCIMENTO-PARC PIC 9(08) VALUE ZEROS.
        77 WS-ULTIMO-VENC     PIC 9(08) VALUE ZEROS.
        77 WS-ANO-PRIMEIRO    PIC 9(04) VALUE ZEROS.
        77 WS-MES-PRIMEIRO    PIC 9(02) VALUE ZEROS.
        77 WS-DIA-PRIMEIRO    PIC 9(02) VALUE ZEROS.
        77 WS-MESES-TOTAL     PIC 9(06) VALUE ZEROS.
        77 WS-ANO-PARC        PIC 9(04) VALUE ZEROS.
        77 WS-MES-PARC        PIC 9(02) VALUE ZEROS.
        77 WS-DIA-PARC        PIC 9(02) VALUE ZEROS.
      * An overdrawn SALDO= goes out through the floating-minus view
      * of the same thirteen columns, as the calculator writes it.
        77 WS-SALDO-CAMPO     PIC Z(9)9.99.
        77 WS-SALDO-DEV-CAMPO REDEFINES WS-SALDO-CAMPO
                              PIC -(9)9.99.
        77 WS-VALOR-CAMPO     PIC Z(9)9.99.
        77 WS-RESULT-CAMPO    PIC Z(9)9.99-.
        77 WS-VLRBRL-CAMPO    PIC Z(9)9.99.
        77 WS-AMORT-CAMPO     PIC Z(9)9.99.
        77 WS-JUROS-CAMPO     PIC Z(9)9.99.
        77 WS-DEVEDOR-CAMPO   PIC Z(9)9.99.
        77 WS-ENCARGO-CAMPO   PIC Z(9)9.99.
        77 WS-TOTAL-CAMPO     PIC Z(11)9.99.
        77 WS-TAXA-CAMPO      PIC Z9.999999.
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
      * Granting a loan puts money on an account, so the screen
      * takes the same permission as the account master.
           DISPLAY "IDENTIFICACAO DO OPERADOR:".
           ACCEPT WS-OPERADOR-ID.
           DISPLAY "SENHA:".
           ACCEPT WS-OPERADOR-SENHA.
           CALL "VALIDAR-OPERADOR" USING WS-OPERADOR-ID
               WS-OPERADOR-SENHA WS-FUNCAO-LOGIN
               WS-OPER-AUTORIZADO.
           IF WS-OPER-AUTORIZADO NOT = "S"
               DISPLAY "OPERADOR SEM PERMISSAO PARA MANUTENCAO DE "
                   "EMPRESTIMOS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The master and the ledger sequence are the calculator's;
      * the same exclusive lock keeps a balance run from posting
      * underneath a disbursement.
           CALL "REGISTRAR-TRAVA" USING WS-TRAVA-ARQUIVO
               WS-TRAVA-PROGRAMA WS-TRAVA-MODO
               WS-TRAVA-CONCEDIDA WS-TRAVA-DETENTOR.
           IF WS-TRAVA-CONCEDIDA NOT = "S"
               DISPLAY "CONTAS.DAT EM USO POR " WS-TRAVA-DETENTOR
                   " - TENTE MAIS TARDE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           PERFORM OBTER-SEQUENCIA-LEDGER.

           OPEN I-O EMPRESTIMO-FILE.
           IF WS-EMPRESTIMO-STATUS = "35"
               OPEN OUTPUT EMPRESTIMO-FILE
               CLOSE EMPRESTIMO-FILE
               OPEN I-O EMPRESTIMO-FILE
           END-IF.
           IF WS-EMPRESTIMO-STATUS NOT = "00"
               MOVE "EMPRESTIMO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-EMPRESTIMO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN I-O PARCELA-FILE.
           IF WS-PARCELA-STATUS = "35"
               OPEN OUTPUT PARCELA-FILE
               CLOSE PARCELA-FILE
               OPEN I-O PARCELA-FILE
           END-IF.
           IF WS-PARCELA-STATUS NOT = "00"
               MOVE "PARCELA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-PARCELA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN I-O CONTA-FILE.
           IF WS-CONTA-STATUS = "35"
               OPEN OUTPUT CONTA-FILE
               CLOSE CONTA-FILE
               OPEN I-O CONTA-FILE
           END-IF.
           IF WS-CONTA-STATUS NOT = "00"
               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           PERFORM UNTIL WS-FIM-MANUT = "S"
               DISPLAY "OPERACAO: L-LISTAR C-CONSULTAR I-INCLUIR "
                   "F-FIM"
               ACCEPT WS-OPERACAO
               EVALUATE WS-OPERACAO
                   WHEN "L"
                   WHEN "l"
                       PERFORM LISTAR-EMPRESTIMO
                   WHEN "C"
                   WHEN "c"
                       PERFORM CONSULTAR-EMPRESTIMO
                   WHEN "I"
                   WHEN "i"
                       PERFORM INCLUIR-EMPRESTIMO
                   WHEN OTHER
                       MOVE "S" TO WS-FIM-MANUT
               END-EVALUATE
           END-PERFORM.

           CLOSE CONTA-FILE.
           CLOSE PARCELA-FILE.
           CLOSE EMPRESTIMO-FILE.
           CALL "LIBERAR-TRAVA" USING WS-TRAVA-ARQUIVO
               WS-TRAVA-PROGRAMA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LISTAR-EMPRESTIMO.
      * EMPRESTIMOS.DAT is keyed on the loan number, so an account's
      * loans come from a pass over the whole file.
           DISPLAY "NUMERO DA CONTA:".
           ACCEPT WS-CONTA-MANUT.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           MOVE ZEROS TO EMPR-NUMERO.
           START EMPRESTIMO-FILE KEY NOT LESS THAN EMPR-NUMERO
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-EMPRESTIMO-STATUS = "00"
               PERFORM UNTIL WS-EMPRESTIMO-STATUS = "10"
                   READ EMPRESTIMO-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-EMPRESTIMO-STATUS NOT = "00"
                           AND WS-EMPRESTIMO-STATUS NOT = "10"
                       MOVE "EMPRESTIMO-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-EMPRESTIMO-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF EMPR-CONTA = WS-CONTA-MANUT
                       ADD 1 TO WS-QTD-LISTADOS
                       PERFORM DESCREVER-SITUACAO
                       MOVE EMPR-PRINCIPAL TO WS-VALOR-CAMPO
                       MOVE EMPR-VALOR-PARCELA TO WS-JUROS-CAMPO
                       DISPLAY "  EMPRESTIMO " EMPR-NUMERO
                           " CLIENTE " EMPR-CLIENTE
                           " " WS-VALOR-CAMPO
                           " EM " EMPR-PRAZO " X " WS-JUROS-CAMPO
                           " DESDE " EMPR-CONTRATACAO
                           " " WS-DESCRICAO-SITUACAO
                   END-IF
               END-PERFORM
           END-IF.
           DISPLAY "EMPRESTIMOS LISTADOS: " WS-QTD-LISTADOS.

       CONSULTAR-EMPRESTIMO.
           DISPLAY "NUMERO DO EMPRESTIMO:".
           ACCEPT WS-NUMERO-MANUT.
           MOVE WS-NUMERO-MANUT TO EMPR-NUMERO.
           READ EMPRESTIMO-FILE
               INVALID KEY
                   DISPLAY "EMPRESTIMO " WS-NUMERO-MANUT
                       " NAO CADASTRADO"
                   MOVE 4 TO WS-RETURN-CODE
           END-READ.
           IF WS-EMPRESTIMO-STATUS NOT = "00"
                   AND WS-EMPRESTIMO-STATUS NOT = "23"
               MOVE "EMPRESTIMO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-EMPRESTIMO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-EMPRESTIMO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM DESCREVER-SITUACAO.
           MOVE EMPR-PRINCIPAL TO WS-VALOR-CAMPO.
           MOVE EMPR-TAXA-MENSAL TO WS-TAXA-CAMPO.
           MOVE EMPR-VALOR-PARCELA TO WS-JUROS-CAMPO.
           DISPLAY "EMPRESTIMO " EMPR-NUMERO " CONTA " EMPR-CONTA
               " CLIENTE " EMPR-CLIENTE " " WS-DESCRICAO-SITUACAO.
           DISPLAY "  PRINCIPAL " EMPR-MOEDA " " WS-VALOR-CAMPO
               " TAXA MENSAL " WS-TAXA-CAMPO.
           DISPLAY "  " EMPR-PRAZO " PARCELAS DE " WS-JUROS-CAMPO
               " A PARTIR DE " EMPR-PRIMEIRO-VENC.
           DISPLAY "  CONTRATADO EM " EMPR-CONTRATACAO
               " POR " EMPR-OPERADOR.
           IF EMPR-SITUACAO = "Q"
               DISPLAY "  QUITADO EM " EMPR-QUITACAO
           END-IF.
      * The schedule follows straight off the installment key.
           MOVE EMPR-NUMERO TO PARC-EMPRESTIMO.
           MOVE ZEROS TO PARC-NUMERO.
           START PARCELA-FILE KEY NOT LESS THAN PARC-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-PARCELA-STATUS = "00"
               PERFORM UNTIL WS-PARCELA-STATUS = "10"
                   READ PARCELA-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-PARCELA-STATUS NOT = "00"
                           AND WS-PARCELA-STATUS NOT = "10"
                       MOVE "PARCELA-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-PARCELA-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF PARC-EMPRESTIMO NOT = EMPR-NUMERO
                       EXIT PERFORM
                   END-IF
                   MOVE PARC-VALOR TO WS-VALOR-CAMPO
                   MOVE PARC-AMORTIZACAO TO WS-AMORT-CAMPO
                   MOVE PARC-JUROS TO WS-JUROS-CAMPO
                   MOVE PARC-SALDO-DEVEDOR TO WS-DEVEDOR-CAMPO
                   IF PARC-SITUACAO = "P"
                       DISPLAY "  " PARC-NUMERO " " PARC-VENCIMENTO
                           " " WS-VALOR-CAMPO " " WS-AMORT-CAMPO
                           " " WS-JUROS-CAMPO " " WS-DEVEDOR-CAMPO
                           " PAGA EM " PARC-PAGAMENTO
                   ELSE
                       MOVE PARC-ENCARGOS TO WS-ENCARGO-CAMPO
                       DISPLAY "  " PARC-NUMERO " " PARC-VENCIMENTO
                           " " WS-VALOR-CAMPO " " WS-AMORT-CAMPO
                           " " WS-JUROS-CAMPO " " WS-DEVEDOR-CAMPO
                           " ABERTA ENCARGOS " WS-ENCARGO-CAMPO
                   END-IF
               END-PERFORM
           END-IF.

       DESCREVER-SITUACAO.
           EVALUATE EMPR-SITUACAO
               WHEN "A"
                   MOVE "ATIVO" TO WS-DESCRICAO-SITUACAO
               WHEN "Q"
                   MOVE "QUITADO" TO WS-DESCRICAO-SITUACAO
               WHEN OTHER
                   MOVE "SITUACAO ?" TO WS-DESCRICAO-SITUACAO
           END-EVALUATE.

       INCLUIR-EMPRESTIMO.
           DISPLAY "NUMERO DA CONTA:".
           ACCEPT WS-CONTA-MANUT.
           MOVE WS-CONTA-MANUT TO CONTA-NUMERO.
           MOVE "S" TO WS-CONTA-ACHADA.
           READ CONTA-FILE
               INVALID KEY
                   MOVE "N" TO WS-CONTA-ACHADA
           END-READ.
           IF WS-CONTA-STATUS NOT = "00"
                   AND WS-CONTA-STATUS NOT = "23"
               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-CONTA-ACHADA = "N"
               DISPLAY "CONTA " WS-CONTA-MANUT " NAO CADASTRADA"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
      * The installments are debited from this account for years:
      * it has to be live, and in reais, the only currency loans
      * are granted in.
           IF CONTA-SITUACAO = "D" OR CONTA-SITUACAO = "F"
                   OR CONTA-SITUACAO = "E"
               DISPLAY "CONTA " WS-CONTA-MANUT " SITUACAO "
                   CONTA-SITUACAO " - EMPRESTIMO NAO INCLUIDO"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF CONTA-MOEDA NOT = "BRL"
               DISPLAY "CONTA " WS-CONTA-MANUT " EM " CONTA-MOEDA
                   " - EMPRESTIMO SO EM CONTA BRL"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CODIGO DO CLIENTE TOMADOR:".
           ACCEPT WS-CLIENTE-MANUT.
           PERFORM VALIDAR-TOMADOR.
           IF WS-DADO-VALIDO NOT = "S"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "VALOR DO EMPRESTIMO (BRL):".
           ACCEPT WS-PRINCIPAL-MANUT.
           IF WS-PRINCIPAL-MANUT = ZEROS
               DISPLAY "VALOR INVALIDO - INFORME UM VALOR POSITIVO"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "TAXA MENSAL (0.025000 = 2,5% AO MES):".
           ACCEPT WS-TAXA-MANUT.
           IF WS-TAXA-MANUT = ZEROS
                   OR WS-TAXA-MANUT >= WS-TAXA-MAXIMA
               DISPLAY "TAXA INVALIDA - INFORME UMA TAXA POSITIVA "
                   "ABAIXO DE 10% AO MES"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NUMERO DE PARCELAS:".
           ACCEPT WS-PRAZO-MANUT.
           IF WS-PRAZO-MANUT = ZEROS
                   OR WS-PRAZO-MANUT > WS-PRAZO-MAXIMO
               DISPLAY "PRAZO INVALIDO - DE 1 A " WS-PRAZO-MAXIMO
                   " PARCELAS"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "VENCIMENTO DA PRIMEIRA PARCELA (AAAAMMDD):".
           ACCEPT WS-PRIMEIRO-MANUT.
           MOVE WS-PRIMEIRO-MANUT TO WS-DATA-VALIDA.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-VALIDA) NOT = 0
                   OR WS-PRIMEIRO-MANUT <= WS-DATA-PROCESSO
               DISPLAY "VENCIMENTO INVALIDO - DEVE SER UMA DATA "
                   "POSTERIOR A " WS-DATA-PROCESSO
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM CALCULAR-PARCELA.
           MOVE WS-PRINCIPAL-MANUT TO WS-VALOR-CAMPO.
           MOVE WS-VALOR-PARCELA TO WS-JUROS-CAMPO.
           MOVE WS-TOTAL-PAGAR TO WS-TOTAL-CAMPO.
           DISPLAY "EMPRESTIMO DE " WS-VALOR-CAMPO " EM "
               WS-PRAZO-MANUT " PARCELAS DE " WS-JUROS-CAMPO.
           DISPLAY "TOTAL A PAGAR " WS-TOTAL-CAMPO
               " - ULTIMA PARCELA EM " WS-ULTIMO-VENC.
           DISPLAY "CONFIRMA A CONTRATACAO? (S/N)".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "EMPRESTIMO NAO INCLUIDO"
               EXIT PARAGRAPH
           END-IF.

           PERFORM OBTER-ULTIMO-NUMERO.
           COMPUTE EMPR-NUMERO = WS-ULTIMO-NUMERO + 1.
           MOVE WS-CLIENTE-MANUT TO EMPR-CLIENTE.
           MOVE WS-CONTA-MANUT TO EMPR-CONTA.
           MOVE WS-PRINCIPAL-MANUT TO EMPR-PRINCIPAL.
           MOVE CONTA-MOEDA TO EMPR-MOEDA.
           MOVE WS-TAXA-MANUT TO EMPR-TAXA-MENSAL.
           MOVE WS-PRAZO-MANUT TO EMPR-PRAZO.
           MOVE WS-PRIMEIRO-MANUT TO EMPR-PRIMEIRO-VENC.
           MOVE WS-VALOR-PARCELA TO EMPR-VALOR-PARCELA.
           MOVE WS-DATA-PROCESSO TO EMPR-CONTRATACAO.
           MOVE WS-MULTA-PADRAO TO EMPR-MULTA.
           MOVE WS-MORA-PADRAO TO EMPR-MORA-MENSAL.
           MOVE "A" TO EMPR-SITUACAO.
           MOVE ZEROS TO EMPR-QUITACAO.
           MOVE WS-OPERADOR-ID TO EMPR-OPERADOR.
           WRITE EMPRESTIMO-REC
               INVALID KEY
                   DISPLAY "ERRO AO INCLUIR EMPRESTIMO NA CONTA "
                       WS-CONTA-MANUT ": " WS-EMPRESTIMO-STATUS
                   MOVE 4 TO WS-RETURN-CODE
           END-WRITE.
           IF WS-EMPRESTIMO-STATUS NOT = "00"
                   AND WS-EMPRESTIMO-STATUS NOT = "22"
               MOVE "EMPRESTIMO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-EMPRESTIMO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-EMPRESTIMO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM GERAR-PARCELAS.

           COMPUTE WS-SALDO-NOVO = CONTA-SALDO + WS-PRINCIPAL-MANUT.
           PERFORM LANCAR-LIBERACAO.
           MOVE WS-SALDO-NOVO TO CONTA-SALDO.
           REWRITE CONTA-REC
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR CONTA "
                       CONTA-NUMERO ": " WS-CONTA-STATUS
                   MOVE 8 TO WS-RETURN-CODE
           END-REWRITE.
           IF WS-CONTA-STATUS NOT = "00"
                   AND WS-CONTA-STATUS NOT = "23"
               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           DISPLAY "EMPRESTIMO " EMPR-NUMERO " INCLUIDO NA CONTA "
               WS-CONTA-MANUT " - " WS-PRAZO-MANUT " PARCELAS".

       VALIDAR-TOMADOR.
      * The borrower must be a living customer on the master who
      * holds the account: its owner, or a co-holder on
      * TITULARES.DAT.
           MOVE "S" TO WS-DADO-VALIDO.
           OPEN INPUT CLIENTE-FILE.
           IF WS-CLIENTE-STATUS = "35"
               DISPLAY "CLIENTE.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-DADO-VALIDO
               CLOSE CLIENTE-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CLIENTE-STATUS NOT = "00"
               MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-CLIENTE-MANUT TO CODIGO.
           READ CLIENTE-FILE
               INVALID KEY
                   DISPLAY "CLIENTE " WS-CLIENTE-MANUT
                       " NAO CADASTRADO"
                   MOVE "N" TO WS-DADO-VALIDO
           END-READ.
           IF WS-CLIENTE-STATUS NOT = "00"
                   AND WS-CLIENTE-STATUS NOT = "23"
               MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE CLIENTE-FILE.
           IF WS-DADO-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           IF SITUACAO = "F"
               DISPLAY "CLIENTE " WS-CLIENTE-MANUT
                   " FALECIDO - NAO PODE CONTRATAR"
               MOVE "N" TO WS-DADO-VALIDO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "TOMADOR: " NOME.
           IF CONTA-CLIENTE = WS-CLIENTE-MANUT
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT TITULAR-FILE.
           IF WS-TITULAR-STATUS = "35"
               CLOSE TITULAR-FILE
               DISPLAY "CLIENTE " WS-CLIENTE-MANUT
                   " NAO E TITULAR DA CONTA " WS-CONTA-MANUT
               MOVE "N" TO WS-DADO-VALIDO
               EXIT PARAGRAPH
           END-IF.
           IF WS-TITULAR-STATUS NOT = "00"
               MOVE "TITULAR-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TITULAR-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-CONTA-MANUT TO TIT-CONTA.
           MOVE WS-CLIENTE-MANUT TO TIT-CLIENTE.
           READ TITULAR-FILE
               INVALID KEY
                   DISPLAY "CLIENTE " WS-CLIENTE-MANUT
                       " NAO E TITULAR DA CONTA " WS-CONTA-MANUT
                   MOVE "N" TO WS-DADO-VALIDO
           END-READ.
           IF WS-TITULAR-STATUS NOT = "00"
                   AND WS-TITULAR-STATUS NOT = "23"
               MOVE "TITULAR-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TITULAR-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE TITULAR-FILE.

       CALCULAR-PARCELA.
      * Price table: the fixed installment that repays the principal
      * with interest at the monthly rate over the term,
      * P * i * (1+i)**n / ((1+i)**n - 1), rounded to the cent.
      * The total and the last due date are shown before the
      * operator confirms.
           COMPUTE WS-BASE-TAXA = 1 + WS-TAXA-MANUT.
           MOVE WS-PRAZO-MANUT TO WS-EXPOENTE.
           COMPUTE WS-FATOR = WS-BASE-TAXA ** WS-EXPOENTE.
           COMPUTE WS-DIVISOR = WS-FATOR - 1.
           COMPUTE WS-COEFICIENTE =
               WS-TAXA-MANUT * WS-FATOR / WS-DIVISOR.
           COMPUTE WS-VALOR-PARCELA ROUNDED =
               WS-PRINCIPAL-MANUT * WS-COEFICIENTE.
           MOVE WS-PRINCIPAL-MANUT TO WS-SALDO-DEVEDOR.
           MOVE ZEROS TO WS-TOTAL-PAGAR.
           PERFORM VARYING WS-PARC-IDX FROM 1 BY 1
                   UNTIL WS-PARC-IDX > WS-PRAZO-MANUT
               PERFORM CALCULAR-AMORTIZACAO
               ADD WS-AMORT-PARCELA TO WS-TOTAL-PAGAR
               ADD WS-JUROS-PARCELA TO WS-TOTAL-PAGAR
               SUBTRACT WS-AMORT-PARCELA FROM WS-SALDO-DEVEDOR
           END-PERFORM.
           MOVE WS-PRAZO-MANUT TO WS-PARC-IDX.
           PERFORM CALCULAR-VENCIMENTO.
           MOVE WS-VENCIMENTO-PARC TO WS-ULTIMO-VENC.

       CALCULAR-AMORTIZACAO.
      * Interest on the principal still owed, the rest of the
      * installment amortizes; the last installment pays off
      * whatever the rounding left.
           COMPUTE WS-JUROS-PARCELA ROUNDED =
               WS-SALDO-DEVEDOR * WS-TAXA-MANUT.
           IF WS-PARC-IDX = WS-PRAZO-MANUT
               MOVE WS-SALDO-DEVEDOR TO WS-AMORT-PARCELA
           ELSE
               COMPUTE WS-AMORT-PARCELA =
                   WS-VALOR-PARCELA - WS-JUROS-PARCELA
           END-IF.

       CALCULAR-VENCIMENTO.
      * Installment WS-PARC-IDX falls due WS-PARC-IDX - 1 months
      * after the first one, on the same day of the month, or on
      * the month's last day when it is shorter.
           MOVE WS-PRIMEIRO-MANUT(1:4) TO WS-ANO-PRIMEIRO.
           MOVE WS-PRIMEIRO-MANUT(5:2) TO WS-MES-PRIMEIRO.
           MOVE WS-PRIMEIRO-MANUT(7:2) TO WS-DIA-PRIMEIRO.
           COMPUTE WS-MESES-TOTAL = WS-ANO-PRIMEIRO * 12
               + WS-MES-PRIMEIRO - 1 + WS-PARC-IDX - 1.
           DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-ANO-PARC
               REMAINDER WS-MES-PARC.
           ADD 1 TO WS-MES-PARC.
           MOVE WS-DIA-PRIMEIRO TO WS-DIA-PARC.
           COMPUTE WS-VENCIMENTO-PARC = WS-ANO-PARC * 10000
               + WS-MES-PARC * 100 + WS-DIA-PARC.
           PERFORM UNTIL
                   FUNCTION TEST-DATE-YYYYMMDD(WS-VENCIMENTO-PARC) = 0
               SUBTRACT 1 FROM WS-VENCIMENTO-PARC
           END-PERFORM.

       GERAR-PARCELAS.
      * The whole schedule is written at contract time, one record
      * per installment, the same amounts CALCULAR-PARCELA showed.
           MOVE WS-PRINCIPAL-MANUT TO WS-SALDO-DEVEDOR.
           PERFORM VARYING WS-PARC-IDX FROM 1 BY 1
                   UNTIL WS-PARC-IDX > WS-PRAZO-MANUT
               PERFORM CALCULAR-AMORTIZACAO
               PERFORM CALCULAR-VENCIMENTO
               SUBTRACT WS-AMORT-PARCELA FROM WS-SALDO-DEVEDOR
               MOVE EMPR-NUMERO TO PARC-EMPRESTIMO
               MOVE WS-PARC-IDX TO PARC-NUMERO
               MOVE WS-VENCIMENTO-PARC TO PARC-VENCIMENTO
               COMPUTE PARC-VALOR =
                   WS-AMORT-PARCELA + WS-JUROS-PARCELA
               MOVE WS-AMORT-PARCELA TO PARC-AMORTIZACAO
               MOVE WS-JUROS-PARCELA TO PARC-JUROS
               MOVE WS-SALDO-DEVEDOR TO PARC-SALDO-DEVEDOR
               MOVE "A" TO PARC-SITUACAO
               MOVE ZEROS TO PARC-PAGAMENTO
               MOVE ZEROS TO PARC-ENCARGOS
               MOVE ZEROS TO PARC-ULTIMO-ENCARGO
               MOVE ZEROS TO PARC-TENTATIVAS
               WRITE PARCELA-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR PARCELA "
                           PARC-NUMERO " DO EMPRESTIMO "
                           EMPR-NUMERO ": " WS-PARCELA-STATUS
                       MOVE 8 TO WS-RETURN-CODE
               END-WRITE
               IF WS-PARCELA-STATUS NOT = "00"
                       AND WS-PARCELA-STATUS NOT = "22"
                   MOVE "PARCELA-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-PARCELA-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
           END-PERFORM.

       OBTER-ULTIMO-NUMERO.
      * Highest loan number already on file; loans are never
      * deleted, so numbers are never reused.
           MOVE ZEROS TO WS-ULTIMO-NUMERO.
           MOVE ZEROS TO EMPR-NUMERO.
           START EMPRESTIMO-FILE KEY NOT LESS THAN EMPR-NUMERO
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-EMPRESTIMO-STATUS = "00"
               PERFORM UNTIL WS-EMPRESTIMO-STATUS = "10"
                   READ EMPRESTIMO-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-EMPRESTIMO-STATUS NOT = "00"
                           AND WS-EMPRESTIMO-STATUS NOT = "10"
                       MOVE "EMPRESTIMO-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-EMPRESTIMO-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   MOVE EMPR-NUMERO TO WS-ULTIMO-NUMERO
               END-PERFORM
           END-IF.

       LANCAR-LIBERACAO.
      * Same line layout GRAVAR-LEDGER writes in the calculator,
      * TIPO=M for the principal credited to the account, so the
      * statements show it and the trial balance books it against
      * loans receivable through GLMAP.DAT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HORA(1:8).
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-DATA-HORA(10:6).
           IF CONTA-SALDO < ZERO
               MOVE CONTA-SALDO TO WS-SALDO-DEV-CAMPO
           ELSE
               MOVE CONTA-SALDO TO WS-SALDO-CAMPO
           END-IF.
           MOVE WS-PRINCIPAL-MANUT TO WS-VALOR-CAMPO.
           MOVE WS-SALDO-NOVO TO WS-RESULT-CAMPO.
           MOVE WS-PRINCIPAL-MANUT TO WS-VLRBRL-CAMPO.
           ADD 1 TO WS-LEDGER-SEQ.
           MOVE SPACES TO LEDGER-LINE.
           STRING WS-DATA-HORA(1:8) "-" WS-DATA-HORA(10:6)
               " CONTA=" CONTA-NUMERO
               " MOEDA=" CONTA-MOEDA
               " SALDO=" WS-SALDO-CAMPO
               " TIPO=M"
               " VALOR=" WS-VALOR-CAMPO
               " RESULTADO=" WS-RESULT-CAMPO
               " VLRBRL=" WS-VLRBRL-CAMPO
               " SEQ=" WS-LEDGER-SEQ
               " LIBERACAO-EMPRESTIMO"
               DELIMITED BY SIZE INTO LEDGER-LINE.
           MOVE CONTA-NUMERO TO LEDGIX-CONTA.
           MOVE WS-LEDGER-SEQ TO LEDGIX-SEQ.
           OPEN I-O LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "LEDGER-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LEDGER-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           WRITE LEDGIX-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR LEDGER SEQ="
                       WS-LEDGER-SEQ ": " WS-LEDGER-STATUS
                   MOVE 8 TO WS-RETURN-CODE
           END-WRITE.
           IF WS-LEDGER-STATUS NOT = "00"
                   AND WS-LEDGER-STATUS NOT = "22"
               MOVE "LEDGER-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LEDGER-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE LEDGER-FILE.
           PERFORM GRAVAR-SEQUENCIA-LEDGER.

       OBTER-SEQUENCIA-LEDGER.
           OPEN INPUT LEDGSEQ-FILE.
           IF WS-LEDGSEQ-STATUS = "35"
               MOVE ZEROS TO WS-LEDGER-SEQ
               CLOSE LEDGSEQ-FILE
           ELSE
               IF WS-LEDGSEQ-STATUS NOT = "00"
                   MOVE "LEDGSEQ-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-LEDGSEQ-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               READ LEDGSEQ-FILE
                   AT END
                       MOVE ZEROS TO WS-LEDGER-SEQ
                   NOT AT END
                       MOVE LEDGSEQ-ULTIMO TO WS-LEDGER-SEQ
               END-READ
               CLOSE LEDGSEQ-FILE
           END-IF.

       GRAVAR-SEQUENCIA-LEDGER.
           OPEN OUTPUT LEDGSEQ-FILE.
           IF WS-LEDGSEQ-STATUS NOT = "00"
               MOVE "LEDGSEQ-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LEDGSEQ-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-LEDGER-SEQ TO LEDGSEQ-ULTIMO.
           WRITE LEDGSEQ-REC.
           IF WS-LEDGSEQ-STATUS NOT = "00"
               MOVE "LEDGSEQ-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LEDGSEQ-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE LEDGSEQ-FILE.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file),
      * 22/23 (key errors, already handled above) or 35 (not found
      * on first run, already handled above) means a real I/O
      * problem; log which file and status code and stop instead of
      * pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_EMPMANUT.
