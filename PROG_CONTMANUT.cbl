      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Maintenance for the account master CONTAS.DAT. Until
      *          now an account only came into existence when the
      *          calculator first met an unknown number, carrying
      *          whatever SALDO the sender typed, and nothing could
      *          change its type or owner or close it. Here an
      *          operator with the K permission can consult an
      *          account, open one deliberately (the number must
      *          carry its module-11 check digit; type off
      *          JUROSTAB.DAT, currency off CAMBIO.DAT, owning
      *          CODIGO checked against CLIENTE.DAT and its own
      *          check digit, zero balance, opened on the processing
      *          date), change its CONTA-TIPO or its primary titular,
      *          set its overdraft limit (CONTA-LIMITE, how far
      *          below zero the calculator lets the balance go),
      *          and close it. Closing needs a zero balance; with
      *          money still in it the operator may post the final
      *          payout first, a TIPO=D ledger entry that takes the
      *          balance to zero, while an overdrawn account has to
      *          be settled before it can close. An account with a
      *          hold still open on BLOQUEIOS.DAT does not close at
      *          all - the payout would take the held money with it.
      *          A closed account is marked "E" and the calculator
      *          recuses anything addressed to it.
      *          Every change leaves the before and after account
      *          images on CONTAUDIT.LOG with the operator who made
      *          it.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_CONTMANUT.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CONTA-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT BLOQUEIO-FILE ASSIGN TO "BLOQUEIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLQ-CHAVE
               FILE STATUS IS WS-BLOQUEIO-STATUS.

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

           SELECT JUROSTAB-FILE ASSIGN TO "JUROSTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JUROSTAB-STATUS.

           SELECT CAMBIO-FILE ASSIGN TO "CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBIO-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "CONTAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  CONTA-FILE.
           COPY CONTA.

       FD  BLOQUEIO-FILE.
           COPY BLOQUEIO.

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

       FD  JUROSTAB-FILE.
        01 JUROSTAB-REC.
         05 JUROS-TIPO PIC X(01).
         05 JUROS-TAXA-MENSAL PIC 9(02)V9(06).

       FD  CAMBIO-FILE.
        01 CAMBIO-REC.
         05 CAMBIO-MOEDA PIC X(03).
         05 CAMBIO-TAXA PIC 9(03)V9(06).
         05 CAMBIO-VIGENCIA PIC 9(08).

       FD  AUDIT-FILE.
        01 AUDIT-LINE PIC X(180).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-CONTA-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-BLOQUEIO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-TOTAL-BLOQUEADO PIC 9(10)V99 VALUE ZEROS.
        77 WS-BLOQUEADO-CAMPO PIC Z(9)9.99.
        77 WS-CLIENTE-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-TITULAR-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-LEDGER-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-LEDGSEQ-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-JUROSTAB-STATUS PIC X(02) VALUE ZEROS.
        77 WS-CAMBIO-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-AUDIT-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
        77 WS-OPERACAO        PIC X(01) VALUE SPACES.
        77 WS-FIM-MANUT       PIC X(01) VALUE "N".
        77 WS-CONTA-MANUT     PIC 9(05) VALUE ZEROS.
        77 WS-CLIENTE-MANUT   PIC 9(06) VALUE ZEROS.
        77 WS-TIPO-MANUT      PIC X(01) VALUE SPACES.
        77 WS-MOEDA-MANUT     PIC X(03) VALUE SPACES.
        77 WS-LIMITE-MANUT    PIC 9(10)V99 VALUE ZEROS.
        77 WS-LIMITE-VALIDO   PIC X(01) VALUE "S".
        77 WS-VAL-GENERICO    PIC S9(9)V9(2) VALUE ZEROS.
        77 WS-MIN-GENERICO    PIC S9(9)V9(2) VALUE ZEROS.
        77 WS-MAX-GENERICO    PIC S9(9)V9(2) VALUE ZEROS.
        77 WS-CONTA-ACHADA    PIC X(01) VALUE "N".
        77 WS-DADO-VALIDO     PIC X(01) VALUE "S".
        77 WS-CONFIRMA        PIC X(01) VALUE SPACES.
        77 WS-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
        77 WS-OPERADOR-ID     PIC X(08) VALUE SPACES.
        77 WS-OPERADOR-SENHA  PIC X(08) VALUE SPACES.
        77 WS-OPER-AUTORIZADO PIC X(01) VALUE "N".
        77 WS-FUNCAO-LOGIN    PIC X(01) VALUE "K".
        77 WS-DV-NUMERO       PIC 9(009) VALUE ZEROS.
        77 WS-DV-DIGITOS      PIC 9(002) VALUE ZEROS.
        77 WS-DV-VALIDO       PIC X(001) VALUE "S".
        77 WS-SITUACAO-DESC   PIC X(009) VALUE SPACES.
        77 WS-TRAVA-ARQUIVO   PIC X(012) VALUE "CONTAS.DAT".
        77 WS-TRAVA-PROGRAMA  PIC X(012) VALUE "PROG_CONTMAN".
        77 WS-TRAVA-MODO      PIC X(001) VALUE "E".
        77 WS-TRAVA-CONCEDIDA PIC X(001) VALUE "N".
        77 WS-TRAVA-DETENTOR  PIC X(012) VALUE SPACES.

      * Ledger posting of the closing payout, in the calculator's
      * own line layout.
        77 WS-LEDGER-SEQ      PIC 9(06) VALUE ZEROS.
        77 WS-DATA-HORA       PIC X(020) VALUE SPACES.
        77 WS-SALDO-CAMPO     PIC Z(9)9.99.
        77 WS-VALOR-CAMPO     PIC Z(9)9.99.
        77 WS-RESULTADO-CAMPO PIC Z(9)9.99-.
        77 WS-VLRBRL-CAMPO    PIC Z(9)9.99.
        77 WS-RESULTADO       PIC 9(10)V99 VALUE ZEROS.
        77 WS-SALDO-EXIBIR    PIC Z(9)9.99-.
        77 WS-LIMITE-CAMPO    PIC Z(9)9.99.

      * Before/after images of the account record for the trail.
        77 WS-AUDIT-TIMESTAMP PIC X(026) VALUE SPACES.
        77 WS-AUDIT-OPERACAO  PIC X(012) VALUE SPACES.
        77 WS-AUDIT-ANTES     PIC X(048) VALUE SPACES.
        77 WS-AUDIT-DEPOIS    PIC X(048) VALUE SPACES.
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
      * Accounts hold money and name who owns it, so the screen sits
      * behind its own permission and every change is signed.
           DISPLAY "IDENTIFICACAO DO OPERADOR:".
           ACCEPT WS-OPERADOR-ID.
           DISPLAY "SENHA:".
           ACCEPT WS-OPERADOR-SENHA.
           CALL "VALIDAR-OPERADOR" USING WS-OPERADOR-ID
               WS-OPERADOR-SENHA WS-FUNCAO-LOGIN
               WS-OPER-AUTORIZADO.
           IF WS-OPER-AUTORIZADO NOT = "S"
               DISPLAY "OPERADOR SEM PERMISSAO PARA MANUTENCAO DE "
                   "CONTAS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The master and the ledger sequence are the calculator's;
      * the same exclusive lock keeps a balance run from posting
      * underneath a closing payout.
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
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDIT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-AUDIT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           PERFORM UNTIL WS-FIM-MANUT = "S"
               DISPLAY "OPERACAO: C-CONSULTAR A-ABRIR T-TIPO "
                   "M-MUDAR TITULAR L-LIMITE E-ENCERRAR F-FIM"
               ACCEPT WS-OPERACAO
               EVALUATE WS-OPERACAO
                   WHEN "C"
                   WHEN "c"
                       PERFORM CONSULTAR-CONTA
                   WHEN "A"
                   WHEN "a"
                       PERFORM ABRIR-CONTA
                   WHEN "T"
                   WHEN "t"
                       PERFORM MUDAR-TIPO-CONTA
                   WHEN "M"
                   WHEN "m"
                       PERFORM MUDAR-TITULAR-CONTA
                   WHEN "L"
                   WHEN "l"
                       PERFORM MUDAR-LIMITE-CONTA
                   WHEN "E"
                   WHEN "e"
                       PERFORM ENCERRAR-CONTA
                   WHEN OTHER
                       MOVE "S" TO WS-FIM-MANUT
               END-EVALUATE
           END-PERFORM.

           CLOSE AUDIT-FILE.
           CLOSE CONTA-FILE.
           CALL "LIBERAR-TRAVA" USING WS-TRAVA-ARQUIVO
               WS-TRAVA-PROGRAMA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       CONSULTAR-CONTA.
           DISPLAY "NUMERO DA CONTA:".
           ACCEPT WS-CONTA-MANUT.
           PERFORM LER-CONTA.
           IF WS-CONTA-ACHADA = "N"
               DISPLAY "CONTA " WS-CONTA-MANUT " NAO CADASTRADA"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM EXIBIR-CONTA.

       EXIBIR-CONTA.
           EVALUATE CONTA-SITUACAO
               WHEN "D"
                   MOVE "DORMENTE" TO WS-SITUACAO-DESC
               WHEN "F"
                   MOVE "ESPOLIO" TO WS-SITUACAO-DESC
               WHEN "E"
                   MOVE "ENCERRADA" TO WS-SITUACAO-DESC
               WHEN OTHER
                   MOVE "ATIVA" TO WS-SITUACAO-DESC
           END-EVALUATE.
           MOVE CONTA-SALDO TO WS-SALDO-EXIBIR.
           MOVE CONTA-LIMITE TO WS-LIMITE-CAMPO.
           DISPLAY "  CONTA " CONTA-NUMERO " TIPO " CONTA-TIPO
               " MOEDA " CONTA-MOEDA " SALDO " WS-SALDO-EXIBIR.
           DISPLAY "  TITULAR " CONTA-CLIENTE
               " ABERTURA " CONTA-ABERTURA
               " SITUACAO " WS-SITUACAO-DESC
               " LIMITE " WS-LIMITE-CAMPO.

       ABRIR-CONTA.
      * A deliberate opening starts at zero; money comes in through
      * the calculator like any other credit, so the ledger shows
      * where the first balance came from.
           DISPLAY "NUMERO DA NOVA CONTA (5 DIGITOS):".
           ACCEPT WS-CONTA-MANUT.
           IF WS-CONTA-MANUT = ZEROS
               DISPLAY "NUMERO DE CONTA INVALIDO"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CONTA-MANUT TO WS-DV-NUMERO.
           MOVE 5 TO WS-DV-DIGITOS.
           CALL "VERIFICAR-DIGITO-CODIGO" USING WS-DV-NUMERO
               WS-DV-DIGITOS WS-DV-VALIDO.
           IF WS-DV-VALIDO NOT = "S"
               DISPLAY "DIGITO VERIFICADOR DA CONTA " WS-CONTA-MANUT
                   " INVALIDO"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-CONTA.
           IF WS-CONTA-ACHADA = "S"
               DISPLAY "CONTA " WS-CONTA-MANUT " JA CADASTRADA"
               PERFORM EXIBIR-CONTA
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "TIPO DA CONTA (C = CORRENTE):".
           ACCEPT WS-TIPO-MANUT.
           IF WS-TIPO-MANUT = SPACE
               MOVE "C" TO WS-TIPO-MANUT
           END-IF.
           PERFORM VALIDAR-TIPO.
           IF WS-DADO-VALIDO NOT = "S"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "MOEDA DA CONTA (BRANCO = BRL):".
           ACCEPT WS-MOEDA-MANUT.
           IF WS-MOEDA-MANUT = SPACES
               MOVE "BRL" TO WS-MOEDA-MANUT
           END-IF.
           PERFORM VALIDAR-MOEDA.
           IF WS-DADO-VALIDO NOT = "S"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CODIGO DO CLIENTE TITULAR:".
           ACCEPT WS-CLIENTE-MANUT.
           PERFORM VALIDAR-TITULAR.
           IF WS-DADO-VALIDO NOT = "S"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CONTA-MANUT TO CONTA-NUMERO.
           MOVE ZEROS TO CONTA-SALDO.
           MOVE WS-MOEDA-MANUT TO CONTA-MOEDA.
           MOVE WS-CLIENTE-MANUT TO CONTA-CLIENTE.
           MOVE WS-TIPO-MANUT TO CONTA-TIPO.
           MOVE WS-DATA-PROCESSO TO CONTA-ABERTURA.
           MOVE "A" TO CONTA-SITUACAO.
           MOVE ZEROS TO CONTA-LIMITE.
           WRITE CONTA-REC
               INVALID KEY
                   DISPLAY "CONTA " WS-CONTA-MANUT " JA CADASTRADA"
                   MOVE 4 TO WS-RETURN-CODE
           END-WRITE.
           IF WS-CONTA-STATUS NOT = "00"
                   AND WS-CONTA-STATUS NOT = "22"
               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-CONTA-STATUS = "00"
               MOVE SPACES TO WS-AUDIT-ANTES
               MOVE CONTA-REC TO WS-AUDIT-DEPOIS
               MOVE "ABERTURA" TO WS-AUDIT-OPERACAO
               PERFORM GRAVAR-AUDITORIA-CONTA
               DISPLAY "CONTA " WS-CONTA-MANUT " ABERTA"
           END-IF.

       MUDAR-TIPO-CONTA.
           DISPLAY "NUMERO DA CONTA:".
           ACCEPT WS-CONTA-MANUT.
           PERFORM LER-CONTA-ALTERAVEL.
           IF WS-DADO-VALIDO NOT = "S"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM EXIBIR-CONTA.
           DISPLAY "NOVO TIPO DA CONTA:".
           ACCEPT WS-TIPO-MANUT.
           IF WS-TIPO-MANUT = CONTA-TIPO
               DISPLAY "TIPO NAO ALTERADO"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDAR-TIPO.
           IF WS-DADO-VALIDO NOT = "S"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE CONTA-REC TO WS-AUDIT-ANTES.
           MOVE WS-TIPO-MANUT TO CONTA-TIPO.
           MOVE "TIPO" TO WS-AUDIT-OPERACAO.
           PERFORM REGRAVAR-CONTA.
           IF WS-CONTA-STATUS = "00"
               DISPLAY "CONTA " WS-CONTA-MANUT " AGORA TIPO "
                   CONTA-TIPO
           END-IF.

       MUDAR-TITULAR-CONTA.
      * The primary titular changes here; the holders beside them
      * stay on TITULARES.DAT through PROG_TITMANUT.cbl.
           DISPLAY "NUMERO DA CONTA:".
           ACCEPT WS-CONTA-MANUT.
           PERFORM LER-CONTA-ALTERAVEL.
           IF WS-DADO-VALIDO NOT = "S"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM EXIBIR-CONTA.
           DISPLAY "CODIGO DO NOVO CLIENTE TITULAR:".
           ACCEPT WS-CLIENTE-MANUT.
           IF WS-CLIENTE-MANUT = CONTA-CLIENTE
               DISPLAY "TITULAR NAO ALTERADO"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDAR-TITULAR.
           IF WS-DADO-VALIDO NOT = "S"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONFERIR-TITULAR-ADICIONAL.
           IF WS-DADO-VALIDO NOT = "S"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE CONTA-REC TO WS-AUDIT-ANTES.
           MOVE WS-CLIENTE-MANUT TO CONTA-CLIENTE.
           MOVE "TITULAR" TO WS-AUDIT-OPERACAO.
           PERFORM REGRAVAR-CONTA.
           IF WS-CONTA-STATUS = "00"
               DISPLAY "CONTA " WS-CONTA-MANUT " AGORA DO CLIENTE "
                   CONTA-CLIENTE
           END-IF.

       MUDAR-LIMITE-CONTA.
      * The overdraft limit is a credit decision, so it is keyed
      * here under the same permission and trail as the other
      * account changes. Lowering it below what the account already
      * owes is allowed only on confirmation; the account then shows
      * on the daily overdraft report until it is brought back
      * inside the limit.
           DISPLAY "NUMERO DA CONTA:".
           ACCEPT WS-CONTA-MANUT.
           PERFORM LER-CONTA-ALTERAVEL.
           IF WS-DADO-VALIDO NOT = "S"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM EXIBIR-CONTA.
           DISPLAY "NOVO LIMITE DE CHEQUE ESPECIAL (0 = SEM LIMITE):".
           ACCEPT WS-LIMITE-MANUT.
           IF WS-LIMITE-MANUT = CONTA-LIMITE
               DISPLAY "LIMITE NAO ALTERADO"
               EXIT PARAGRAPH
           END-IF.
      * Same shared range check the calculator runs on a keyed
      * balance, with the same ceiling.
           MOVE WS-LIMITE-MANUT TO WS-VAL-GENERICO.
           MOVE ZEROS TO WS-MIN-GENERICO.
           MOVE 999999999.99 TO WS-MAX-GENERICO.
           CALL "VALIDAR-NUMERO-EDITADO" USING WS-VAL-GENERICO
               WS-MIN-GENERICO WS-MAX-GENERICO WS-LIMITE-VALIDO.
           IF WS-LIMITE-VALIDO NOT = "S"
               DISPLAY "LIMITE INVALIDO"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF CONTA-SALDO + WS-LIMITE-MANUT < ZERO
               DISPLAY "SALDO DEVEDOR ATUAL " WS-SALDO-EXIBIR
                   " ACIMA DO NOVO LIMITE - CONFIRMA? (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY "LIMITE NAO ALTERADO"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE CONTA-REC TO WS-AUDIT-ANTES.
           MOVE WS-LIMITE-MANUT TO CONTA-LIMITE.
           MOVE "LIMITE" TO WS-AUDIT-OPERACAO.
           PERFORM REGRAVAR-CONTA.
           IF WS-CONTA-STATUS = "00"
               MOVE CONTA-LIMITE TO WS-LIMITE-CAMPO
               DISPLAY "CONTA " WS-CONTA-MANUT " AGORA COM LIMITE "
                   WS-LIMITE-CAMPO
           END-IF.

       ENCERRAR-CONTA.
      * A closed account must hold nothing. With a balance left the
      * operator either stops and has it moved first, or confirms
      * the final payout: one TIPO=D ledger entry for the whole
      * balance, posted before the account is marked, so the ledger
      * and the master agree at zero.
           DISPLAY "NUMERO DA CONTA A ENCERRAR:".
           ACCEPT WS-CONTA-MANUT.
           PERFORM LER-CONTA-ALTERAVEL.
           IF WS-DADO-VALIDO NOT = "S"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM EXIBIR-CONTA.
      * An overdrawn account owes the bank; it closes only after the
      * debt is paid in through the calculator.
           IF CONTA-SALDO < ZERO
               DISPLAY "CONTA EM CHEQUE ESPECIAL - QUITAR O SALDO "
                   "DEVEDOR ANTES DE ENCERRAR"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
      * Held money is not the holder's to take: while a hold is
      * open the account stays as it is, and the payout below
      * never runs.
           PERFORM OBTER-TOTAL-BLOQUEADO.
           IF WS-TOTAL-BLOQUEADO > ZEROS
               MOVE WS-TOTAL-BLOQUEADO TO WS-BLOQUEADO-CAMPO
               DISPLAY "CONTA COM " WS-BLOQUEADO-CAMPO
                   " BLOQUEADOS EM BLOQUEIOS.DAT - LIBERAR OS "
                   "BLOQUEIOS ANTES DE ENCERRAR"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE CONTA-REC TO WS-AUDIT-ANTES.
           IF CONTA-SALDO NOT = ZEROS
               DISPLAY "CONTA COM SALDO - LANCAR O PAGAMENTO FINAL "
                   "DE " WS-SALDO-EXIBIR " " CONTA-MOEDA
                   " E ENCERRAR? (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY "ENCERRAMENTO EXIGE SALDO ZERO - CONTA "
                       WS-CONTA-MANUT " NAO ENCERRADA"
                   MOVE 4 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               PERFORM LANCAR-PAGAMENTO-FINAL
               MOVE ZEROS TO CONTA-SALDO
           END-IF.
           MOVE "E" TO CONTA-SITUACAO.
           MOVE "ENCERRAMENTO" TO WS-AUDIT-OPERACAO.
           PERFORM REGRAVAR-CONTA.
           IF WS-CONTA-STATUS = "00"
               DISPLAY "CONTA " WS-CONTA-MANUT " ENCERRADA"
           END-IF.

       OBTER-TOTAL-BLOQUEADO.
      * Sum of the account's holds not yet released, the same walk
      * PROG_EMPDEBITO.cbl makes over the account's key range. A
      * hold whose start date is still ahead counts as well: once
      * the account is closed there would be nothing left for it to
      * hold. No BLOQUEIOS.DAT yet means no holds at all.
           MOVE ZEROS TO WS-TOTAL-BLOQUEADO.
           OPEN INPUT BLOQUEIO-FILE.
           IF WS-BLOQUEIO-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-BLOQUEIO-STATUS NOT = "00"
               MOVE "BLOQUEIO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-BLOQUEIO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE CONTA-NUMERO TO BLQ-CONTA.
           MOVE ZEROS TO BLQ-NUMERO.
           START BLOQUEIO-FILE KEY NOT LESS THAN BLQ-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-BLOQUEIO-STATUS = "00"
               PERFORM UNTIL WS-BLOQUEIO-STATUS = "10"
                   READ BLOQUEIO-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-BLOQUEIO-STATUS NOT = "00"
                           AND WS-BLOQUEIO-STATUS NOT = "10"
                       MOVE "BLOQUEIO-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-BLOQUEIO-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF BLQ-CONTA NOT = CONTA-NUMERO
                       EXIT PERFORM
                   END-IF
                   IF BLQ-LIBERACAO = ZEROS
                           OR BLQ-LIBERACAO > WS-DATA-PROCESSO
                       ADD BLQ-VALOR TO WS-TOTAL-BLOQUEADO
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE BLOQUEIO-FILE.

       LANCAR-PAGAMENTO-FINAL.
      * Same line layout GRAVAR-LEDGER writes in the calculator, so
      * the statements, the trial balance and the cutover parse the
      * payout like any other debit. The master balance is already
      * in BRL, so VALOR and VLRBRL are the same amount.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HORA(1:8).
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-DATA-HORA(10:6).
           MOVE ZEROS TO WS-RESULTADO.
           MOVE CONTA-SALDO TO WS-SALDO-CAMPO.
           MOVE CONTA-SALDO TO WS-VALOR-CAMPO.
           MOVE WS-RESULTADO TO WS-RESULTADO-CAMPO.
           MOVE CONTA-SALDO TO WS-VLRBRL-CAMPO.
           ADD 1 TO WS-LEDGER-SEQ.
           MOVE SPACES TO LEDGER-LINE.
           STRING WS-DATA-HORA(1:8) "-" WS-DATA-HORA(10:6)
               " CONTA=" CONTA-NUMERO
               " MOEDA=" CONTA-MOEDA
               " SALDO=" WS-SALDO-CAMPO
               " TIPO=D"
               " VALOR=" WS-VALOR-CAMPO
               " RESULTADO=" WS-RESULTADO-CAMPO
               " VLRBRL=" WS-VLRBRL-CAMPO
               " SEQ=" WS-LEDGER-SEQ
               " PAGAMENTO-ENCERRAMENTO"
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
           WRITE LEDGIX-REC.
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "LEDGER-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LEDGER-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE LEDGER-FILE.
           PERFORM GRAVAR-SEQUENCIA-LEDGER.
           DISPLAY "PAGAMENTO FINAL LANCADO - SEQ=" WS-LEDGER-SEQ.

       LER-CONTA.
           MOVE WS-CONTA-MANUT TO CONTA-NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   MOVE "N" TO WS-CONTA-ACHADA
               NOT INVALID KEY
                   MOVE "S" TO WS-CONTA-ACHADA
           END-READ.
           IF WS-CONTA-STATUS NOT = "00"
                   AND WS-CONTA-STATUS NOT = "23"
               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       LER-CONTA-ALTERAVEL.
      * A closed account is history and a frozen one belongs to the
      * estate; neither is retyped, handed over or closed here.
           MOVE "S" TO WS-DADO-VALIDO.
           PERFORM LER-CONTA.
           IF WS-CONTA-ACHADA = "N"
               DISPLAY "CONTA " WS-CONTA-MANUT " NAO CADASTRADA"
               MOVE "N" TO WS-DADO-VALIDO
               EXIT PARAGRAPH
           END-IF.
           IF CONTA-SITUACAO = "E"
               DISPLAY "CONTA " WS-CONTA-MANUT " JA ENCERRADA"
               MOVE "N" TO WS-DADO-VALIDO
               EXIT PARAGRAPH
           END-IF.
           IF CONTA-SITUACAO = "F"
               DISPLAY "CONTA " WS-CONTA-MANUT
                   " BLOQUEADA POR OBITO - NAO ALTERADA"
               MOVE "N" TO WS-DADO-VALIDO
           END-IF.

       REGRAVAR-CONTA.
           REWRITE CONTA-REC
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR CONTA " WS-CONTA-MANUT
                       ": " WS-CONTA-STATUS
                   MOVE 8 TO WS-RETURN-CODE
           END-REWRITE.
           IF WS-CONTA-STATUS NOT = "00"
                   AND WS-CONTA-STATUS NOT = "23"
               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-CONTA-STATUS = "00"
               MOVE CONTA-REC TO WS-AUDIT-DEPOIS
               PERFORM GRAVAR-AUDITORIA-CONTA
           END-IF.

       VALIDAR-TIPO.
      * The type picks the interest rate off JUROSTAB.DAT, so only a
      * type the accrual knows is accepted; before the accrual has
      * ever run, only the default C exists.
           MOVE "N" TO WS-DADO-VALIDO.
           OPEN INPUT JUROSTAB-FILE.
           IF WS-JUROSTAB-STATUS = "35"
               CLOSE JUROSTAB-FILE
               IF WS-TIPO-MANUT = "C"
                   MOVE "S" TO WS-DADO-VALIDO
               END-IF
           ELSE
               IF WS-JUROSTAB-STATUS NOT = "00"
                   MOVE "JUROSTAB-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-JUROSTAB-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               PERFORM UNTIL WS-JUROSTAB-STATUS = "10"
                   READ JUROSTAB-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-JUROSTAB-STATUS NOT = "00"
                           AND WS-JUROSTAB-STATUS NOT = "10"
                       MOVE "JUROSTAB-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-JUROSTAB-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF JUROS-TIPO = WS-TIPO-MANUT
                       MOVE "S" TO WS-DADO-VALIDO
                   END-IF
               END-PERFORM
               CLOSE JUROSTAB-FILE
           END-IF.
           IF WS-DADO-VALIDO NOT = "S"
               DISPLAY "TIPO " WS-TIPO-MANUT
                   " NAO CONSTA DE JUROSTAB.DAT"
           END-IF.

       VALIDAR-MOEDA.
      * Every posting converts through CAMBIO.DAT; a currency with no
      * rate on file could never take a transaction.
           MOVE "N" TO WS-DADO-VALIDO.
           OPEN INPUT CAMBIO-FILE.
           IF WS-CAMBIO-STATUS = "35"
               CLOSE CAMBIO-FILE
               IF WS-MOEDA-MANUT = "BRL"
                   MOVE "S" TO WS-DADO-VALIDO
               END-IF
           ELSE
               IF WS-CAMBIO-STATUS NOT = "00"
                   MOVE "CAMBIO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CAMBIO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               PERFORM UNTIL WS-CAMBIO-STATUS = "10"
                   READ CAMBIO-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-CAMBIO-STATUS NOT = "00"
                           AND WS-CAMBIO-STATUS NOT = "10"
                       MOVE "CAMBIO-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-CAMBIO-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF CAMBIO-MOEDA = WS-MOEDA-MANUT
                       MOVE "S" TO WS-DADO-VALIDO
                   END-IF
               END-PERFORM
               CLOSE CAMBIO-FILE
           END-IF.
           IF WS-DADO-VALIDO NOT = "S"
               DISPLAY "MOEDA " WS-MOEDA-MANUT
                   " SEM TAXA EM CAMBIO.DAT"
           END-IF.

       VALIDAR-TITULAR.
      * The owner must be a living customer on the master. A code
      * whose check digit fails is either a typing slip or one of
      * the legacy codes PROG_DVRPT.cbl lists; the name is shown and
      * the operator must confirm it is the right person.
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
                   " FALECIDO - NAO PODE SER TITULAR"
               MOVE "N" TO WS-DADO-VALIDO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLIENTE-MANUT TO WS-DV-NUMERO.
           MOVE 6 TO WS-DV-DIGITOS.
           CALL "VERIFICAR-DIGITO-CODIGO" USING WS-DV-NUMERO
               WS-DV-DIGITOS WS-DV-VALIDO.
           IF WS-DV-VALIDO NOT = "S"
               DISPLAY "CODIGO " WS-CLIENTE-MANUT
                   " SEM DIGITO VERIFICADOR VALIDO - CLIENTE " NOME
               DISPLAY "CONFIRMA ESTE CLIENTE COMO TITULAR? (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   MOVE "N" TO WS-DADO-VALIDO
               END-IF
           ELSE
               DISPLAY "TITULAR: " NOME
           END-IF.

       CONFERIR-TITULAR-ADICIONAL.
      * The primary titular is never repeated on TITULARES.DAT, or
      * the statements and the tax split would count them twice.
           MOVE "S" TO WS-DADO-VALIDO.
           OPEN INPUT TITULAR-FILE.
           IF WS-TITULAR-STATUS = "35"
               CLOSE TITULAR-FILE
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
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "CLIENTE " WS-CLIENTE-MANUT
                       " JA E TITULAR ADICIONAL DA CONTA - EXCLUA-O "
                       "EM PROG_TITMANUT ANTES"
                   MOVE "N" TO WS-DADO-VALIDO
           END-READ.
           IF WS-TITULAR-STATUS NOT = "00"
                   AND WS-TITULAR-STATUS NOT = "23"
               MOVE "TITULAR-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TITULAR-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE TITULAR-FILE.

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

       GRAVAR-AUDITORIA-CONTA.
      * Same operator/timestamp trail with before/after images that
      * CLIAUDIT.LOG keeps for the customer master, so a disputed
      * opening, change of owner or limit, or closing shows who did
      * it and what the account looked like on either side.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
           MOVE SPACES TO AUDIT-LINE.
           STRING WS-AUDIT-TIMESTAMP DELIMITED BY SIZE
               " OPERADOR=" DELIMITED BY SIZE
               WS-OPERADOR-ID DELIMITED BY SIZE
               " OPERACAO=" DELIMITED BY SIZE
               WS-AUDIT-OPERACAO DELIMITED BY SIZE
               " ANTES=" DELIMITED BY SIZE
               WS-AUDIT-ANTES DELIMITED BY SIZE
               " DEPOIS=" DELIMITED BY SIZE
               WS-AUDIT-DEPOIS DELIMITED BY SIZE
               INTO AUDIT-LINE.
           WRITE AUDIT-LINE.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDIT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-AUDIT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

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

                            END PROGRAM PROG_CONTMANUT.
