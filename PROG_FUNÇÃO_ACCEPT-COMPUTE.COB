               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAMBIO-STATUS.

      * IOF rates by ledger TIPO and direction, effective-dated the
      * same way as CAMBIO.DAT and kept by the finance department.
           SELECT IOFTAB-FILE ASSIGN TO "IOFTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-IOFTAB-STATUS.

           SELECT RECONCIL-FILE ASSIGN TO "RECONCIL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RECONCIL-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALDCTRL-STATUS.

      * Last file sequence number accepted from each sender of
      * SALDOS.DAT, so a skipped or repeated day is refused.
           SELECT SALDREM-FILE ASSIGN TO "SALDREM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALDREM-STATUS.

      * Restart point of the SALDOS.DAT run: how far the loop got
      * and the running totals at that point, rewritten every
      * WRK-CKPT-INTERVALO records so an abended run picks up where
      * it stopped instead of posting the night twice.
           SELECT SALDCKPT-FILE ASSIGN TO "SALDCKPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SALDCKPT-STATUS.

      * Dry-run report of mode 4: what tonight's run would do with
      * the SALDOS.DAT on hand, for the sender to fix before cutoff.
           SELECT SIMUL-FILE ASSIGN TO "SALDOSIM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SIMUL-STATUS.

      * Payments to accounts at other banks (TIPO X): the register
      * the clearing bank's return is matched against, and the
      * night's outbound file transmitted to the clearing bank,
      * appended to until operations pick it up.
           SELECT PAGEXT-FILE ASSIGN TO "PAGEXT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAGX-NUMERO
               FILE STATUS IS WRK-PAGEXT-STATUS.

           SELECT PAGREMES-FILE ASSIGN TO "PAGREMES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAGREMES-STATUS.

           SELECT CONTA-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WRK-CONTA-STATUS.

      * Judicial, administrative and guarantee holds kept through
      * PROG_BLQMANUT.cbl; only read here, to work out how much of
      * the balance a debit may touch.
           SELECT BLOQUEIO-FILE ASSIGN TO "BLOQUEIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLQ-CHAVE
               FILE STATUS IS WRK-BLOQUEIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The key repeats the CONTA= and SEQ= the line itself carries,
      * this date, so a suspense item reprocessed weeks later still
      * converts at the rate of the night it belongs to.
         05 BATCH-DATA-VALOR PIC 9(08).
      * Payment to another bank (tipo X) carries the beneficiary:
      * bank code, branch, account there as the other bank writes
      * it, and name. Blank on every other type.
         05 BATCH-BANCO-DEST PIC 9(03).
         05 BATCH-AGENCIA-DEST PIC 9(04).
         05 BATCH-CONTA-EXTERNA PIC X(12).
         05 BATCH-FAVORECIDO PIC X(30).
      * The feed is an envelope: one header record first, then the
      * transactions, then one trailer record per currency carried,
      * each repeating the file's transaction count beside that
      * currency's VALOR hash total. Both share the transaction
      * record's length and are told apart by their first five
      * bytes, which a transaction fills with its account number.
        01 BATCH-HEADER.
         05 BATCH-REG-ID PIC X(05).
          88 BATCH-E-HEADER VALUE "HEADR".
          88 BATCH-E-TRAILER VALUE "TRAIL".
          88 BATCH-E-ENVELOPE VALUE "HEADR" "TRAIL".
         05 BATCH-HDR-REMETENTE PIC X(08).
         05 BATCH-HDR-DATA PIC 9(08).
         05 BATCH-HDR-SEQ PIC 9(06).
         05 FILLER PIC X(74).
        01 BATCH-TRAILER.
         05 FILLER PIC X(05).
         05 BATCH-TRL-QTD PIC 9(06).
         05 BATCH-TRL-MOEDA PIC X(03).
         05 BATCH-TRL-HASH PIC 9(13)V99.
         05 FILLER PIC X(72).

       FD  PARAM-FILE.
        01 PARAM-LINE PIC X(080).
         05 LEDGSEQ-ULTIMO PIC 9(06).

      * Every recused batch transaction lands here with its reason
      * code (01 saldo invalido, 02 saldo ficaria abaixo do limite
      * de cheque especial, 03 moeda
      * sem taxa, 04 conta inexistente, 05 estorno invalido,
      * 06 digito verificador da conta invalido, 07 conta dormente,
      * 08 provavel duplicata aguardando liberacao, 09 conta
      * bloqueada por obito do titular, 10 conta encerrada, 11 saldo
      * disponivel nao cobre o debito - valor sob bloqueio judicial,
      * administrativo ou de garantia, 12 pagamento a outro banco
      * sem os dados completos do favorecido), so a
      * 500-transaction batch with 3 rejects is
      * fixed and reprocessed from the suspense file instead of
      * rebuilding SALDOS.DAT. A file still in the 68-byte layout
      * from before the other-bank fields is carried forward by
      * PROG_SUSPCONV.cbl.
       FD  SUSPENSO-FILE.
        01 SUSPENSO-REC.
         05 SUSP-MOTIVO PIC 9(02).
         05 SUSP-DADOS PIC X(101).
      * The reference the acknowledgment file and the aging report
      * name the item by, and the date it first landed here; both
      * survive reprocessing unchanged so the aging is honest.
       FD  SUSPTMP-FILE.
        01 SUSPTMP-REC.
         05 SUSPTMP-MOTIVO PIC 9(02).
         05 SUSPTMP-DADOS PIC X(101).
         05 SUSPTMP-REFERENCIA PIC 9(06).
         05 SUSPTMP-DATA-ENTRADA PIC 9(08).

         05 CAMBIO-TAXA PIC 9(03)V9(06).
         05 CAMBIO-VIGENCIA PIC 9(08).

      * IOF on the conversion of a foreign-currency amount, as a
      * percentage of its BRL value: IOFT-TIPO is the ledger TIPO of
      * the operation (C, D, T, X), IOFT-SENTIDO E for money coming
      * in and S for money going out. The latest rate in force on
      * the value date applies; a TIPO and direction with no rate
      * on the table pay no IOF.
       FD  IOFTAB-FILE.
        01 IOFTAB-REC.
         05 IOFT-TIPO PIC X(01).
         05 IOFT-SENTIDO PIC X(01).
         05 IOFT-ALIQUOTA PIC 9(02)V9(04).
         05 IOFT-VIGENCIA PIC 9(08).

       FD  RECONCIL-FILE.
        01 RECONCIL-LINE PIC X(080).

         05 SALDCTRL-QTD PIC 9(06).
         05 SALDCTRL-VALOR PIC 9(13)V99.

       FD  SALDREM-FILE.
        01 SALDREM-REC.
         05 SALDREM-REMETENTE PIC X(08).
         05 SALDREM-ULTIMO-SEQ PIC 9(06).
         05 SALDREM-DATA-ARQUIVO PIC 9(08).
         05 SALDREM-DATA-PROCESSO PIC 9(08).

      * SITUACAO A = run in progress, C = run completed. The batch
      * count and value name the SALDOS.DAT the checkpoint belongs
      * to; LIDAS is how many of its records were fully applied.
       FD  SALDCKPT-FILE.
        01 SALDCKPT-REC.
         05 SALDCKPT-SITUACAO PIC X(01).
         05 SALDCKPT-LOTE-QTD PIC 9(06).
         05 SALDCKPT-LOTE-VALOR PIC 9(13)V99.
         05 SALDCKPT-LIDAS PIC 9(06).
         05 SALDCKPT-SEQ-INICIAL PIC 9(06).
         05 SALDCKPT-LEDGER-SEQ PIC 9(06).
         05 SALDCKPT-REF-INICIAL PIC 9(06).
         05 SALDCKPT-SUSP-REF PIC 9(06).
         05 SALDCKPT-ACEITAS PIC 9(05).
         05 SALDCKPT-RECUSADAS PIC 9(05).
         05 SALDCKPT-TRANSF PIC 9(05).
         05 SALDCKPT-DUPLICATAS PIC 9(05).
         05 SALDCKPT-VLR-ACEITAS PIC 9(13)V99.
         05 SALDCKPT-VLR-RECUSADAS PIC 9(13)V99.
         05 SALDCKPT-RETURN-CODE PIC 9(02).
         05 SALDCKPT-MOEDAS-USADAS PIC 9(02).
         05 SALDCKPT-SOMAS-MOEDA PIC X(310).
         05 SALDCKPT-IOF PIC 9(05).

       FD  SIMUL-FILE.
        01 SIMUL-LINE PIC X(132).

       FD  PAGEXT-FILE.
           COPY PAGEXT.

      * One payment per line as the clearing bank takes it; the
      * number is the PAGEXT.DAT key its return comes back under.
       FD  PAGREMES-FILE.
        01 PAGREMES-REC.
         05 PAGR-NUMERO PIC 9(06).
         05 PAGR-DATA PIC 9(08).
         05 PAGR-BANCO PIC 9(03).
         05 PAGR-AGENCIA PIC 9(04).
         05 PAGR-CONTA-DESTINO PIC X(12).
         05 PAGR-FAVORECIDO PIC X(30).
         05 PAGR-VALOR PIC 9(10)V99.
         05 PAGR-CONTA-ORIGEM PIC 9(05).

       FD  CONTA-FILE.
           COPY CONTA.

       FD  BLOQUEIO-FILE.
           COPY BLOQUEIO.

      *=================================================================
       WORKING-STORAGE                         SECTION.

      *    SPACES VC ATRIBUI UM ESPA�O PARA UM VARIAVEL.
      *    ACCEPT RECEBE A VARIAVEL.
       77  WRK-SALDO   PIC S9(10)V99  VALUE ZEROS.
       77  WRK-RESULTADO  PIC S9(10)V99  VALUE ZEROS.
       77  WRK-VALOR  PIC 9(10)V99  VALUE ZEROS.
       77  WRK-TIPO    PIC X(01)  VALUE "C".
       77  WRK-MOEDA   PIC X(03)  VALUE "BRL".
       77  WRK-LEDGER-STATUS PIC X(02) VALUE ZEROS.
       77  WRK-DATA-HORA     PIC X(020) VALUE SPACES.
      * SALDO= keeps its thirteen columns on the ledger line: a
      * balance in overdraft goes out through the floating-minus
      * view of the same field, so every later tag stays at its
      * fixed offset.
       77  WRK-SALDO-CAMPO     PIC Z(9)9.99.
       77  WRK-SALDO-DEV-CAMPO REDEFINES WRK-SALDO-CAMPO
                               PIC -(9)9.99.
       77  WRK-VALOR-CAMPO     PIC Z(9)9.99.
       77  WRK-RESULTADO-CAMPO PIC Z(9)9.99-.
       77  WRK-SALDO-NEGATIVO  PIC X(01) VALUE "N".
        05 WRK-TRANS-CONTA-DEST PIC 9(05).
        05 WRK-TRANS-SEQ-ESTORNO PIC 9(06).
        05 WRK-TRANS-DATA-VALOR PIC 9(08).
        05 WRK-TRANS-BANCO-DEST PIC 9(03).
        05 WRK-TRANS-AGENCIA-DEST PIC 9(04).
        05 WRK-TRANS-CONTA-EXTERNA PIC X(12).
        05 WRK-TRANS-FAVORECIDO PIC X(30).
       77  WRK-VAL-GENERICO    PIC S9(9)V9(2) VALUE ZEROS.
       77  WRK-DATA-VALOR      PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-LIQUIDACAO PIC 9(08) VALUE ZEROS.
       77  WRK-SENTIDO-LIQUIDACAO PIC X(01) VALUE "P".
       77  WRK-ACK-STATUS      PIC X(02) VALUE ZEROS.
       77  WRK-SUSPSEQ-STATUS  PIC X(02) VALUE ZEROS.
       77  WRK-SUSP-REF        PIC 9(06) VALUE ZEROS.
       77  WRK-ALERTA-SEVERIDADE PIC X(001) VALUE "M".
       77  WRK-ALERTA-PROGRAMA PIC X(012) VALUE "PROG_SALDO".
       77  WRK-ALERTA-MENSAGEM PIC X(060) VALUE SPACES.
       77  WRK-BLOQUEIO-STATUS PIC X(02) VALUE ZEROS.
       77  WRK-TOTAL-BLOQUEADO PIC 9(10)V99 VALUE ZEROS.
       77  WRK-BLOQUEIO-INVADIDO PIC X(01) VALUE "N".
       77  WRK-SALDCKPT-STATUS PIC X(02) VALUE ZEROS.
       77  WRK-CKPT-INTERVALO  PIC 9(04) VALUE 100.
       77  WRK-CKPT-CONTADOR   PIC 9(04) VALUE ZEROS.
       77  WRK-CKPT-SITUACAO   PIC X(01) VALUE "A".
       77  WRK-CKPT-ATIVO      PIC X(01) VALUE "N".
       77  WRK-CKPT-PENDENTE   PIC X(01) VALUE "N".
       77  WRK-RETOMADA        PIC X(01) VALUE "N".
       77  WRK-CKPT-LEDGER-SEQ PIC 9(06) VALUE ZEROS.
       77  WRK-CKPT-SUSP-REF   PIC 9(06) VALUE ZEROS.
       77  WRK-REF-INICIAL     PIC 9(06) VALUE ZEROS.
       77  WRK-PROX-SEQ        PIC 9(06) VALUE ZEROS.
       77  WRK-IDX-PULAR       PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-RECUPERADAS PIC 9(06) VALUE ZEROS.
       77  WRK-REG-APLICADO    PIC X(01) VALUE "N".
       77  WRK-SUSP-PENDENTE   PIC X(01) VALUE "N".
       77  WRK-SUSP-ABERTO     PIC X(01) VALUE "N".
       77  WRK-SIMULACAO       PIC X(01) VALUE "N".
       77  WRK-SIMUL-STATUS    PIC X(02) VALUE ZEROS.
       77  WRK-MASTER-AUSENTE  PIC X(01) VALUE "N".
       77  WRK-QTD-SIM-CONTAS  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SIM-LANC    PIC 9(05) VALUE ZEROS.
       77  WRK-IDX-SIM         PIC 9(05) VALUE ZEROS.
       77  WRK-SLOT-SIM        PIC 9(05) VALUE ZEROS.
       77  WRK-SIM-ESTOURO     PIC X(01) VALUE "N".
       77  WRK-MOTIVO-DESC     PIC X(040) VALUE SPACES.
       77  WRK-SIM-ATUAL-CAMPO PIC -(10)9.99.
       77  WRK-SIM-SALDO-CAMPO PIC -(10)9.99.
       77  WRK-SALDREM-STATUS  PIC X(02) VALUE ZEROS.
       77  WRK-ENV-FASE        PIC X(01) VALUE "H".
       77  WRK-ENV-RECUSADO    PIC X(01) VALUE "N".
       77  WRK-ENV-MOTIVO      PIC X(050) VALUE SPACES.
       77  WRK-ENV-REMETENTE   PIC X(08) VALUE SPACES.
       77  WRK-ENV-DATA        PIC 9(08) VALUE ZEROS.
       77  WRK-ENV-SEQ         PIC 9(06) VALUE ZEROS.
       77  WRK-ENV-SEQ-ESPERADA PIC 9(06) VALUE ZEROS.
       77  WRK-ENV-QTD         PIC 9(06) VALUE ZEROS.
       77  WRK-ENV-QTD-TRAILER PIC 9(06) VALUE ZEROS.
       77  WRK-ENV-MOEDA       PIC X(03) VALUE SPACES.
       77  WRK-ENV-MOEDAS-USADAS PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-ENV         PIC 9(02) VALUE ZEROS.
       77  WRK-SLOT-ENV        PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-REMETENTES  PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-REM         PIC 9(03) VALUE ZEROS.
       77  WRK-SLOT-REM        PIC 9(03) VALUE ZEROS.
       77  WRK-PAGEXT-STATUS   PIC X(02) VALUE ZEROS.
       77  WRK-PAGREMES-STATUS PIC X(02) VALUE ZEROS.
       77  WRK-FAVORECIDO-OK   PIC X(01) VALUE "S".
       77  WRK-PAGTO-ACHADO    PIC X(01) VALUE "N".
       77  WRK-IOFTAB-STATUS   PIC X(02) VALUE ZEROS.
       77  WRK-IOF-SENTIDO     PIC X(01) VALUE SPACES.
       77  WRK-IOF-ALIQUOTA    PIC 9(02)V9(04) VALUE ZEROS.
       77  WRK-IOF-VIGENCIA    PIC 9(08) VALUE ZEROS.
       77  WRK-VALOR-IOF       PIC 9(10)V99 VALUE ZEROS.
       77  WRK-IOF-SEQ-ORIGEM  PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-IOF         PIC 9(05) VALUE ZEROS.
       77  WRK-IOF-SALVA-TIPO  PIC X(01) VALUE SPACES.
       77  WRK-IOF-SALVA-MOEDA PIC X(03) VALUE SPACES.
       77  WRK-IOF-SALVA-VALOR PIC 9(10)V99 VALUE ZEROS.
       77  WRK-IOF-SALVA-BRL   PIC 9(10)V99 VALUE ZEROS.

      * Hash totals of SALDOS.DAT per currency: as read from the
      * transactions, and as declared by the trailers.
       01  WRK-ENV-MOEDAS.
        05 WRK-ENV-MOEDA-ENTRY OCCURS 10 TIMES.
         10 WRK-EV-MOEDA PIC X(03).
         10 WRK-EV-HASH-LIDO PIC 9(13)V99.
         10 WRK-EV-HASH-TRAILER PIC 9(13)V99.

      * SALDREM.DAT in memory, rewritten whole when a file is taken.
       01  WRK-REMETENTES.
        05 WRK-REMETENTE-ENTRY OCCURS 100 TIMES.
         10 WRK-RM-REMETENTE PIC X(08).
         10 WRK-RM-ULTIMO-SEQ PIC 9(06).
         10 WRK-RM-DATA-ARQUIVO PIC 9(08).
         10 WRK-RM-DATA-PROCESSO PIC 9(08).

      * Mode 4 posts nothing: the balance each touched account
      * would end the night with, and the ledger lines the run
      * would have written (for the duplicate check against
      * earlier records of the same file), are kept here instead.
       01  WRK-SIM-CONTAS.
        05 WRK-SIM-CONTA-ENTRY OCCURS 5000 TIMES.
         10 WRK-SC-CONTA PIC 9(05).
         10 WRK-SC-MOEDA PIC X(03).
         10 WRK-SC-SALDO-ATUAL PIC S9(10)V99.
         10 WRK-SC-SALDO PIC S9(10)V99.
         10 WRK-SC-NOVA PIC X(01).
         10 WRK-SC-QTD PIC 9(05).
       01  WRK-SIM-LANCAMENTOS.
        05 WRK-SIM-LANC-ENTRY OCCURS 5000 TIMES.
         10 WRK-SL-CONTA PIC 9(05).
         10 WRK-SL-LINHA PIC X(084).

      *=================================================================
       PROCEDURE                              DIVISION.
           ELSE
               CLOSE PARAM-FILE
               DISPLAY "MODO: 1-INTERATIVO  2-LOTE (ARQUIVO "
                   "SALDOS.DAT)  3-REPROCESSAR SUSPENSOS  "
                   "4-SIMULAR LOTE"
               ACCEPT WRK-MODO
           END-IF.

      * The account master and its ledger are held exclusively for
      * the run: a competing session or stream is refused and told
      * who has them. The simulation only reads them, so it shares.
           IF WRK-MODO = 4
               MOVE "S" TO WRK-SIMULACAO
               MOVE "C" TO WRK-TRAVA-MODO
           END-IF.
           CALL "REGISTRAR-TRAVA" USING WRK-TRAVA-ARQUIVO
               WRK-TRAVA-PROGRAMA WRK-TRAVA-MODO
               WRK-TRAVA-CONCEDIDA WRK-TRAVA-DETENTOR.
                   PERFORM PROCESSAR-LOTE
                   PERFORM GERAR-RECONCILIACAO
                   PERFORM FECHAR-ACKNOWLEDGMENT
      * Only once the reconciliation and the acknowledgment are out
      * is there nothing left to restart.
                   IF WRK-CKPT-ATIVO = "S"
                       MOVE "C" TO WRK-CKPT-SITUACAO
                       PERFORM GRAVAR-CHECKPOINT-LOTE
                   END-IF
               WHEN 3
                   PERFORM ABRIR-ACKNOWLEDGMENT
      * An interrupted SALDOS.DAT run owns the suspense items it
      * wrote until it is restarted; reprocessing them first would
      * leave the restart unable to tell what it had applied.
                   PERFORM LER-CHECKPOINT-LOTE
                   IF WRK-CKPT-PENDENTE = "S"
                       DISPLAY "LOTE SALDOS.DAT INTERROMPIDO AGUARDA "
                           "RETOMADA - REPROCESSAMENTO NAO EXECUTADO"
                       MOVE 8 TO WRK-RETURN-CODE
                   ELSE
                       PERFORM REPROCESSAR-SUSPENSOS
                   END-IF
                   PERFORM GERAR-RECONCILIACAO
                   PERFORM FECHAR-ACKNOWLEDGMENT
               WHEN 4
                   PERFORM SIMULAR-LOTE
               WHEN OTHER
                   PERFORM PROCESSAR-INTERATIVO
           END-EVALUATE.
                   MOVE PARAM-LINE(1:3) TO WRK-MOEDA
               ELSE
                   DISPLAY "TIPO DE TRANSACAO (C-CREDITO D-DEBITO "
                       "T-TRANSFERENCIA E-ESTORNO X-PAGAMENTO A "
                       "OUTRO BANCO)"
                   ACCEPT WRK-TIPO
                   DISPLAY "DIGITE O VALOR DA TRANSACAO"
                   ACCEPT WRK-VALOR
               END-IF
               MOVE ZEROS TO WRK-TRANS-CONTA-DEST
               MOVE ZEROS TO WRK-TRANS-SEQ-ESTORNO
               MOVE ZEROS TO WRK-TRANS-BANCO-DEST
               MOVE ZEROS TO WRK-TRANS-AGENCIA-DEST
               MOVE SPACES TO WRK-TRANS-CONTA-EXTERNA
               MOVE SPACES TO WRK-TRANS-FAVORECIDO
               IF WRK-MODO-BATCH = "S"
                   PERFORM LER-PARAM-LINHA
                   MOVE PARAM-LINE(1:8) TO WRK-TRANS-DATA-VALOR
                       ACCEPT WRK-TRANS-SEQ-ESTORNO
                   END-IF
               END-IF
               IF WRK-TIPO = "X"
                   IF WRK-MODO-BATCH = "S"
                       PERFORM LER-PARAM-LINHA
                       MOVE PARAM-LINE(1:3) TO WRK-TRANS-BANCO-DEST
                       PERFORM LER-PARAM-LINHA
                       MOVE PARAM-LINE(1:4) TO WRK-TRANS-AGENCIA-DEST
                       PERFORM LER-PARAM-LINHA
                       MOVE PARAM-LINE(1:12)
                           TO WRK-TRANS-CONTA-EXTERNA
                       PERFORM LER-PARAM-LINHA
                       MOVE PARAM-LINE(1:30) TO WRK-TRANS-FAVORECIDO
                   ELSE
                       DISPLAY "BANCO DO FAVORECIDO (3 DIGITOS)"
                       ACCEPT WRK-TRANS-BANCO-DEST
                       DISPLAY "AGENCIA DO FAVORECIDO (4 DIGITOS)"
                       ACCEPT WRK-TRANS-AGENCIA-DEST
                       DISPLAY "CONTA DO FAVORECIDO COM DIGITO"
                       ACCEPT WRK-TRANS-CONTA-EXTERNA
                       DISPLAY "NOME DO FAVORECIDO"
                       ACCEPT WRK-TRANS-FAVORECIDO
                   END-IF
               END-IF
               MOVE WRK-CONTA TO WRK-TRANS-CONTA
               MOVE WRK-SALDO TO WRK-TRANS-SALDO
               MOVE WRK-TIPO TO WRK-TRANS-TIPO
           END-IF.

       ABRIR-CONTA-FILE.
      * The simulation opens the master read-only and never creates
      * it; with no master yet every account would be seeded.
           IF WRK-SIMULACAO = "S"
               OPEN INPUT CONTA-FILE
               IF WRK-CONTA-STATUS = "35"
                   MOVE "S" TO WRK-MASTER-AUSENTE
                   MOVE ZEROS TO WRK-CONTA-STATUS
               END-IF
           ELSE
               OPEN I-O CONTA-FILE
               IF WRK-CONTA-STATUS = "35"
                   OPEN OUTPUT CONTA-FILE
                   CLOSE CONTA-FILE
                   OPEN I-O CONTA-FILE
               END-IF
           END-IF.
           IF WRK-CONTA-STATUS NOT = "00"
               MOVE "CONTA-FILE" TO WRK-ERRO-ARQUIVO

       LER-CONTA-MASTER.
           MOVE WRK-CONTA TO CONTA-NUMERO.
           IF WRK-MASTER-AUSENTE = "S"
               MOVE "N" TO WRK-CONTA-ACHADA
           ELSE
               READ CONTA-FILE
                   INVALID KEY
                       MOVE "N" TO WRK-CONTA-ACHADA
                   NOT INVALID KEY
                       MOVE "S" TO WRK-CONTA-ACHADA
               END-READ
               IF WRK-CONTA-STATUS NOT = "00"
                       AND WRK-CONTA-STATUS NOT = "23"
                   MOVE "CONTA-FILE" TO WRK-ERRO-ARQUIVO
                   MOVE WRK-CONTA-STATUS TO WRK-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
           END-IF.
           IF WRK-SIMULACAO = "S"
               PERFORM APLICAR-SALDO-SIMULADO
           END-IF.

       APLICAR-SALDO-SIMULADO.
      * An account the simulation already moved reads back with its
      * projected balance; one it seeded reads back as the new
      * account CRIAR-CONTA-MASTER would have written.
           PERFORM LOCALIZAR-CONTA-SIMULADA.
           IF WRK-SLOT-SIM NOT = ZEROS
               IF WRK-CONTA-ACHADA = "N"
                   INITIALIZE CONTA-REC
                   MOVE WRK-CONTA TO CONTA-NUMERO
                   MOVE WRK-SC-MOEDA(WRK-SLOT-SIM) TO CONTA-MOEDA
                   MOVE "C" TO CONTA-TIPO
                   MOVE "A" TO CONTA-SITUACAO
                   MOVE "S" TO WRK-CONTA-ACHADA
               END-IF
               MOVE WRK-SC-SALDO(WRK-SLOT-SIM) TO CONTA-SALDO
           END-IF.

       LOCALIZAR-CONTA-SIMULADA.
           MOVE ZEROS TO WRK-SLOT-SIM.
           PERFORM VARYING WRK-IDX-SIM FROM 1 BY 1
                   UNTIL WRK-IDX-SIM > WRK-QTD-SIM-CONTAS
                   OR WRK-SLOT-SIM NOT = ZEROS
               IF WRK-SC-CONTA(WRK-IDX-SIM) = WRK-CONTA
                   MOVE WRK-IDX-SIM TO WRK-SLOT-SIM
               END-IF
           END-PERFORM.

       REGISTRAR-CONTA-SIMULADA.
      * First touch of an account keeps the balance it starts the
      * night with (CONTA-REC as just read) beside the projection.
           PERFORM LOCALIZAR-CONTA-SIMULADA.
           IF WRK-SLOT-SIM = ZEROS
               IF WRK-QTD-SIM-CONTAS < 5000
                   ADD 1 TO WRK-QTD-SIM-CONTAS
                   MOVE WRK-QTD-SIM-CONTAS TO WRK-SLOT-SIM
                   MOVE WRK-CONTA TO WRK-SC-CONTA(WRK-SLOT-SIM)
                   MOVE CONTA-MOEDA TO WRK-SC-MOEDA(WRK-SLOT-SIM)
                   MOVE CONTA-SALDO
                       TO WRK-SC-SALDO-ATUAL(WRK-SLOT-SIM)
                   MOVE CONTA-SALDO TO WRK-SC-SALDO(WRK-SLOT-SIM)
                   MOVE "N" TO WRK-SC-NOVA(WRK-SLOT-SIM)
                   MOVE ZEROS TO WRK-SC-QTD(WRK-SLOT-SIM)
               ELSE
                   MOVE "S" TO WRK-SIM-ESTOURO
               END-IF
           END-IF.

       CRIAR-CONTA-MASTER.
      * interactively.
           MOVE WRK-CLIENTE-TITULAR TO CONTA-CLIENTE.
           MOVE "C" TO CONTA-TIPO.
           MOVE ZEROS TO CONTA-LIMITE.
           CALL "OBTER-DATA-PROCESSO" USING WRK-DATA-HOJE.
           MOVE WRK-DATA-HOJE TO CONTA-ABERTURA.
           MOVE "A" TO CONTA-SITUACAO.
           IF WRK-SIMULACAO = "S"
               PERFORM REGISTRAR-CONTA-SIMULADA
               IF WRK-SLOT-SIM NOT = ZEROS
                   MOVE "S" TO WRK-SC-NOVA(WRK-SLOT-SIM)
               END-IF
           ELSE
               WRITE CONTA-REC
                   INVALID KEY
                       DISPLAY "ERRO AO CRIAR CONTA " WRK-CONTA
                           ": " WRK-CONTA-STATUS
                       MOVE 8 TO WRK-RETURN-CODE
               END-WRITE
               IF WRK-CONTA-STATUS NOT = "00"
                       AND WRK-CONTA-STATUS NOT = "22"
                   MOVE "CONTA-FILE" TO WRK-ERRO-ARQUIVO
                   MOVE WRK-CONTA-STATUS TO WRK-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
           END-IF.

       ATUALIZAR-CONTA-MASTER.
      * Only the balance moves; the account's own currency and
      * customer link stay whatever the master already says.
           MOVE WRK-CONTA TO CONTA-NUMERO.
           IF WRK-SIMULACAO = "S"
               PERFORM REGISTRAR-CONTA-SIMULADA
               IF WRK-SLOT-SIM NOT = ZEROS
                   MOVE WRK-RESULTADO TO WRK-SC-SALDO(WRK-SLOT-SIM)
                   ADD 1 TO WRK-SC-QTD(WRK-SLOT-SIM)
               END-IF
           ELSE
               MOVE WRK-RESULTADO TO CONTA-SALDO
               REWRITE CONTA-REC
                   INVALID KEY
                       DISPLAY "ERRO AO ATUALIZAR CONTA " WRK-CONTA
                           ": " WRK-CONTA-STATUS
                       MOVE 8 TO WRK-RETURN-CODE
               END-REWRITE
               IF WRK-CONTA-STATUS NOT = "00"
                       AND WRK-CONTA-STATUS NOT = "23"
                   MOVE "CONTA-FILE" TO WRK-ERRO-ARQUIVO
                   MOVE WRK-CONTA-STATUS TO WRK-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
           END-IF.

       VALIDAR-SALDO-INFORMADO.
      * A file whose count and value exactly match the previous
      * processed run is refused whole - twice this shape of night
      * has been the same file sent twice.
      * A checkpoint left by an interrupted run of this same file
      * (same count and value) means a restart, which the repeated
      * file check must not refuse; a checkpoint of some other file
      * means that night is still half posted, and nothing new goes
      * on top of it.
      * A file whose envelope does not close - no header, no
      * trailer, a count or currency hash that disagrees with what
      * was read, a sender sequence number that skips or repeats -
      * is refused whole before the repeated-batch check.
           PERFORM CARREGAR-JANELA-DUP.
           PERFORM CONFERIR-LOTE-REPETIDO.
           PERFORM LER-CHECKPOINT-LOTE.
           PERFORM CONFERIR-ENVELOPE-LOTE.
           IF WRK-CKPT-PENDENTE = "S" AND WRK-RETOMADA = "N"
               DISPLAY "SALDCKPT.DAT APONTA OUTRO LOTE INTERROMPIDO "
                   "- RETOME AQUELE SALDOS.DAT, NADA PROCESSADO"
               MOVE 8 TO WRK-RETURN-CODE
               MOVE "A" TO WRK-ALERTA-SEVERIDADE
               MOVE "LOTE SALDOS.DAT INTERROMPIDO AGUARDA RETOMADA"
                   TO WRK-ALERTA-MENSAGEM
               CALL "GRAVAR-ALERTA" USING WRK-ALERTA-SEVERIDADE
                   WRK-ALERTA-PROGRAMA WRK-ALERTA-MENSAGEM
           ELSE
               IF WRK-ENV-RECUSADO = "S"
                   PERFORM RECUSAR-LOTE-ENVELOPE
               ELSE
                   IF WRK-LOTE-REPETIDO = "S" AND WRK-RETOMADA = "N"
                       DISPLAY "SALDOS.DAT COM OS MESMOS TOTAIS DO "
                           "LOTE ANTERIOR - PROVAVEL REENVIO, NADA "
                           "PROCESSADO"
                       MOVE 8 TO WRK-RETURN-CODE
                       MOVE "M" TO WRK-ALERTA-SEVERIDADE
                       MOVE "SALDOS.DAT RECUSADO INTEIRO - PROVAVEL "
                           TO WRK-ALERTA-MENSAGEM
                       MOVE "REENVIO" TO WRK-ALERTA-MENSAGEM(40:7)
                       CALL "GRAVAR-ALERTA" USING
                           WRK-ALERTA-SEVERIDADE
                           WRK-ALERTA-PROGRAMA WRK-ALERTA-MENSAGEM
                   ELSE
                       PERFORM PROCESSAR-LOTE-CONFIRMADO
                   END-IF
               END-IF
           END-IF.

       PROCESSAR-LOTE-CONFIRMADO.
           IF WRK-RETOMADA = "S"
               PERFORM RETOMAR-LOTE
           ELSE
               PERFORM OBTER-REFERENCIA-SUSPENSO
               MOVE WRK-SUSP-REF TO WRK-REF-INICIAL
           END-IF.
           OPEN INPUT BATCH-FILE.
           IF WRK-BATCH-STATUS = "35"
               DISPLAY "ARQUIVO SALDOS.DAT NAO ENCONTRADO"
                   MOVE WRK-BATCH-STATUS TO WRK-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
      * Records already applied before the interruption are read
      * past, never reposted; the first checkpoint goes down before
      * any posting, so even an abend inside the first interval
      * knows where the run began.
               PERFORM PULAR-APLICADAS
               MOVE "S" TO WRK-CKPT-ATIVO
               MOVE "A" TO WRK-CKPT-SITUACAO
               MOVE ZEROS TO WRK-CKPT-CONTADOR
               PERFORM GRAVAR-CHECKPOINT-LOTE
               PERFORM UNTIL WRK-BATCH-STATUS = "10"
                   READ BATCH-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF NOT BATCH-E-ENVELOPE
                               ADD 1 TO WRK-QTD-LIDAS-LOTE
                               MOVE BATCH-REC TO WRK-TRANS
      * A probable duplicate (same account, amount, currency and
      * value date as an entry already on the ledger inside the
      * window) is held on the suspense file for operator release
      * through the reprocess mode, which skips this check.
                               PERFORM DETECTAR-DUPLICATA-FEED
                               IF WRK-MOTIVO-RECUSA = ZEROS
                                   PERFORM PROCESSAR-UMA-TRANSACAO
                               END-IF
                               PERFORM CONTABILIZAR-RECONCILIACAO
      * A recused record stops scrolling past as a DISPLAY: it
      * goes to the suspense file with its reason code so only
      * the rejects are fixed and resubmitted.
                               IF WRK-MOTIVO-RECUSA NOT = ZEROS
                                   PERFORM GRAVAR-SUSPENSO
                               END-IF
                               ADD 1 TO WRK-CKPT-CONTADOR
                               IF WRK-CKPT-CONTADOR >=
                                       WRK-CKPT-INTERVALO
                                   PERFORM GRAVAR-CHECKPOINT-LOTE
                                   MOVE ZEROS TO WRK-CKPT-CONTADOR
                               END-IF
                           END-IF
                   END-READ
                   IF WRK-BATCH-STATUS NOT = "00"
                   END-IF
               END-PERFORM
               CLOSE BATCH-FILE
               PERFORM GRAVAR-CHECKPOINT-LOTE
               PERFORM GRAVAR-TOTAIS-LOTE
               PERFORM GRAVAR-SEQUENCIA-REMETENTE
               IF WRK-QTD-DUPLICATAS NOT = ZEROS
                   DISPLAY "PROVAVEIS DUPLICATAS SUSPENSAS PARA "
                       "LIBERACAO DO OPERADOR: " WRK-QTD-DUPLICATAS
               END-IF
           END-IF.

       PULAR-APLICADAS.
      * Counts transactions only; the header goes past with them.
           MOVE ZEROS TO WRK-IDX-PULAR.
           PERFORM UNTIL WRK-IDX-PULAR >= WRK-QTD-LIDAS-LOTE
               READ BATCH-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WRK-BATCH-STATUS NOT = "00"
                   MOVE "BATCH-FILE" TO WRK-ERRO-ARQUIVO
                   MOVE WRK-BATCH-STATUS TO WRK-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF NOT BATCH-E-ENVELOPE
                   ADD 1 TO WRK-IDX-PULAR
               END-IF
           END-PERFORM.

       LER-CHECKPOINT-LOTE.
      * WRK-PRE-QTD/WRK-PRE-VALOR are the pre-scanned totals of the
      * SALDOS.DAT on hand (zero outside the batch mode); matching
      * them against the checkpoint is what makes this a restart.
           MOVE "N" TO WRK-CKPT-PENDENTE.
           MOVE "N" TO WRK-RETOMADA.
           OPEN INPUT SALDCKPT-FILE.
           IF WRK-SALDCKPT-STATUS = "35"
               CLOSE SALDCKPT-FILE
           ELSE
               IF WRK-SALDCKPT-STATUS NOT = "00"
                   MOVE "SALDCKPT-FILE" TO WRK-ERRO-ARQUIVO
                   MOVE WRK-SALDCKPT-STATUS TO WRK-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               READ SALDCKPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SALDCKPT-SITUACAO = "A"
                           MOVE "S" TO WRK-CKPT-PENDENTE
                           IF WRK-PRE-QTD NOT = ZEROS
                                   AND WRK-PRE-QTD = SALDCKPT-LOTE-QTD
                                   AND WRK-PRE-VALOR =
                                       SALDCKPT-LOTE-VALOR
                               MOVE "S" TO WRK-RETOMADA
                               PERFORM RESTAURAR-CHECKPOINT-LOTE
                           END-IF
                       END-IF
               END-READ
               IF WRK-SALDCKPT-STATUS NOT = "00"
                       AND WRK-SALDCKPT-STATUS NOT = "10"
                   MOVE "SALDCKPT-FILE" TO WRK-ERRO-ARQUIVO
                   MOVE WRK-SALDCKPT-STATUS TO WRK-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               CLOSE SALDCKPT-FILE
           END-IF.

       RESTAURAR-CHECKPOINT-LOTE.
      * The run's original starting SEQ= comes back with the totals,
      * so the reconciliation counts the ledger lines of the whole
      * night and not just those of the restart.
           MOVE SALDCKPT-LIDAS TO WRK-QTD-LIDAS-LOTE.
           MOVE SALDCKPT-SEQ-INICIAL TO WRK-SEQ-INICIAL.
           MOVE SALDCKPT-LEDGER-SEQ TO WRK-CKPT-LEDGER-SEQ.
           MOVE SALDCKPT-REF-INICIAL TO WRK-REF-INICIAL.
           MOVE SALDCKPT-SUSP-REF TO WRK-CKPT-SUSP-REF.
           MOVE SALDCKPT-ACEITAS TO WRK-QTD-ACEITAS.
           MOVE SALDCKPT-RECUSADAS TO WRK-QTD-RECUSADAS.
           MOVE SALDCKPT-TRANSF TO WRK-QTD-TRANSF.
           MOVE SALDCKPT-DUPLICATAS TO WRK-QTD-DUPLICATAS.
           MOVE SALDCKPT-VLR-ACEITAS TO WRK-VLR-ACEITAS.
           MOVE SALDCKPT-VLR-RECUSADAS TO WRK-VLR-RECUSADAS.
           MOVE SALDCKPT-RETURN-CODE TO WRK-RETURN-CODE.
           MOVE SALDCKPT-MOEDAS-USADAS TO WRK-MOEDAS-USADAS.
           MOVE SALDCKPT-SOMAS-MOEDA TO WRK-SOMAS-MOEDA.
           MOVE SALDCKPT-IOF TO WRK-QTD-IOF.

       GRAVAR-CHECKPOINT-LOTE.
           OPEN OUTPUT SALDCKPT-FILE.
           IF WRK-SALDCKPT-STATUS NOT = "00"
               MOVE "SALDCKPT-FILE" TO WRK-ERRO-ARQUIVO
               MOVE WRK-SALDCKPT-STATUS TO WRK-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WRK-CKPT-SITUACAO TO SALDCKPT-SITUACAO.
           MOVE WRK-PRE-QTD TO SALDCKPT-LOTE-QTD.
           MOVE WRK-PRE-VALOR TO SALDCKPT-LOTE-VALOR.
           MOVE WRK-QTD-LIDAS-LOTE TO SALDCKPT-LIDAS.
           MOVE WRK-SEQ-INICIAL TO SALDCKPT-SEQ-INICIAL.
           MOVE WRK-LEDGER-SEQ TO SALDCKPT-LEDGER-SEQ.
           MOVE WRK-REF-INICIAL TO SALDCKPT-REF-INICIAL.
           MOVE WRK-SUSP-REF TO SALDCKPT-SUSP-REF.
           MOVE WRK-QTD-ACEITAS TO SALDCKPT-ACEITAS.
           MOVE WRK-QTD-RECUSADAS TO SALDCKPT-RECUSADAS.
           MOVE WRK-QTD-TRANSF TO SALDCKPT-TRANSF.
           MOVE WRK-QTD-DUPLICATAS TO SALDCKPT-DUPLICATAS.
           MOVE WRK-VLR-ACEITAS TO SALDCKPT-VLR-ACEITAS.
           MOVE WRK-VLR-RECUSADAS TO SALDCKPT-VLR-RECUSADAS.
           MOVE WRK-RETURN-CODE TO SALDCKPT-RETURN-CODE.
           MOVE WRK-MOEDAS-USADAS TO SALDCKPT-MOEDAS-USADAS.
           MOVE WRK-SOMAS-MOEDA TO SALDCKPT-SOMAS-MOEDA.
           MOVE WRK-QTD-IOF TO SALDCKPT-IOF.
           WRITE SALDCKPT-REC.
           IF WRK-SALDCKPT-STATUS NOT = "00"
               MOVE "SALDCKPT-FILE" TO WRK-ERRO-ARQUIVO
               MOVE WRK-SALDCKPT-STATUS TO WRK-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE SALDCKPT-FILE.

       RETOMAR-LOTE.
      * The acknowledgment was reopened from its header, so the
      * reject lines already written for this night come back off
      * the suspense file first. Then, if LEDGSEQ.DAT or SUSPSEQ.DAT
      * moved past what the checkpoint recorded, the abend hit
      * inside an interval: those records were posted after the
      * checkpoint, and are counted in from their own ledger lines
      * and suspense items instead of being applied a second time.
           DISPLAY "RETOMANDO SALDOS.DAT APOS O REGISTRO "
               WRK-QTD-LIDAS-LOTE.
           PERFORM REFAZER-ACK-RETOMADA.
           PERFORM OBTER-REFERENCIA-SUSPENSO.
           MOVE ZEROS TO WRK-QTD-RECUPERADAS.
           IF WRK-LEDGER-SEQ > WRK-CKPT-LEDGER-SEQ
                   OR WRK-SUSP-REF > WRK-CKPT-SUSP-REF
               PERFORM RECUPERAR-INTERVALO-LOTE
           END-IF.
           DISPLAY "REGISTROS JA APLICADOS APOS O ULTIMO CHECKPOINT: "
               WRK-QTD-RECUPERADAS.

       REFAZER-ACK-RETOMADA.
           OPEN INPUT SUSPENSO-FILE.
           IF WRK-SUSPENSO-STATUS = "35"
               CLOSE SUSPENSO-FILE
           ELSE
               IF WRK-SUSPENSO-STATUS NOT = "00"
                   MOVE "SUSPENSO-FILE" TO WRK-ERRO-ARQUIVO
                   MOVE WRK-SUSPENSO-STATUS TO WRK-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               PERFORM UNTIL WRK-SUSPENSO-STATUS = "10"
                   READ SUSPENSO-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WRK-SUSPENSO-STATUS NOT = "00"
                           AND WRK-SUSPENSO-STATUS NOT = "10"
                       MOVE "SUSPENSO-FILE" TO WRK-ERRO-ARQUIVO
                       MOVE WRK-SUSPENSO-STATUS TO WRK-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF SUSP-REFERENCIA > WRK-REF-INICIAL
                       MOVE SUSP-MOTIVO TO WRK-MOTIVO-RECUSA
                       MOVE SUSP-DADOS TO WRK-TRANS
                       MOVE SUSP-REFERENCIA TO WRK-REF-ATUAL
                       PERFORM GRAVAR-ACK-DETALHE
                   END-IF
               END-PERFORM
               CLOSE SUSPENSO-FILE
           END-IF.
           MOVE ZEROS TO WRK-MOTIVO-RECUSA.

       RECUPERAR-INTERVALO-LOTE.
      * Walks SALDOS.DAT from the checkpoint in step with the ledger
      * lines after the checkpoint SEQ= and the suspense items after
      * its reference (SUSPENSO.DAT is in reference order, each
      * night appended at the end). A record is applied when the
      * next ledger SEQ= is its posting or the next suspense item
      * is it; the first record that is neither was never reached.
           COMPUTE WRK-PROX-SEQ = WRK-CKPT-LEDGER-SEQ + 1.
           MOVE "N" TO WRK-SUSP-PENDENTE.
           MOVE "N" TO WRK-SUSP-ABERTO.
           OPEN INPUT SUSPENSO-FILE.
           IF WRK-SUSPENSO-STATUS = "35"
               CLOSE SUSPENSO-FILE
           ELSE
               IF WRK-SUSPENSO-STATUS NOT = "00"
                   MOVE "SUSPENSO-FILE" TO WRK-ERRO-ARQUIVO
                   MOVE WRK-SUSPENSO-STATUS TO WRK-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE "S" TO WRK-SUSP-ABERTO
               PERFORM UNTIL WRK-SUSP-PENDENTE = "S"
                   READ SUSPENSO-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WRK-SUSPENSO-STATUS NOT = "00"
                           AND WRK-SUSPENSO-STATUS NOT = "10"
                       MOVE "SUSPENSO-FILE" TO WRK-ERRO-ARQUIVO
                       MOVE WRK-SUSPENSO-STATUS TO WRK-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF SUSP-REFERENCIA > WRK-CKPT-SUSP-REF
                       MOVE "S" TO WRK-SUSP-PENDENTE
                   END-IF
               END-PERFORM
           END-IF.

           OPEN INPUT BATCH-FILE.
           IF WRK-BATCH-STATUS NOT = "00"
               MOVE "BATCH-FILE" TO WRK-ERRO-ARQUIVO
               MOVE WRK-BATCH-STATUS TO WRK-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM PULAR-APLICADAS.
           PERFORM UNTIL WRK-BATCH-STATUS = "10"
               READ BATCH-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WRK-BATCH-STATUS NOT = "00"
                       AND WRK-BATCH-STATUS NOT = "10"
                   MOVE "BATCH-FILE" TO WRK-ERRO-ARQUIVO
                   MOVE WRK-BATCH-STATUS TO WRK-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF NOT BATCH-E-ENVELOPE
                   MOVE BATCH-REC TO WRK-TRANS
                   MOVE "N" TO WRK-REG-APLICADO
                   IF WRK-PROX-SEQ <= WRK-LEDGER-SEQ
                       PERFORM CONFERIR-LINHA-RECUPERADA
                   END-IF
                   IF WRK-REG-APLICADO = "N"
                           AND WRK-SUSP-PENDENTE = "S"
                           AND SUSP-DADOS = WRK-TRANS
                       PERFORM CONTABILIZAR-SUSPENSO-RECUPERADO
                   END-IF
                   IF WRK-REG-APLICADO = "N"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WRK-QTD-LIDAS-LOTE
                   ADD 1 TO WRK-QTD-RECUPERADAS
               END-IF
           END-PERFORM.
           CLOSE BATCH-FILE.
           MOVE ZEROS TO WRK-BATCH-STATUS.
           IF WRK-SUSP-ABERTO = "S"
               CLOSE SUSPENSO-FILE
               MOVE "N" TO WRK-SUSP-ABERTO
           END-IF.

       CONFERIR-LINHA-RECUPERADA.
      * The line at the next SEQ= must be this record's own posting:
      * same account by key, and the estorno it names, the transfer
      * destination, or the TIPO and VALOR of a plain credit or
      * debit. Its MOEDA, VALOR and VLRBRL are what the original
      * pass counted, estornos included.
           OPEN INPUT LEDGER-FILE.
           IF WRK-LEDGER-STATUS = "35"
               CLOSE LEDGER-FILE
           ELSE
               IF WRK-LEDGER-STATUS NOT = "00"
                   MOVE "LEDGER-FILE" TO WRK-ERRO-ARQUIVO
                   MOVE WRK-LEDGER-STATUS TO WRK-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE WRK-TRANS-CONTA TO LEDGIX-CONTA
               MOVE WRK-PROX-SEQ TO LEDGIX-SEQ
               READ LEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LEDGER-LINE(64:1) TO WRK-TIPO-ORIGINAL
                       MOVE LEDGER-LINE(35:3) TO WRK-MOEDA-ORIGINAL
                       MOVE LEDGER-LINE(72:10) TO WRK-PARSE-INT
                       INSPECT WRK-PARSE-INT
                           REPLACING LEADING " " BY "0"
                       MOVE WRK-PARSE-INT TO WRK-NUM-INT
                       MOVE LEDGER-LINE(83:2) TO WRK-PARSE-DEC
                       MOVE WRK-PARSE-DEC TO WRK-NUM-DEC
                       COMPUTE WRK-VALOR-ORIGINAL =
                           WRK-NUM-INT + WRK-NUM-DEC / 100
                       MOVE LEDGER-LINE(118:10) TO WRK-PARSE-INT
                       INSPECT WRK-PARSE-INT
                           REPLACING LEADING " " BY "0"
                       MOVE WRK-PARSE-INT TO WRK-NUM-INT
                       MOVE LEDGER-LINE(129:2) TO WRK-PARSE-DEC
                       MOVE WRK-PARSE-DEC TO WRK-NUM-DEC
                       COMPUTE WRK-VLRBRL-ORIGINAL =
                           WRK-NUM-INT + WRK-NUM-DEC / 100
                       EVALUATE WRK-TRANS-TIPO
                           WHEN "E"
                               IF LEDGER-LINE(142:12) = " ESTORNO-DE="
                                   AND LEDGER-LINE(154:6) =
                                       WRK-TRANS-SEQ-ESTORNO
                                   MOVE "S" TO WRK-REG-APLICADO
                               END-IF
                           WHEN "T"
                               IF WRK-TIPO-ORIGINAL = "T"
                                   AND LEDGER-LINE(148:5) =
                                       WRK-TRANS-CONTA-DEST
                                   MOVE "S" TO WRK-REG-APLICADO
                               END-IF
                           WHEN OTHER
                               IF WRK-TIPO-ORIGINAL = WRK-TRANS-TIPO
                                   AND WRK-VALOR-ORIGINAL =
                                       WRK-TRANS-VALOR
                                   MOVE "S" TO WRK-REG-APLICADO
                               END-IF
                       END-EVALUATE
               END-READ
               IF WRK-LEDGER-STATUS NOT = "00"
                       AND WRK-LEDGER-STATUS NOT = "23"
                   MOVE "LEDGER-FILE" TO WRK-ERRO-ARQUIVO
                   MOVE WRK-LEDGER-STATUS TO WRK-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               CLOSE LEDGER-FILE
           END-IF.
           IF WRK-REG-APLICADO = "S"
               MOVE ZEROS TO WRK-MOTIVO-RECUSA
               MOVE WRK-TIPO-ORIGINAL TO WRK-TIPO
               MOVE WRK-MOEDA-ORIGINAL TO WRK-MOEDA
               MOVE WRK-VALOR-ORIGINAL TO WRK-VALOR
               MOVE WRK-VLRBRL-ORIGINAL TO WRK-VALOR-BRL
               PERFORM CONTABILIZAR-RECONCILIACAO
               IF WRK-TIPO = "X"
                   PERFORM CONFERIR-PAGAMENTO-RECUPERADO
               END-IF
               MOVE WRK-PROX-SEQ TO WRK-IOF-SEQ-ORIGEM
               IF WRK-TIPO = "T"
                   ADD 2 TO WRK-PROX-SEQ
               ELSE
                   ADD 1 TO WRK-PROX-SEQ
               END-IF
               PERFORM CONFERIR-IOF-RECUPERADO
           END-IF.

       CONFERIR-IOF-RECUPERADO.
      * A converted record may be followed on the same account by
      * its IOF line (TIPO O, IOF-DE= the SEQ= of the posting just
      * recovered); that line is part of the record and its SEQ=
      * is passed over with it.
           OPEN INPUT LEDGER-FILE.
           IF WRK-LEDGER-STATUS NOT = "00"
               MOVE "LEDGER-FILE" TO WRK-ERRO-ARQUIVO
               MOVE WRK-LEDGER-STATUS TO WRK-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WRK-TRANS-CONTA TO LEDGIX-CONTA.
           MOVE WRK-PROX-SEQ TO LEDGIX-SEQ.
           READ LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LEDGER-LINE(64:1) = "O"
                           AND LEDGER-LINE(142:8) = " IOF-DE="
                           AND LEDGER-LINE(150:6) = WRK-IOF-SEQ-ORIGEM
                       ADD 1 TO WRK-PROX-SEQ
                       ADD 1 TO WRK-QTD-IOF
                   END-IF
           END-READ.
           IF WRK-LEDGER-STATUS NOT = "00"
                   AND WRK-LEDGER-STATUS NOT = "23"
               MOVE "LEDGER-FILE" TO WRK-ERRO-ARQUIVO
               MOVE WRK-LEDGER-STATUS TO WRK-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE LEDGER-FILE.

       CONTABILIZAR-SUSPENSO-RECUPERADO.
      * The recused value is the transaction's own VALOR, except an
      * estorno stopped by the limit or a hold, which was valued at
      * the original line it tried to back out.
           MOVE "S" TO WRK-REG-APLICADO.
           MOVE SUSP-MOTIVO TO WRK-MOTIVO-RECUSA.
           MOVE WRK-TRANS-VALOR TO WRK-VALOR.
           IF WRK-TRANS-TIPO = "E"
                   AND (WRK-MOTIVO-RECUSA = 2 OR WRK-MOTIVO-RECUSA = 11)
               MOVE WRK-TRANS-SEQ-ESTORNO TO WRK-SEQ-ESTORNO
               PERFORM LOCALIZAR-LANCAMENTO-ORIGINAL
               IF WRK-ESTORNO-ACHADO = "S"
                   MOVE WRK-VALOR-ORIGINAL TO WRK-VALOR
               END-IF
           END-IF.
           IF WRK-MOTIVO-RECUSA = 8
               ADD 1 TO WRK-QTD-DUPLICATAS
           END-IF.
           IF WRK-RETURN-CODE < 4
               MOVE 4 TO WRK-RETURN-CODE
           END-IF.
           PERFORM CONTABILIZAR-RECONCILIACAO.
           READ SUSPENSO-FILE
               AT END
                   MOVE "N" TO WRK-SUSP-PENDENTE
           END-READ.
           IF WRK-SUSPENSO-STATUS NOT = "00"
                   AND WRK-SUSPENSO-STATUS NOT = "10"
               MOVE "SUSPENSO-FILE" TO WRK-ERRO-ARQUIVO
               MOVE WRK-SUSPENSO-STATUS TO WRK-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       SIMULAR-LOTE.
      * Dry run of SALDOS.DAT through every edit of the real run -
      * check digit, dormant, frozen and closed accounts, rate,
      * limit and holds, duplicates, repeated batch - with nothing
      * written to the master, the ledger, the suspense file, the
      * sequence files or SALDCTRL.DAT. SALDOSIM.TXT lists every
      * record that would be recused and why, the projected balance
      * of every account the file touches, and the projected counts.
           OPEN OUTPUT SIMUL-FILE.
           IF WRK-SIMUL-STATUS NOT = "00"
               MOVE "SIMUL-FILE" TO WRK-ERRO-ARQUIVO
               MOVE WRK-SIMUL-STATUS TO WRK-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CALL "OBTER-DATA-PROCESSO" USING WRK-DATA-HOJE.
           MOVE SPACES TO SIMUL-LINE.
           STRING "SIMULACAO DO LOTE SALDOS.DAT - NADA FOI GRAVADO"
               "   DATA DE PROCESSAMENTO=" WRK-DATA-HOJE
               DELIMITED BY SIZE INTO SIMUL-LINE.
           PERFORM GRAVAR-LINHA-SIMUL.
           MOVE SPACES TO SIMUL-LINE.
           PERFORM GRAVAR-LINHA-SIMUL.

           PERFORM CARREGAR-JANELA-DUP.
           PERFORM CONFERIR-LOTE-REPETIDO.
           PERFORM CONFERIR-ENVELOPE-LOTE.
           IF WRK-ENV-RECUSADO = "S"
               MOVE SPACES TO SIMUL-LINE
               STRING "LOTE SERIA RECUSADO INTEIRO - " WRK-ENV-MOTIVO
                   DELIMITED BY SIZE INTO SIMUL-LINE
               PERFORM GRAVAR-LINHA-SIMUL
               MOVE 8 TO WRK-RETURN-CODE
           END-IF.
           IF WRK-LOTE-REPETIDO = "S"
               MOVE SPACES TO SIMUL-LINE
               STRING "LOTE SERIA RECUSADO INTEIRO - MESMOS TOTAIS DO "
                   "LOTE ANTERIOR (PROVAVEL REENVIO)"
                   DELIMITED BY SIZE INTO SIMUL-LINE
               PERFORM GRAVAR-LINHA-SIMUL
               MOVE 8 TO WRK-RETURN-CODE
           END-IF.
           IF WRK-RETURN-CODE = 8
               MOVE "AS LINHAS ABAIXO SUPOEM O LOTE ACEITO"
                   TO SIMUL-LINE
               PERFORM GRAVAR-LINHA-SIMUL
               MOVE SPACES TO SIMUL-LINE
               PERFORM GRAVAR-LINHA-SIMUL
           END-IF.

           OPEN INPUT BATCH-FILE.
           IF WRK-BATCH-STATUS = "35"
               MOVE "ARQUIVO SALDOS.DAT NAO ENCONTRADO" TO SIMUL-LINE
               PERFORM GRAVAR-LINHA-SIMUL
               DISPLAY "ARQUIVO SALDOS.DAT NAO ENCONTRADO"
               MOVE 8 TO WRK-RETURN-CODE
           ELSE
               IF WRK-BATCH-STATUS NOT = "00"
                   MOVE "BATCH-FILE" TO WRK-ERRO-ARQUIVO
                   MOVE WRK-BATCH-STATUS TO WRK-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE "RECUSAS PROJETADAS" TO SIMUL-LINE
               PERFORM GRAVAR-LINHA-SIMUL
               PERFORM UNTIL WRK-BATCH-STATUS = "10"
                   READ BATCH-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF NOT BATCH-E-ENVELOPE
                               ADD 1 TO WRK-QTD-LIDAS-LOTE
                               MOVE BATCH-REC TO WRK-TRANS
                               PERFORM DETECTAR-DUPLICATA-FEED
                               IF WRK-MOTIVO-RECUSA = ZEROS
                                   PERFORM PROCESSAR-UMA-TRANSACAO
                               END-IF
                               PERFORM CONTABILIZAR-RECONCILIACAO
                               IF WRK-MOTIVO-RECUSA NOT = ZEROS
                                   PERFORM GRAVAR-SIMUL-RECUSA
                               END-IF
                           END-IF
                   END-READ
                   IF WRK-BATCH-STATUS NOT = "00"
                           AND WRK-BATCH-STATUS NOT = "10"
                       MOVE "BATCH-FILE" TO WRK-ERRO-ARQUIVO
                       MOVE WRK-BATCH-STATUS TO WRK-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
               END-PERFORM
               CLOSE BATCH-FILE
               IF WRK-QTD-RECUSADAS = ZEROS
                   MOVE "NENHUMA" TO SIMUL-LINE
                   PERFORM GRAVAR-LINHA-SIMUL
               END-IF
               PERFORM LISTAR-SALDOS-SIMULADOS
           END-IF.

           MOVE SPACES TO SIMUL-LINE.
           PERFORM GRAVAR-LINHA-SIMUL.
           MOVE SPACES TO SIMUL-LINE.
           STRING "REGISTROS LIDOS: " WRK-QTD-LIDAS-LOTE
               " ACEITOS: " WRK-QTD-ACEITAS
               " RECUSADOS: " WRK-QTD-RECUSADAS
               " (PROVAVEIS DUPLICATAS: " WRK-QTD-DUPLICATAS ")"
               DELIMITED BY SIZE INTO SIMUL-LINE.
           PERFORM GRAVAR-LINHA-SIMUL.
           MOVE WRK-VLR-ACEITAS TO WRK-VLR-CAMPO.
           MOVE SPACES TO SIMUL-LINE.
           STRING "VALOR ACEITO EM BRL: " WRK-VLR-CAMPO
               DELIMITED BY SIZE INTO SIMUL-LINE.
           PERFORM GRAVAR-LINHA-SIMUL.
           MOVE WRK-VLR-RECUSADAS TO WRK-VLR-CAMPO.
           MOVE SPACES TO SIMUL-LINE.
           STRING "VALOR RECUSADO NA MOEDA DE ORIGEM: " WRK-VLR-CAMPO
               DELIMITED BY SIZE INTO SIMUL-LINE.
           PERFORM GRAVAR-LINHA-SIMUL.
           IF WRK-SIM-ESTOURO = "S"
               MOVE "LOTE GRANDE DEMAIS PARA A SIMULACAO - PARCIAL"
                   TO SIMUL-LINE
               PERFORM GRAVAR-LINHA-SIMUL
               IF WRK-RETURN-CODE < 4
                   MOVE 4 TO WRK-RETURN-CODE
               END-IF
           END-IF.
           CLOSE SIMUL-FILE.
           DISPLAY "SIMULACAO - LIDOS: " WRK-QTD-LIDAS-LOTE
               " ACEITOS: " WRK-QTD-ACEITAS
               " RECUSADOS: " WRK-QTD-RECUSADAS
               " - DETALHE EM SALDOSIM.TXT".

       GRAVAR-SIMUL-RECUSA.
           PERFORM DESCREVER-MOTIVO.
           MOVE WRK-TRANS-VALOR TO WRK-VALOR-CAMPO.
           MOVE SPACES TO SIMUL-LINE.
           STRING "REGISTRO " WRK-QTD-LIDAS-LOTE
               " CONTA=" WRK-TRANS-CONTA
               " TIPO=" WRK-TRANS-TIPO
               " VALOR=" WRK-VALOR-CAMPO
               " MOEDA=" WRK-TRANS-MOEDA
               " MOTIVO=" WRK-MOTIVO-RECUSA
               " " WRK-MOTIVO-DESC
               DELIMITED BY SIZE INTO SIMUL-LINE.
           PERFORM GRAVAR-LINHA-SIMUL.

       DESCREVER-MOTIVO.
      * The suspense reason codes, spelled out for the sender.
           EVALUATE WRK-MOTIVO-RECUSA
               WHEN 1
                   MOVE "SALDO INFORMADO INVALIDO" TO WRK-MOTIVO-DESC
               WHEN 2
                   MOVE "SALDO FICARIA ABAIXO DO LIMITE"
                       TO WRK-MOTIVO-DESC
               WHEN 3
                   MOVE "MOEDA SEM TAXA DE CAMBIO VIGENTE"
                       TO WRK-MOTIVO-DESC
               WHEN 4
                   MOVE "CONTA INEXISTENTE" TO WRK-MOTIVO-DESC
               WHEN 5
                   MOVE "ESTORNO INVALIDO" TO WRK-MOTIVO-DESC
               WHEN 6
                   MOVE "DIGITO VERIFICADOR DA CONTA INVALIDO"
                       TO WRK-MOTIVO-DESC
               WHEN 7
                   MOVE "CONTA DORMENTE" TO WRK-MOTIVO-DESC
               WHEN 8
                   MOVE "PROVAVEL DUPLICATA" TO WRK-MOTIVO-DESC
               WHEN 9
                   MOVE "CONTA BLOQUEADA POR OBITO" TO WRK-MOTIVO-DESC
               WHEN 10
                   MOVE "CONTA ENCERRADA" TO WRK-MOTIVO-DESC
               WHEN 11
                   MOVE "SALDO DISPONIVEL SOB BLOQUEIO"
                       TO WRK-MOTIVO-DESC
               WHEN 12
                   MOVE "DADOS DO FAVORECIDO INCOMPLETOS"
                       TO WRK-MOTIVO-DESC
               WHEN OTHER
                   MOVE SPACES TO WRK-MOTIVO-DESC
           END-EVALUATE.

       LISTAR-SALDOS-SIMULADOS.
      * In the order the file first touches each account.
           MOVE SPACES TO SIMUL-LINE.
           PERFORM GRAVAR-LINHA-SIMUL.
           MOVE "SALDOS PROJETADOS POR CONTA" TO SIMUL-LINE.
           PERFORM GRAVAR-LINHA-SIMUL.
           MOVE "CONTA  MOEDA   SALDO ATUAL SALDO PROJETADO  ACEITAS"
               TO SIMUL-LINE.
           PERFORM GRAVAR-LINHA-SIMUL.
           PERFORM VARYING WRK-IDX-SIM FROM 1 BY 1
                   UNTIL WRK-IDX-SIM > WRK-QTD-SIM-CONTAS
               MOVE WRK-SC-SALDO-ATUAL(WRK-IDX-SIM)
                   TO WRK-SIM-ATUAL-CAMPO
               MOVE WRK-SC-SALDO(WRK-IDX-SIM) TO WRK-SIM-SALDO-CAMPO
               MOVE SPACES TO SIMUL-LINE
               STRING WRK-SC-CONTA(WRK-IDX-SIM)
                   "  " WRK-SC-MOEDA(WRK-IDX-SIM)
                   "  " WRK-SIM-ATUAL-CAMPO
                   "  " WRK-SIM-SALDO-CAMPO
                   "    " WRK-SC-QTD(WRK-IDX-SIM)
                   DELIMITED BY SIZE INTO SIMUL-LINE
               IF WRK-SC-NOVA(WRK-IDX-SIM) = "S"
                   MOVE "CONTA NOVA" TO SIMUL-LINE(61:10)
               END-IF
               PERFORM GRAVAR-LINHA-SIMUL
           END-PERFORM.

       GRAVAR-LINHA-SIMUL.
           WRITE SIMUL-LINE.
           IF WRK-SIMUL-STATUS NOT = "00"
               MOVE "SIMUL-FILE" TO WRK-ERRO-ARQUIVO
               MOVE WRK-SIMUL-STATUS TO WRK-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       DETECTAR-DUPLICATA-FEED.
      * Only plain credits and debits can double-post silently; a
      * transfer or estorno names its counterpart and fails loudly
               END-IF
               CLOSE LEDGER-FILE
           END-IF.
      * In the simulation, earlier records of the same file were
      * never written to the ledger; they are matched from memory.
           IF WRK-SIMULACAO = "S"
               PERFORM VARYING WRK-IDX-SIM FROM 1 BY 1
                       UNTIL WRK-IDX-SIM > WRK-QTD-SIM-LANC
                       OR WRK-DUP-ACHADA = "S"
                   IF WRK-SL-CONTA(WRK-IDX-SIM) = WRK-TRANS-CONTA
                       MOVE SPACES TO LEDGER-LINE
                       MOVE WRK-SL-LINHA(WRK-IDX-SIM)
                           TO LEDGER-LINE(1:84)
                       PERFORM COMPARAR-LINHA-DUP
                   END-IF
               END-PERFORM
           END-IF.

       COMPARAR-LINHA-DUP.
      * TIPO=, MOEDA=, and VALOR= sit at the fixed offsets
                       MOVE WRK-BATCH-STATUS TO WRK-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF NOT BATCH-E-ENVELOPE
                       ADD 1 TO WRK-PRE-QTD
                       ADD BATCH-VALOR TO WRK-PRE-VALOR
                   END-IF
               END-PERFORM
               CLOSE BATCH-FILE
               MOVE ZEROS TO WRK-BATCH-STATUS
               MOVE "S" TO WRK-LOTE-REPETIDO
           END-IF.

       CONFERIR-ENVELOPE-LOTE.
      * Header first, transactions, trailers last; the trailers'
      * count and per-currency VALOR hash must be what was read (a
      * blank MOEDA is BRL, as the posting treats it). The sender's
      * sequence number must follow the last one accepted from it;
      * a sender seen for the first time starts its own sequence.
      * A restart of an interrupted run was already checked when
      * it started, so its sequence is not held against it.
           MOVE "N" TO WRK-ENV-RECUSADO.
           MOVE SPACES TO WRK-ENV-MOTIVO.
           MOVE "H" TO WRK-ENV-FASE.
           MOVE SPACES TO WRK-ENV-REMETENTE.
           MOVE ZEROS TO WRK-ENV-SEQ.
           MOVE ZEROS TO WRK-ENV-DATA.
           MOVE ZEROS TO WRK-ENV-QTD.
           MOVE ZEROS TO WRK-ENV-QTD-TRAILER.
           MOVE ZEROS TO WRK-ENV-MOEDAS-USADAS.
           OPEN INPUT BATCH-FILE.
           IF WRK-BATCH-STATUS NOT = "00"
               CLOSE BATCH-FILE
               MOVE ZEROS TO WRK-BATCH-STATUS
           ELSE
               PERFORM UNTIL WRK-BATCH-STATUS = "10"
                   READ BATCH-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WRK-BATCH-STATUS NOT = "00"
                           AND WRK-BATCH-STATUS NOT = "10"
                       MOVE "BATCH-FILE" TO WRK-ERRO-ARQUIVO
                       MOVE WRK-BATCH-STATUS TO WRK-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   PERFORM CONFERIR-REGISTRO-ENVELOPE
                   IF WRK-ENV-MOTIVO NOT = SPACES
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               CLOSE BATCH-FILE
               MOVE ZEROS TO WRK-BATCH-STATUS
               IF WRK-ENV-MOTIVO = SPACES
                   PERFORM CONFERIR-TOTAIS-ENVELOPE
               END-IF
               IF WRK-ENV-MOTIVO = SPACES AND WRK-RETOMADA = "N"
                   PERFORM CONFERIR-SEQUENCIA-REMETENTE
               END-IF
               IF WRK-ENV-MOTIVO NOT = SPACES
                   MOVE "S" TO WRK-ENV-RECUSADO
               END-IF
           END-IF.

       CONFERIR-REGISTRO-ENVELOPE.
           EVALUATE TRUE
               WHEN WRK-ENV-FASE = "H"
                   IF BATCH-E-HEADER AND BATCH-HDR-SEQ IS NUMERIC
                           AND BATCH-HDR-DATA IS NUMERIC
                       MOVE BATCH-HDR-REMETENTE TO WRK-ENV-REMETENTE
                       MOVE BATCH-HDR-DATA TO WRK-ENV-DATA
                       MOVE BATCH-HDR-SEQ TO WRK-ENV-SEQ
                       MOVE "D" TO WRK-ENV-FASE
                   ELSE
                       MOVE "ARQUIVO SEM HEADER VALIDO NO INICIO"
                           TO WRK-ENV-MOTIVO
                   END-IF
               WHEN BATCH-E-HEADER
                   MOVE "HEADER REPETIDO NO MEIO DO ARQUIVO"
                       TO WRK-ENV-MOTIVO
               WHEN BATCH-E-TRAILER
                   MOVE "T" TO WRK-ENV-FASE
                   IF BATCH-TRL-QTD IS NOT NUMERIC
                           OR BATCH-TRL-HASH IS NOT NUMERIC
                       MOVE "TRAILER INVALIDO" TO WRK-ENV-MOTIVO
                   ELSE
                       MOVE BATCH-TRL-QTD TO WRK-ENV-QTD-TRAILER
                       MOVE BATCH-TRL-MOEDA TO WRK-ENV-MOEDA
                       PERFORM LOCALIZAR-MOEDA-ENVELOPE
                       IF WRK-SLOT-ENV NOT = ZEROS
                           ADD BATCH-TRL-HASH
                               TO WRK-EV-HASH-TRAILER(WRK-SLOT-ENV)
                       END-IF
                   END-IF
               WHEN WRK-ENV-FASE = "T"
                   MOVE "TRANSACAO DEPOIS DO TRAILER"
                       TO WRK-ENV-MOTIVO
               WHEN OTHER
                   ADD 1 TO WRK-ENV-QTD
                   MOVE BATCH-MOEDA TO WRK-ENV-MOEDA
                   PERFORM LOCALIZAR-MOEDA-ENVELOPE
                   IF WRK-SLOT-ENV NOT = ZEROS
                       ADD BATCH-VALOR
                           TO WRK-EV-HASH-LIDO(WRK-SLOT-ENV)
                   END-IF
           END-EVALUATE.
      * Every trailer restates the same file count.
           IF BATCH-E-TRAILER AND WRK-ENV-MOTIVO = SPACES
                   AND WRK-ENV-QTD-TRAILER NOT = WRK-ENV-QTD
               MOVE SPACES TO WRK-ENV-MOTIVO
               STRING "TRAILER DECLARA " WRK-ENV-QTD-TRAILER
                   " REGISTROS, LIDOS " WRK-ENV-QTD
                   DELIMITED BY SIZE INTO WRK-ENV-MOTIVO
           END-IF.

       LOCALIZAR-MOEDA-ENVELOPE.
           IF WRK-ENV-MOEDA = SPACES
               MOVE "BRL" TO WRK-ENV-MOEDA
           END-IF.
           MOVE ZEROS TO WRK-SLOT-ENV.
           PERFORM VARYING WRK-IDX-ENV FROM 1 BY 1
                   UNTIL WRK-IDX-ENV > WRK-ENV-MOEDAS-USADAS
                   OR WRK-SLOT-ENV NOT = ZEROS
               IF WRK-EV-MOEDA(WRK-IDX-ENV) = WRK-ENV-MOEDA
                   MOVE WRK-IDX-ENV TO WRK-SLOT-ENV
               END-IF
           END-PERFORM.
           IF WRK-SLOT-ENV = ZEROS
               IF WRK-ENV-MOEDAS-USADAS < 10
                   ADD 1 TO WRK-ENV-MOEDAS-USADAS
                   MOVE WRK-ENV-MOEDAS-USADAS TO WRK-SLOT-ENV
                   MOVE WRK-ENV-MOEDA TO WRK-EV-MOEDA(WRK-SLOT-ENV)
                   MOVE ZEROS TO WRK-EV-HASH-LIDO(WRK-SLOT-ENV)
                   MOVE ZEROS TO WRK-EV-HASH-TRAILER(WRK-SLOT-ENV)
               ELSE
                   MOVE "MAIS DE 10 MOEDAS NO ARQUIVO"
                       TO WRK-ENV-MOTIVO
               END-IF
           END-IF.

       CONFERIR-TOTAIS-ENVELOPE.
      * A trailer-less file is the truncated transfer.
           IF WRK-ENV-FASE = "H"
               MOVE "ARQUIVO VAZIO - SEM HEADER" TO WRK-ENV-MOTIVO
           END-IF.
           IF WRK-ENV-FASE = "D"
               MOVE "ARQUIVO SEM TRAILER - PROVAVEL TRUNCAMENTO"
                   TO WRK-ENV-MOTIVO
           END-IF.
           IF WRK-ENV-MOTIVO = SPACES
               PERFORM VARYING WRK-IDX-ENV FROM 1 BY 1
                       UNTIL WRK-IDX-ENV > WRK-ENV-MOEDAS-USADAS
                       OR WRK-ENV-MOTIVO NOT = SPACES
                   IF WRK-EV-HASH-LIDO(WRK-IDX-ENV) NOT =
                           WRK-EV-HASH-TRAILER(WRK-IDX-ENV)
                       STRING "TOTAL DE CONTROLE DA MOEDA "
                           WRK-EV-MOEDA(WRK-IDX-ENV)
                           " NAO CONFERE COM O TRAILER"
                           DELIMITED BY SIZE INTO WRK-ENV-MOTIVO
                   END-IF
               END-PERFORM
           END-IF.

       CONFERIR-SEQUENCIA-REMETENTE.
           PERFORM CARREGAR-REMETENTES.
           PERFORM LOCALIZAR-REMETENTE.
           IF WRK-SLOT-REM NOT = ZEROS
               COMPUTE WRK-ENV-SEQ-ESPERADA =
                   WRK-RM-ULTIMO-SEQ(WRK-SLOT-REM) + 1
               IF WRK-ENV-SEQ = WRK-RM-ULTIMO-SEQ(WRK-SLOT-REM)
                   STRING "SEQUENCIA " WRK-ENV-SEQ " DO REMETENTE "
                       WRK-ENV-REMETENTE " REPETIDA"
                       DELIMITED BY SIZE INTO WRK-ENV-MOTIVO
               ELSE
                   IF WRK-ENV-SEQ NOT = WRK-ENV-SEQ-ESPERADA
                       STRING "SEQUENCIA " WRK-ENV-SEQ
                           " FORA DE ORDEM - ESPERADA "
                           WRK-ENV-SEQ-ESPERADA
                           DELIMITED BY SIZE INTO WRK-ENV-MOTIVO
                   END-IF
               END-IF
           END-IF.

       CARREGAR-REMETENTES.
           MOVE ZEROS TO WRK-QTD-REMETENTES.
           OPEN INPUT SALDREM-FILE.
           IF WRK-SALDREM-STATUS = "35"
               CLOSE SALDREM-FILE
           ELSE
               IF WRK-SALDREM-STATUS NOT = "00"
                   MOVE "SALDREM-FILE" TO WRK-ERRO-ARQUIVO
                   MOVE WRK-SALDREM-STATUS TO WRK-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               PERFORM UNTIL WRK-SALDREM-STATUS = "10"
                   READ SALDREM-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WRK-SALDREM-STATUS NOT = "00"
                           AND WRK-SALDREM-STATUS NOT = "10"
                       MOVE "SALDREM-FILE" TO WRK-ERRO-ARQUIVO
                       MOVE WRK-SALDREM-STATUS TO WRK-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF WRK-QTD-REMETENTES < 100
                       ADD 1 TO WRK-QTD-REMETENTES
                       MOVE SALDREM-REMETENTE
                           TO WRK-RM-REMETENTE(WRK-QTD-REMETENTES)
                       MOVE SALDREM-ULTIMO-SEQ
                           TO WRK-RM-ULTIMO-SEQ(WRK-QTD-REMETENTES)
                       MOVE SALDREM-DATA-ARQUIVO
                           TO WRK-RM-DATA-ARQUIVO(WRK-QTD-REMETENTES)
                       MOVE SALDREM-DATA-PROCESSO
                           TO WRK-RM-DATA-PROCESSO(WRK-QTD-REMETENTES)
                   END-IF
               END-PERFORM
               CLOSE SALDREM-FILE
           END-IF.

       LOCALIZAR-REMETENTE.
           MOVE ZEROS TO WRK-SLOT-REM.
           PERFORM VARYING WRK-IDX-REM FROM 1 BY 1
                   UNTIL WRK-IDX-REM > WRK-QTD-REMETENTES
                   OR WRK-SLOT-REM NOT = ZEROS
               IF WRK-RM-REMETENTE(WRK-IDX-REM) = WRK-ENV-REMETENTE
                   MOVE WRK-IDX-REM TO WRK-SLOT-REM
               END-IF
           END-PERFORM.

       GRAVAR-SEQUENCIA-REMETENTE.
      * Taken at the end of the run, beside SALDCTRL.DAT.
           PERFORM CARREGAR-REMETENTES.
           PERFORM LOCALIZAR-REMETENTE.
           IF WRK-SLOT-REM = ZEROS AND WRK-QTD-REMETENTES < 100
               ADD 1 TO WRK-QTD-REMETENTES
               MOVE WRK-QTD-REMETENTES TO WRK-SLOT-REM
               MOVE WRK-ENV-REMETENTE TO WRK-RM-REMETENTE(WRK-SLOT-REM)
           END-IF.
           IF WRK-SLOT-REM NOT = ZEROS
               MOVE WRK-ENV-SEQ TO WRK-RM-ULTIMO-SEQ(WRK-SLOT-REM)
               MOVE WRK-ENV-DATA TO WRK-RM-DATA-ARQUIVO(WRK-SLOT-REM)
               CALL "OBTER-DATA-PROCESSO" USING WRK-DATA-HOJE
               MOVE WRK-DATA-HOJE
                   TO WRK-RM-DATA-PROCESSO(WRK-SLOT-REM)
           END-IF.
           OPEN OUTPUT SALDREM-FILE.
           IF WRK-SALDREM-STATUS NOT = "00"
               MOVE "SALDREM-FILE" TO WRK-ERRO-ARQUIVO
               MOVE WRK-SALDREM-STATUS TO WRK-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM VARYING WRK-IDX-REM FROM 1 BY 1
                   UNTIL WRK-IDX-REM > WRK-QTD-REMETENTES
               MOVE WRK-RM-REMETENTE(WRK-IDX-REM) TO SALDREM-REMETENTE
               MOVE WRK-RM-ULTIMO-SEQ(WRK-IDX-REM)
                   TO SALDREM-ULTIMO-SEQ
               MOVE WRK-RM-DATA-ARQUIVO(WRK-IDX-REM)
                   TO SALDREM-DATA-ARQUIVO
               MOVE WRK-RM-DATA-PROCESSO(WRK-IDX-REM)
                   TO SALDREM-DATA-PROCESSO
               WRITE SALDREM-REC
               IF WRK-SALDREM-STATUS NOT = "00"
                   MOVE "SALDREM-FILE" TO WRK-ERRO-ARQUIVO
                   MOVE WRK-SALDREM-STATUS TO WRK-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
           END-PERFORM.
           CLOSE SALDREM-FILE.

       RECUSAR-LOTE-ENVELOPE.
      * The sender gets the refusal on the acknowledgment itself,
      * with the reason, ahead of the (all-zero) control totals.
           DISPLAY "SALDOS.DAT RECUSADO INTEIRO - " WRK-ENV-MOTIVO.
           MOVE 8 TO WRK-RETURN-CODE.
           MOVE "A" TO WRK-ALERTA-SEVERIDADE.
           MOVE SPACES TO WRK-ALERTA-MENSAGEM.
           STRING "SALDOS.DAT RECUSADO: " WRK-ENV-MOTIVO
               DELIMITED BY SIZE INTO WRK-ALERTA-MENSAGEM.
           CALL "GRAVAR-ALERTA" USING WRK-ALERTA-SEVERIDADE
               WRK-ALERTA-PROGRAMA WRK-ALERTA-MENSAGEM.
           IF WRK-ACK-ABERTO = "S"
               MOVE SPACES TO ACK-LINE
               STRING "LOTE RECUSADO REMETENTE=" WRK-ENV-REMETENTE
                   " SEQ=" WRK-ENV-SEQ
                   " MOTIVO=" WRK-ENV-MOTIVO
                   DELIMITED BY SIZE INTO ACK-LINE
               PERFORM GRAVAR-LINHA-ACK
           END-IF.

       GRAVAR-TOTAIS-LOTE.
           OPEN OUTPUT SALDCTRL-FILE.
           IF WRK-SALDCTRL-STATUS NOT = "00"
      * WRK-TRANS-SALDO on the transaction; the transaction field
      * only seeds an account the master has never seen.
           MOVE ZEROS TO WRK-MOTIVO-RECUSA.
           MOVE ZEROS TO WRK-VALOR-IOF.
           MOVE WRK-TRANS-CONTA TO WRK-CONTA.
           MOVE WRK-TRANS-SALDO TO WRK-SALDO.
           MOVE WRK-TRANS-TIPO TO WRK-TIPO.
               MOVE WRK-TRANS-MOEDA TO WRK-MOEDA
           END-IF.
           DISPLAY "CONTA " WRK-CONTA.
      * A foreign currency cannot settle on its own country's
      * holidays: a value date that falls on one moves forward to
      * the next day that is a business day in both calendars, and
      * that is the date the rate and the IOF are taken at.
           CALL "AJUSTAR-DATA-LIQUIDACAO" USING WRK-DATA-VALOR
               WRK-MOEDA WRK-SENTIDO-LIQUIDACAO WRK-DATA-LIQUIDACAO.
           IF WRK-DATA-LIQUIDACAO NOT = WRK-DATA-VALOR
               DISPLAY "DATA-VALOR " WRK-DATA-VALOR " SEM LIQUIDACAO "
                   "EM " WRK-MOEDA " - LIQUIDA EM " WRK-DATA-LIQUIDACAO
               MOVE WRK-DATA-LIQUIDACAO TO WRK-DATA-VALOR
           END-IF.
      * A dormant account takes no batch posting until an operator
      * reactivates it through the dormancy sweep; the transaction
      * waits on the suspense file instead.
                   MOVE 4 TO WRK-RETURN-CODE
               END-IF
           END-IF.
      * An account frozen by a death registration (PROG_OBITO.cbl)
      * belongs to the estate and takes no posting at all; it is
      * recused the same way, under its own reason code.
           IF WRK-CONTA-ACHADA = "S" AND CONTA-SITUACAO = "F"
               DISPLAY "TRANSACAO RECUSADA - CONTA " WRK-CONTA
                   " BLOQUEADA POR OBITO"
               MOVE 9 TO WRK-MOTIVO-RECUSA
               IF WRK-RETURN-CODE < 4
                   MOVE 4 TO WRK-RETURN-CODE
               END-IF
           END-IF.
      * A closed account (PROG_CONTMANUT.cbl) was paid out to zero
      * and is never reopened; anything still addressed to it is
      * recused for the sender to redirect.
           IF WRK-CONTA-ACHADA = "S" AND CONTA-SITUACAO = "E"
               DISPLAY "TRANSACAO RECUSADA - CONTA " WRK-CONTA
                   " ENCERRADA"
               MOVE 10 TO WRK-MOTIVO-RECUSA
               IF WRK-RETURN-CODE < 4
                   MOVE 4 TO WRK-RETURN-CODE
               END-IF
           END-IF.
           IF WRK-MOTIVO-RECUSA NOT = ZEROS
               CONTINUE
           ELSE
               WHEN "E"
                   MOVE WRK-TRANS-SEQ-ESTORNO TO WRK-SEQ-ESTORNO
                   PERFORM ESTORNAR-LANCAMENTO
               WHEN "X"
                   PERFORM PAGAR-OUTRO-BANCO
               WHEN OTHER
                   PERFORM LER-CONTA-MASTER
                   IF WRK-CONTA-ACHADA = "S"
           ELSE
               COMPUTE WRK-VALOR-BRL ROUNDED =
                   WRK-VALOR * WRK-TAXA-CAMBIO
               PERFORM CALCULAR-IOF
               MOVE WRK-TRANS-CONTA TO WRK-CONTA
               PERFORM LER-CONTA-MASTER
               IF WRK-CONTA-ACHADA = "N"
                       MOVE 4 TO WRK-RETURN-CODE
                   END-IF
               ELSE
      * The origin may go into overdraft down to its agreed
      * limit, never past it, and never into money under a hold.
      * The IOF it pays on a conversion counts towards both.
                   MOVE CONTA-SALDO TO WRK-SALDO
                   PERFORM VERIFICAR-SALDO-BLOQUEADO
                   IF WRK-VALOR-BRL + WRK-VALOR-IOF >
                           CONTA-SALDO + CONTA-LIMITE
                           OR WRK-BLOQUEIO-INVADIDO = "S"
                       IF WRK-VALOR-BRL + WRK-VALOR-IOF >
                               CONTA-SALDO + CONTA-LIMITE
                           DISPLAY "TRANSFERENCIA RECUSADA - SALDO DA "
                               "ORIGEM FICARIA ABAIXO DO LIMITE"
                           MOVE 2 TO WRK-MOTIVO-RECUSA
                       ELSE
                           DISPLAY "TRANSFERENCIA RECUSADA - SALDO DA "
                               "ORIGEM SOB BLOQUEIO"
                           MOVE 11 TO WRK-MOTIVO-RECUSA
                       END-IF
                       IF WRK-RETURN-CODE < 4
                           MOVE 4 TO WRK-RETURN-CODE
                       END-IF
                                   MOVE 4 TO WRK-RETURN-CODE
                               END-IF
                           ELSE
                               IF CONTA-SITUACAO = "F"
                                   DISPLAY "TRANSFERENCIA RECUSADA - "
                                       "CONTA DESTINO " WRK-CONTA
                                       " BLOQUEADA POR OBITO"
                                   MOVE 9 TO WRK-MOTIVO-RECUSA
                                   IF WRK-RETURN-CODE < 4
                                       MOVE 4 TO WRK-RETURN-CODE
                                   END-IF
                               ELSE
                                   IF CONTA-SITUACAO = "E"
                                       DISPLAY "TRANSFERENCIA RECUSADA"
                                           " - CONTA DESTINO "
                                           WRK-CONTA " ENCERRADA"
                                       MOVE 10 TO WRK-MOTIVO-RECUSA
                                       IF WRK-RETURN-CODE < 4
                                           MOVE 4 TO WRK-RETURN-CODE
                                       END-IF
                                   ELSE
                                       PERFORM APLICAR-TRANSFERENCIA
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           STRING " PARA=" WRK-CONTA-DEST DELIMITED BY SIZE
               INTO WRK-LEDGER-EXTRA.
           PERFORM GRAVAR-LEDGER.
           MOVE WRK-LEDGER-SEQ TO WRK-IOF-SEQ-ORIGEM.
           PERFORM ATUALIZAR-CONTA-MASTER.

           MOVE WRK-CONTA-DEST TO WRK-CONTA.
           MOVE SPACES TO WRK-LEDGER-EXTRA.
           DISPLAY "TRANSFERENCIA EFETUADA DE " WRK-TRANS-CONTA
               " PARA " WRK-CONTA-DEST.
           PERFORM LANCAR-IOF.

       PAGAR-OUTRO-BANCO.
      * A payment to an account at another bank debits the customer
      * into the clearing position (TIPO X, which the trial balance
      * books against compensacao a liquidar) and goes out to the
      * clearing bank on PAGREMES.DAT. The origin passes the same
      * tests as a transfer's; the beneficiary must be complete,
      * or the payment waits on the suspense file to be fixed.
           PERFORM VERIFICAR-FAVORECIDO.
           IF WRK-FAVORECIDO-OK = "N"
               DISPLAY "PAGAMENTO RECUSADO - DADOS DO FAVORECIDO "
                   "INCOMPLETOS"
               MOVE 12 TO WRK-MOTIVO-RECUSA
               IF WRK-RETURN-CODE < 4
                   MOVE 4 TO WRK-RETURN-CODE
               END-IF
           ELSE
               PERFORM OBTER-TAXA-CAMBIO
               IF WRK-TAXA-ACHADA = "N"
                   DISPLAY "PAGAMENTO RECUSADO - MOEDA " WRK-MOEDA
                       " SEM TAXA DE CAMBIO VIGENTE"
                   MOVE 3 TO WRK-MOTIVO-RECUSA
                   IF WRK-RETURN-CODE < 4
                       MOVE 4 TO WRK-RETURN-CODE
                   END-IF
               ELSE
                   COMPUTE WRK-VALOR-BRL ROUNDED =
                       WRK-VALOR * WRK-TAXA-CAMBIO
                   PERFORM CALCULAR-IOF
                   PERFORM LER-CONTA-MASTER
                   IF WRK-CONTA-ACHADA = "N"
                       DISPLAY "PAGAMENTO RECUSADO - CONTA "
                           WRK-CONTA " INEXISTENTE"
                       MOVE 4 TO WRK-MOTIVO-RECUSA
                       IF WRK-RETURN-CODE < 4
                           MOVE 4 TO WRK-RETURN-CODE
                       END-IF
                   ELSE
                       MOVE CONTA-SALDO TO WRK-SALDO
                       PERFORM VERIFICAR-SALDO-BLOQUEADO
                       IF WRK-VALOR-BRL + WRK-VALOR-IOF >
                               CONTA-SALDO + CONTA-LIMITE
                           DISPLAY "PAGAMENTO RECUSADO - SALDO "
                               "FICARIA ABAIXO DO LIMITE"
                           MOVE 2 TO WRK-MOTIVO-RECUSA
                       ELSE
                           IF WRK-BLOQUEIO-INVADIDO = "S"
                               DISPLAY "PAGAMENTO RECUSADO - SALDO "
                                   "SOB BLOQUEIO"
                               MOVE 11 TO WRK-MOTIVO-RECUSA
                           ELSE
                               PERFORM APLICAR-PAGAMENTO-EXTERNO
                           END-IF
                       END-IF
                       IF WRK-MOTIVO-RECUSA NOT = ZEROS
                               AND WRK-RETURN-CODE < 4
                           MOVE 4 TO WRK-RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-FAVORECIDO.
           MOVE "S" TO WRK-FAVORECIDO-OK.
           IF WRK-TRANS-BANCO-DEST IS NOT NUMERIC
                   OR WRK-TRANS-AGENCIA-DEST IS NOT NUMERIC
               MOVE "N" TO WRK-FAVORECIDO-OK
           ELSE
               IF WRK-TRANS-BANCO-DEST = ZEROS
                       OR WRK-TRANS-CONTA-EXTERNA = SPACES
                       OR WRK-TRANS-FAVORECIDO = SPACES
                   MOVE "N" TO WRK-FAVORECIDO-OK
               END-IF
           END-IF.

       APLICAR-PAGAMENTO-EXTERNO.
           MOVE "X" TO WRK-TIPO.
           COMPUTE WRK-RESULTADO = WRK-SALDO - WRK-VALOR-BRL.
           MOVE SPACES TO WRK-LEDGER-EXTRA.
           STRING " BANCO=" WRK-TRANS-BANCO-DEST DELIMITED BY SIZE
               INTO WRK-LEDGER-EXTRA.
           PERFORM GRAVAR-LEDGER.
           MOVE WRK-LEDGER-SEQ TO WRK-IOF-SEQ-ORIGEM.
           MOVE SPACES TO WRK-LEDGER-EXTRA.
           PERFORM ATUALIZAR-CONTA-MASTER.
           IF WRK-SIMULACAO = "N"
               PERFORM GRAVAR-PAGAMENTO-EXTERNO
           END-IF.
           DISPLAY "PAGAMENTO " WRK-LEDGER-SEQ " ENVIADO AO BANCO "
               WRK-TRANS-BANCO-DEST " - FAVORECIDO "
               WRK-TRANS-FAVORECIDO.
           PERFORM LANCAR-IOF.

       GRAVAR-PAGAMENTO-EXTERNO.
      * The payment is numbered by the SEQ= of its debit line,
      * which WRK-LEDGER-SEQ still holds.
           MOVE WRK-LEDGER-SEQ TO PAGX-NUMERO.
           MOVE WRK-TRANS-CONTA TO PAGX-CONTA.
           MOVE WRK-TRANS-BANCO-DEST TO PAGX-BANCO.
           MOVE WRK-TRANS-AGENCIA-DEST TO PAGX-AGENCIA.
           MOVE WRK-TRANS-CONTA-EXTERNA TO PAGX-CONTA-DESTINO.
           MOVE WRK-TRANS-FAVORECIDO TO PAGX-FAVORECIDO.
           MOVE WRK-MOEDA TO PAGX-MOEDA.
           MOVE WRK-VALOR TO PAGX-VALOR.
           MOVE WRK-VALOR-BRL TO PAGX-VALOR-BRL.
           CALL "OBTER-DATA-PROCESSO" USING WRK-DATA-HOJE.
           MOVE WRK-DATA-HOJE TO PAGX-DATA-ENVIO.
           MOVE "E" TO PAGX-SITUACAO.
           MOVE ZEROS TO PAGX-DATA-RETORNO.
           MOVE SPACES TO PAGX-MOTIVO-RETORNO.
           MOVE ZEROS TO PAGX-SEQ-ESTORNO.
           OPEN I-O PAGEXT-FILE.
           IF WRK-PAGEXT-STATUS = "35"
               OPEN OUTPUT PAGEXT-FILE
               CLOSE PAGEXT-FILE
               OPEN I-O PAGEXT-FILE
           END-IF.
           IF WRK-PAGEXT-STATUS NOT = "00"
               MOVE "PAGEXT-FILE" TO WRK-ERRO-ARQUIVO
               MOVE WRK-PAGEXT-STATUS TO WRK-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           WRITE PAGEXT-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR PAGAMENTO " PAGX-NUMERO
                       ": " WRK-PAGEXT-STATUS
                   MOVE 8 TO WRK-RETURN-CODE
           END-WRITE.
           IF WRK-PAGEXT-STATUS NOT = "00"
                   AND WRK-PAGEXT-STATUS NOT = "22"
               MOVE "PAGEXT-FILE" TO WRK-ERRO-ARQUIVO
               MOVE WRK-PAGEXT-STATUS TO WRK-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE PAGEXT-FILE.

           OPEN EXTEND PAGREMES-FILE.
           IF WRK-PAGREMES-STATUS = "35"
               OPEN OUTPUT PAGREMES-FILE
           END-IF.
           IF WRK-PAGREMES-STATUS NOT = "00"
               MOVE "PAGREMES-FILE" TO WRK-ERRO-ARQUIVO
               MOVE WRK-PAGREMES-STATUS TO WRK-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE PAGX-NUMERO TO PAGR-NUMERO.
           MOVE PAGX-DATA-ENVIO TO PAGR-DATA.
           MOVE PAGX-BANCO TO PAGR-BANCO.
           MOVE PAGX-AGENCIA TO PAGR-AGENCIA.
           MOVE PAGX-CONTA-DESTINO TO PAGR-CONTA-DESTINO.
           MOVE PAGX-FAVORECIDO TO PAGR-FAVORECIDO.
           MOVE PAGX-VALOR-BRL TO PAGR-VALOR.
           MOVE PAGX-CONTA TO PAGR-CONTA-ORIGEM.
           WRITE PAGREMES-REC.
           IF WRK-PAGREMES-STATUS NOT = "00"
               MOVE "PAGREMES-FILE" TO WRK-ERRO-ARQUIVO
               MOVE WRK-PAGREMES-STATUS TO WRK-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE PAGREMES-FILE.

       CONFERIR-PAGAMENTO-RECUPERADO.
      * A payment whose debit line made it to the ledger before the
      * interruption but whose register entry did not is sent now,
      * so the customer is never debited for a payment that never
      * left.
           MOVE "N" TO WRK-PAGTO-ACHADO.
           OPEN INPUT PAGEXT-FILE.
           IF WRK-PAGEXT-STATUS = "35"
               CLOSE PAGEXT-FILE
           ELSE
               IF WRK-PAGEXT-STATUS NOT = "00"
                   MOVE "PAGEXT-FILE" TO WRK-ERRO-ARQUIVO
                   MOVE WRK-PAGEXT-STATUS TO WRK-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE WRK-PROX-SEQ TO PAGX-NUMERO
               READ PAGEXT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WRK-PAGTO-ACHADO
               END-READ
               IF WRK-PAGEXT-STATUS NOT = "00"
                       AND WRK-PAGEXT-STATUS NOT = "23"
                   MOVE "PAGEXT-FILE" TO WRK-ERRO-ARQUIVO
                   MOVE WRK-PAGEXT-STATUS TO WRK-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               CLOSE PAGEXT-FILE
           END-IF.
           IF WRK-PAGTO-ACHADO = "N"
               MOVE WRK-LEDGER-SEQ TO WRK-SEQ-TEXTO
               MOVE WRK-PROX-SEQ TO WRK-LEDGER-SEQ
               PERFORM GRAVAR-PAGAMENTO-EXTERNO
               MOVE WRK-SEQ-TEXTO TO WRK-LEDGER-SEQ
           END-IF.

       ESTORNAR-LANCAMENTO.
      * A keying error stops being "fixed" by inventing an
           MOVE WRK-VALOR-ORIGINAL TO WRK-VALOR.
           MOVE WRK-MOEDA-ORIGINAL TO WRK-MOEDA.
           MOVE WRK-VLRBRL-ORIGINAL TO WRK-VALOR-BRL.
           MOVE "N" TO WRK-BLOQUEIO-INVADIDO.
           IF WRK-TIPO = "D"
               PERFORM VERIFICAR-SALDO-BLOQUEADO
           END-IF.
           IF (WRK-TIPO = "D"
                   AND WRK-VALOR-BRL > WRK-SALDO + CONTA-LIMITE)
                   OR WRK-BLOQUEIO-INVADIDO = "S"
               IF WRK-VALOR-BRL > WRK-SALDO + CONTA-LIMITE
                   DISPLAY "ESTORNO RECUSADO - SALDO FICARIA ABAIXO "
                       "DO LIMITE"
                   MOVE 2 TO WRK-MOTIVO-RECUSA
               ELSE
                   DISPLAY "ESTORNO RECUSADO - SALDO SOB BLOQUEIO"
                   MOVE 11 TO WRK-MOTIVO-RECUSA
               END-IF
               IF WRK-RETURN-CODE < 4
                   MOVE 4 TO WRK-RETURN-CODE
               END-IF
                   WHEN "D"
                       ADD WRK-VALOR
                           TO WRK-SM-DEBITOS(WRK-SLOT-MOEDA)
                   WHEN "X"
                       ADD WRK-VALOR
                           TO WRK-SM-DEBITOS(WRK-SLOT-MOEDA)
                   WHEN "T"
                       ADD WRK-VALOR
                           TO WRK-SM-CREDITOS(WRK-SLOT-MOEDA)
           END-IF.

       ALOCAR-REFERENCIA-SUSPENSO.
           PERFORM OBTER-REFERENCIA-SUSPENSO.
           ADD 1 TO WRK-SUSP-REF.
           MOVE WRK-SUSP-REF TO WRK-REF-ATUAL.
           OPEN OUTPUT SUSPSEQ-FILE.
           IF WRK-SUSPSEQ-STATUS NOT = "00"
               MOVE "SUSPSEQ-FILE" TO WRK-ERRO-ARQUIVO
               MOVE WRK-SUSPSEQ-STATUS TO WRK-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WRK-SUSP-REF TO SUSPSEQ-ULTIMO.
           WRITE SUSPSEQ-REC.
           IF WRK-SUSPSEQ-STATUS NOT = "00"
               MOVE "SUSPSEQ-FILE" TO WRK-ERRO-ARQUIVO
               MOVE WRK-SUSPSEQ-STATUS TO WRK-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE SUSPSEQ-FILE.

       OBTER-REFERENCIA-SUSPENSO.
           OPEN INPUT SUSPSEQ-FILE.
           IF WRK-SUSPSEQ-STATUS = "35"
               MOVE ZEROS TO WRK-SUSP-REF
               END-READ
               CLOSE SUSPSEQ-FILE
           END-IF.

       GERAR-RECONCILIACAO.
      * Ties the run's ledger output back to its input: every
      * accepted transaction writes exactly one ledger line (a
      * transfer writes two, and a conversion that owed IOF one
      * more), so any difference means the ledger and the batch
      * disagree and the nightly stream must stop before anyone
      * uses the figures.
           COMPUTE WRK-LINHAS-LEDGER =
               WRK-LEDGER-SEQ - WRK-SEQ-INICIAL.
           COMPUTE WRK-LINHAS-ESPERADAS =
               WRK-QTD-ACEITAS + WRK-QTD-TRANSF + WRK-QTD-IOF.

           OPEN OUTPUT RECONCIL-FILE.
           IF WRK-RECONCIL-STATUS NOT = "00"
           ELSE
               COMPUTE WRK-VALOR-BRL ROUNDED =
                   WRK-VALOR * WRK-TAXA-CAMBIO
               PERFORM CALCULAR-IOF
      * A debit may take the balance negative as far as the
      * account's overdraft limit (CONTA-LIMITE, zero unless one
      * was agreed through the account maintenance); one cent past
      * it and the transaction waits on the suspense file. Money
      * under an active hold is not there to spend at all: the
      * available balance is CONTA-SALDO less the holds, and the
      * overdraft never lends against it.
               MOVE "N" TO WRK-SALDO-NEGATIVO
               MOVE "N" TO WRK-BLOQUEIO-INVADIDO
               IF WRK-TIPO = "D"
                   PERFORM VERIFICAR-SALDO-BLOQUEADO
               END-IF
               IF (WRK-TIPO = "D"
                       AND WRK-VALOR-BRL + WRK-VALOR-IOF >
                           WRK-SALDO + CONTA-LIMITE)
                       OR WRK-BLOQUEIO-INVADIDO = "S"
                   MOVE "S" TO WRK-SALDO-NEGATIVO
                   IF WRK-VALOR-BRL + WRK-VALOR-IOF >
                           WRK-SALDO + CONTA-LIMITE
                       DISPLAY "TRANSACAO RECUSADA - SALDO FICARIA "
                           "ABAIXO DO LIMITE"
                       MOVE 2 TO WRK-MOTIVO-RECUSA
                   ELSE
                       DISPLAY "TRANSACAO RECUSADA - SALDO SOB "
                           "BLOQUEIO"
                       MOVE 11 TO WRK-MOTIVO-RECUSA
                   END-IF
                   IF WRK-RETURN-CODE < 4
                       MOVE 4 TO WRK-RETURN-CODE
                   END-IF
                   END-IF
                   DISPLAY "O RESULTADO E " WRK-RESULTADO
                   PERFORM GRAVAR-LEDGER
                   MOVE WRK-LEDGER-SEQ TO WRK-IOF-SEQ-ORIGEM
                   PERFORM ATUALIZAR-CONTA-MASTER
                   PERFORM LANCAR-IOF
               END-IF
           END-IF.

       VERIFICAR-SALDO-BLOQUEADO.
      * A debit of WRK-VALOR-BRL against WRK-CONTA, whose balance is
      * in WRK-SALDO, invades a hold when it leaves less than the
      * sum of the holds active on the processing date. An account
      * with no hold keeps its overdraft exactly as before.
           MOVE "N" TO WRK-BLOQUEIO-INVADIDO.
           PERFORM OBTER-TOTAL-BLOQUEADO.
           IF WRK-TOTAL-BLOQUEADO > ZEROS
                   AND WRK-VALOR-BRL + WRK-VALOR-IOF >
                       WRK-SALDO - WRK-TOTAL-BLOQUEADO
               MOVE "S" TO WRK-BLOQUEIO-INVADIDO
           END-IF.

       OBTER-TOTAL-BLOQUEADO.
      * Active means started on or before the processing date and
      * not yet at its release date; no BLOQUEIOS.DAT yet means no
      * holds at all.
           MOVE ZEROS TO WRK-TOTAL-BLOQUEADO.
           OPEN INPUT BLOQUEIO-FILE.
           IF WRK-BLOQUEIO-STATUS = "35"
               CLOSE BLOQUEIO-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WRK-BLOQUEIO-STATUS NOT = "00"
               MOVE "BLOQUEIO-FILE" TO WRK-ERRO-ARQUIVO
               MOVE WRK-BLOQUEIO-STATUS TO WRK-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WRK-CONTA TO BLQ-CONTA.
           MOVE ZEROS TO BLQ-NUMERO.
           START BLOQUEIO-FILE KEY NOT LESS THAN BLQ-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF WRK-BLOQUEIO-STATUS = "00"
               PERFORM UNTIL WRK-BLOQUEIO-STATUS = "10"
                   READ BLOQUEIO-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WRK-BLOQUEIO-STATUS NOT = "00"
                           AND WRK-BLOQUEIO-STATUS NOT = "10"
                       MOVE "BLOQUEIO-FILE" TO WRK-ERRO-ARQUIVO
                       MOVE WRK-BLOQUEIO-STATUS TO WRK-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF BLQ-CONTA NOT = WRK-CONTA
                       EXIT PERFORM
                   END-IF
                   IF BLQ-INICIO <= WRK-DATA-HOJE
                           AND (BLQ-LIBERACAO = ZEROS
                           OR BLQ-LIBERACAO > WRK-DATA-HOJE)
                       ADD BLQ-VALOR TO WRK-TOTAL-BLOQUEADO
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE BLOQUEIO-FILE.

       OBTER-TAXA-CAMBIO.
      * Latest effective date on or before the transaction's value
      * date (WRK-DATA-VALOR, set per transaction) wins for the
           END-IF.
           CLOSE CAMBIO-FILE.

       CALCULAR-IOF.
      * Converting a foreign-currency amount to BRL owes IOF on the
      * BRL value. Money coming in (a credit) and money going out
      * (a debit, transfer or payment) are rated separately, since
      * the law rates them separately; a BRL amount converts
      * nothing and owes nothing. A brand-new installation is
      * seeded with the general exchange rate of 0.38%.
           MOVE ZEROS TO WRK-VALOR-IOF.
           MOVE ZEROS TO WRK-IOF-ALIQUOTA.
           MOVE ZEROS TO WRK-IOF-VIGENCIA.
           IF WRK-MOEDA = "BRL"
               EXIT PARAGRAPH
           END-IF.
           IF WRK-TIPO = "C"
               MOVE "E" TO WRK-IOF-SENTIDO
           ELSE
               MOVE "S" TO WRK-IOF-SENTIDO
           END-IF.
           OPEN INPUT IOFTAB-FILE.
           IF WRK-IOFTAB-STATUS = "35"
               PERFORM CRIAR-IOFTAB-PADRAO
               OPEN INPUT IOFTAB-FILE
           END-IF.
           IF WRK-IOFTAB-STATUS NOT = "00"
               MOVE "IOFTAB-FILE" TO WRK-ERRO-ARQUIVO
               MOVE WRK-IOFTAB-STATUS TO WRK-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WRK-IOFTAB-STATUS = "10"
               READ IOFTAB-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WRK-IOFTAB-STATUS NOT = "00"
                       AND WRK-IOFTAB-STATUS NOT = "10"
                   MOVE "IOFTAB-FILE" TO WRK-ERRO-ARQUIVO
                   MOVE WRK-IOFTAB-STATUS TO WRK-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF IOFT-TIPO = WRK-TIPO
                       AND IOFT-SENTIDO = WRK-IOF-SENTIDO
                       AND IOFT-VIGENCIA <= WRK-DATA-VALOR
                       AND IOFT-VIGENCIA >= WRK-IOF-VIGENCIA
                   MOVE IOFT-ALIQUOTA TO WRK-IOF-ALIQUOTA
                   MOVE IOFT-VIGENCIA TO WRK-IOF-VIGENCIA
               END-IF
           END-PERFORM.
           CLOSE IOFTAB-FILE.
           COMPUTE WRK-VALOR-IOF ROUNDED =
               WRK-VALOR-BRL * WRK-IOF-ALIQUOTA / 100.

       CRIAR-IOFTAB-PADRAO.
      * A transfer between two of our own accounts is not an
      * exchange contract and gets no row.
           OPEN OUTPUT IOFTAB-FILE.
           MOVE 0.38 TO IOFT-ALIQUOTA.
           MOVE 19000101 TO IOFT-VIGENCIA.
           MOVE "C" TO IOFT-TIPO.
           MOVE "E" TO IOFT-SENTIDO.
           PERFORM GRAVAR-IOFTAB-PADRAO.
           MOVE "D" TO IOFT-TIPO.
           MOVE "S" TO IOFT-SENTIDO.
           PERFORM GRAVAR-IOFTAB-PADRAO.
           MOVE "X" TO IOFT-TIPO.
           PERFORM GRAVAR-IOFTAB-PADRAO.
           CLOSE IOFTAB-FILE.

       GRAVAR-IOFTAB-PADRAO.
           WRITE IOFTAB-REC.
           IF WRK-IOFTAB-STATUS NOT = "00"
               MOVE "IOFTAB-FILE" TO WRK-ERRO-ARQUIVO
               MOVE WRK-IOFTAB-STATUS TO WRK-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       LANCAR-IOF.
      * The IOF is charged to the customer's account on a line of
      * its own (TIPO O, in BRL) straight after the posting it was
      * computed on, so the trial balance can book it to IOF a
      * recolher through GLMAP.DAT. IOF-DE= is the SEQ= of that
      * posting (the origin leg of a transfer) and OP= its TIPO,
      * which is what PROG_IOFRPT.cbl totals the month by. The
      * transaction's own fields are put back afterwards for the
      * reconciliation.
           IF WRK-VALOR-IOF = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TIPO TO WRK-IOF-SALVA-TIPO.
           MOVE WRK-MOEDA TO WRK-IOF-SALVA-MOEDA.
           MOVE WRK-VALOR TO WRK-IOF-SALVA-VALOR.
           MOVE WRK-VALOR-BRL TO WRK-IOF-SALVA-BRL.
           MOVE WRK-TRANS-CONTA TO WRK-CONTA.
           PERFORM LER-CONTA-MASTER.
           MOVE CONTA-SALDO TO WRK-SALDO.
           MOVE "O" TO WRK-TIPO.
           MOVE "BRL" TO WRK-MOEDA.
           MOVE WRK-VALOR-IOF TO WRK-VALOR.
           MOVE WRK-VALOR-IOF TO WRK-VALOR-BRL.
           COMPUTE WRK-RESULTADO = WRK-SALDO - WRK-VALOR-IOF.
           MOVE SPACES TO WRK-LEDGER-EXTRA.
           STRING " IOF-DE=" WRK-IOF-SEQ-ORIGEM
               " OP=" WRK-IOF-SALVA-TIPO
               DELIMITED BY SIZE INTO WRK-LEDGER-EXTRA.
           PERFORM GRAVAR-LEDGER.
           PERFORM ATUALIZAR-CONTA-MASTER.
           MOVE SPACES TO WRK-LEDGER-EXTRA.
           ADD 1 TO WRK-QTD-IOF.
           DISPLAY "IOF DE " WRK-VALOR-IOF " LANCADO NA CONTA "
               WRK-CONTA.
           MOVE WRK-IOF-SALVA-TIPO TO WRK-TIPO.
           MOVE WRK-IOF-SALVA-MOEDA TO WRK-MOEDA.
           MOVE WRK-IOF-SALVA-VALOR TO WRK-VALOR.
           MOVE WRK-IOF-SALVA-BRL TO WRK-VALOR-BRL.

       GRAVAR-LEDGER.
      * Every calculation used to vanish off the screen as soon as it
      * scrolled; append it to a ledger file with a timestamp instead
      * so there is a record of what was calculated and when.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HORA(1:8).
           MOVE FUNCTION CURRENT-DATE(9:6) TO WRK-DATA-HORA(10:6).
           IF WRK-SALDO < ZERO
               MOVE WRK-SALDO TO WRK-SALDO-DEV-CAMPO
           ELSE
               MOVE WRK-SALDO TO WRK-SALDO-CAMPO
           END-IF.
           MOVE WRK-VALOR TO WRK-VALOR-CAMPO.
           MOVE WRK-RESULTADO TO WRK-RESULTADO-CAMPO.
           MOVE WRK-VALOR-BRL TO WRK-VALOR-BRL-CAMPO.
               " SEQ=" WRK-LEDGER-SEQ
               WRK-LEDGER-EXTRA
               DELIMITED BY SIZE INTO LEDGER-LINE.
           IF WRK-SIMULACAO = "S"
               PERFORM GUARDAR-LANCAMENTO-SIMULADO
           ELSE
               PERFORM GRAVAR-LEDGER-ARQUIVO
           END-IF.

       GRAVAR-LEDGER-ARQUIVO.
           MOVE WRK-CONTA TO LEDGIX-CONTA.
           MOVE WRK-LEDGER-SEQ TO LEDGIX-SEQ.
           OPEN I-O LEDGER-FILE.
           CLOSE LEDGER-FILE.
           PERFORM GRAVAR-SEQUENCIA-LEDGER.

       GUARDAR-LANCAMENTO-SIMULADO.
      * Date, MOEDA=, TIPO= and VALOR= are all inside the first 84
      * columns - what COMPARAR-LINHA-DUP looks at.
           IF WRK-QTD-SIM-LANC < 5000
               ADD 1 TO WRK-QTD-SIM-LANC
               MOVE WRK-CONTA TO WRK-SL-CONTA(WRK-QTD-SIM-LANC)
               MOVE LEDGER-LINE(1:84)
                   TO WRK-SL-LINHA(WRK-QTD-SIM-LANC)
           ELSE
               MOVE "S" TO WRK-SIM-ESTOURO
           END-IF.

       LER-PARAM-LINHA.
      * One answer per line; a file that runs out of answers means
      * the parameter deck is wrong, and the run stops rather than
