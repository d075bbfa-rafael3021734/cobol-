      *=================================================================
      * BLOQUEIO-FILE record layout: one hold on part of an account's
      * balance on BLOQUEIOS.DAT, keyed on account plus a running
      * hold number so every hold of one account sits together and
      * a START on the account number walks them in order. Shared
      * by the maintenance screen PROG_BLQMANUT.cbl, the register
      * PROG_BLQRPT.cbl and the balance calculator, which refuses
      * any debit that would take the balance below the sum of the
      * account's active holds.
      *=================================================================
        01 BLOQUEIO-REC.
         05 BLQ-CHAVE.
          10 BLQ-CONTA PIC 9(005).
          10 BLQ-NUMERO PIC 9(004).
      * Amount held, in the same BRL units as CONTA-SALDO.
         05 BLQ-VALOR PIC 9(10)V99.
      * J judicial (court order), A administrativo (regulator or
      * internal decision), G garantia (collateral for a loan or
      * guarantee).
         05 BLQ-MOTIVO PIC X(001).
      * Court case, official letter or contract number the hold was
      * placed under, as the order itself names it.
         05 BLQ-REFERENCIA PIC X(025).
         05 BLQ-INICIO PIC 9(008).
      * Zero while the hold is open. A date keyed when the hold is
      * placed is the release the order itself sets; a release
      * through the maintenance screen stamps the processing date.
      * A hold is active from BLQ-INICIO up to the day before its
      * release date.
         05 BLQ-LIBERACAO PIC 9(008).
         05 BLQ-OPERADOR PIC X(008).
      * Who lifted the hold; blank while it is open or when it ran
      * out on its own release date.
         05 BLQ-OPER-LIBERACAO PIC X(008).
