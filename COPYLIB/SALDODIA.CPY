      *=================================================================
      * SALDODIA-FILE record layout: one account's end-of-day balance
      * on SALDODIA.DAT, keyed on account plus date so a START on the
      * account and the first day of a month walks that month's
      * balances in date order. Taken every night by
      * PROG_SALDODIA.cbl after the day's postings; the month-end
      * interest run (PROG_JUROS.cbl) averages them over the period.
      *=================================================================
        01 SALDODIA-REC.
         05 SDIA-CHAVE.
          10 SDIA-CONTA PIC 9(005).
          10 SDIA-DATA PIC 9(008).
      * CONTA-SALDO as it stood when the snapshot was taken, sign
      * and all.
         05 SDIA-SALDO PIC S9(10)V99.
         05 SDIA-MOEDA PIC X(003).
