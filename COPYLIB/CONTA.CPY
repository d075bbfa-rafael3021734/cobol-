         05 CONTA-NUMERO PIC 9(05).
      * Carried with two decimals since the interest run stopped
      * truncating postings to whole units; the ledger SALDO= and
      * VALOR= fields widened with it. Signed since overdrafts: a
      * balance may go negative down to CONTA-LIMITE. The sign is
      * embedded in the last digit, so balances written before it
      * read back unchanged as positive.
         05 CONTA-SALDO PIC S9(10)V99.
         05 CONTA-MOEDA PIC X(03).
      * Owning customer off the CLIENTE master, so a customer's
      * statement can pull their accounts without grepping
      * "D" marks the account dormant (no ledger movement for the
      * compliance window, per PROG_DORMANT.cbl); the calculator
      * recuses batch postings against it until an operator
      * reactivates. "F" freezes the account when its owner's death
      * is registered (PROG_OBITO.cbl); it is recused the same way
      * and no reactivation releases it. "E" (encerrada) is an
      * account closed through PROG_CONTMANUT.cbl at zero balance;
      * it stays on file for the statements and the ledger history,
      * takes no posting, and is never reopened. Blank or "A" is a
      * live account.
         05 CONTA-SITUACAO PIC X(01).
      * Overdraft limit (cheque especial) agreed with the customer,
      * kept through PROG_CONTMANUT.cbl: the calculator accepts a
      * debit as long as the balance stays at or above minus this
      * amount. Zero - every account converted by
      * PROG_CONTCONV.cbl - means no overdraft at all.
         05 CONTA-LIMITE PIC 9(10)V99.
