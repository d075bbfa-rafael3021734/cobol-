      *=================================================================
      * EMPRESTIMO-FILE record layout: one personal loan on
      * EMPRESTIMOS.DAT, keyed on its own running number. The loan
      * is contracted through PROG_EMPMANUT.cbl, which credits the
      * principal to the linked account and writes the Price-table
      * schedule onto PARCELAS.DAT (PARCELA.CPY); PROG_EMPDEBITO.cbl
      * debits each installment from the same account on its due
      * date.
      *=================================================================
        01 EMPRESTIMO-REC.
         05 EMPR-NUMERO PIC 9(006).
      * Borrower's CODIGO on the CLIENTE master: the account's owner
      * or one of its TITULARES.DAT co-holders.
         05 EMPR-CLIENTE PIC 9(006).
         05 EMPR-CONTA PIC 9(005).
      * Loans are granted in reais only, so principal and
      * installments move the account at face value.
         05 EMPR-PRINCIPAL PIC 9(10)V99.
         05 EMPR-MOEDA PIC X(003).
      * Monthly rate as a fraction (0.025000 is 2.5% a month).
         05 EMPR-TAXA-MENSAL PIC 9(02)V9(06).
         05 EMPR-PRAZO PIC 9(003).
         05 EMPR-PRIMEIRO-VENC PIC 9(008).
      * Fixed Price-table installment; the last one absorbs the
      * rounding and may differ by a few cents.
         05 EMPR-VALOR-PARCELA PIC 9(10)V99.
         05 EMPR-CONTRATACAO PIC 9(008).
      * Late charge agreed in the contract: a one-off fine on the
      * installment once it is overdue, plus mora pro rata per
      * calendar day at the monthly rate (30-day month).
         05 EMPR-MULTA PIC 9(02)V9(04).
         05 EMPR-MORA-MENSAL PIC 9(02)V9(06).
      * A ativo, Q quitado (last installment paid).
         05 EMPR-SITUACAO PIC X(001).
         05 EMPR-QUITACAO PIC 9(008).
         05 EMPR-OPERADOR PIC X(008).
