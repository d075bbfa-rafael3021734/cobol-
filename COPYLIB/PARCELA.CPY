      *=================================================================
      * PARCELA-FILE record layout: one installment of a loan on
      * PARCELAS.DAT, keyed on loan number plus installment number
      * so a START on the loan walks its schedule in due-date order.
      * Written whole when the loan is contracted
      * (PROG_EMPMANUT.cbl); PROG_EMPDEBITO.cbl marks installments
      * paid and keeps the late charge of the ones still open, which
      * PROG_EMPATRASO.cbl ages and PROG_EMPQUIT.cbl quotes.
      *=================================================================
        01 PARCELA-REC.
         05 PARC-CHAVE.
          10 PARC-EMPRESTIMO PIC 9(006).
          10 PARC-NUMERO PIC 9(003).
      * Contractual due date. When it falls on a weekend or
      * FERIADO.DAT holiday the debit goes out on the next business
      * day, and the installment is late only after that day.
         05 PARC-VENCIMENTO PIC 9(008).
      * Installment = amortizacao + juros; the outstanding principal
      * left once it is paid.
         05 PARC-VALOR PIC 9(10)V99.
         05 PARC-AMORTIZACAO PIC 9(10)V99.
         05 PARC-JUROS PIC 9(10)V99.
         05 PARC-SALDO-DEVEDOR PIC 9(10)V99.
      * A aberta, P paga.
         05 PARC-SITUACAO PIC X(001).
         05 PARC-PAGAMENTO PIC 9(008).
      * Fine plus mora on an overdue installment as of
      * PARC-ULTIMO-ENCARGO, the last day the debit was tried; what
      * was actually charged once it is paid.
         05 PARC-ENCARGOS PIC 9(10)V99.
         05 PARC-ULTIMO-ENCARGO PIC 9(008).
      * Debits refused for want of funds.
         05 PARC-TENTATIVAS PIC 9(003).
