      *=================================================================
      * DEBFAT-FILE record layout: one biller invoice received for
      * direct debit, on DEBFAT.DAT, keyed on the biller and its own
      * invoice number so an invoice file loaded twice pays nothing
      * twice. PROG_DEBAUTO.cbl loads each biller's invoice file
      * here and writes the debit into SALDOS.DAT on the due date;
      * PROG_DEBRET.cbl reads the balance calculator's
      * acknowledgment of that night, settles each debit paid or
      * unpaid, and reports the outcome back to the biller.
      *=================================================================
        01 DEBFAT-REC.
         05 DEBF-CHAVE.
          10 DEBF-EMPRESA PIC X(008).
          10 DEBF-NUMERO PIC X(015).
         05 DEBF-ID-CLIENTE PIC X(020).
      * Mandate the invoice was matched to and the account it is
      * debited from; both zero on an invoice refused at the load
      * for want of an active mandate.
         05 DEBF-MANDATO PIC 9(006).
         05 DEBF-CONTA PIC 9(005).
         05 DEBF-VALOR PIC 9(10)V99.
         05 DEBF-VENCIMENTO PIC 9(008).
         05 DEBF-DATA-CARGA PIC 9(008).
      * A aguardando vencimento, G debito gerado no SALDOS.DAT,
      * P pago, N nao pago, R recusado (sem mandato ativo ou acima
      * do teto).
         05 DEBF-SITUACAO PIC X(001).
         05 DEBF-DATA-GERACAO PIC 9(008).
      * Why an invoice was not paid, as reported to the biller.
         05 DEBF-MOTIVO PIC X(040).
      * Night the outcome went back to the biller; zero until then.
         05 DEBF-DATA-RETORNO PIC 9(008).
