      *=================================================================
      * PAGEXT-FILE record layout: one payment to an account at
      * another bank on PAGEXT.DAT, keyed on the SEQ= of the ledger
      * line that debited the customer, so the return from the
      * clearing bank names the payment by the same number the
      * ledger does. Written by the balance calculator when it posts
      * a TIPO X transaction; PROG_PAGRETOR.cbl marks it settled or
      * returned off the clearing bank's return file.
      *=================================================================
        01 PAGEXT-REC.
         05 PAGX-NUMERO PIC 9(006).
         05 PAGX-CONTA PIC 9(005).
      * Beneficiary as keyed on the payment order: bank code,
      * branch, the account at that bank with its check digit as
      * the other bank writes it, and the name.
         05 PAGX-BANCO PIC 9(003).
         05 PAGX-AGENCIA PIC 9(004).
         05 PAGX-CONTA-DESTINO PIC X(012).
         05 PAGX-FAVORECIDO PIC X(030).
      * Amount in the transaction's own currency and its BRL
      * equivalent as debited; a returned payment is credited back
      * with exactly these, never reconverted.
         05 PAGX-MOEDA PIC X(003).
         05 PAGX-VALOR PIC 9(10)V99.
         05 PAGX-VALOR-BRL PIC 9(10)V99.
         05 PAGX-DATA-ENVIO PIC 9(008).
      * E enviado to the clearing bank, L liquidado, R rejeitado and
      * returned by the clearing bank.
         05 PAGX-SITUACAO PIC X(001).
         05 PAGX-DATA-RETORNO PIC 9(008).
         05 PAGX-MOTIVO-RETORNO PIC X(003).
      * SEQ= of the ledger line that credited a returned payment
      * back; zero until that credit is posted.
         05 PAGX-SEQ-ESTORNO PIC 9(006).
