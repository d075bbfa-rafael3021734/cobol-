      *=================================================================
      * PLDCASO-FILE record layout: one suspicious-activity case on
      * PLDCASOS.DAT, raised by the nightly ledger monitoring
      * PROG_PLDMON.cbl and reviewed by compliance through
      * PROG_PLDMANUT.cbl. Kept apart from the customer service
      * cases on CASOS.DAT on purpose: nobody outside compliance may
      * see that a customer is under review. Keyed on the rule and
      * the ledger line (account + SEQ=) that raised it, so running
      * the monitoring again over the same night raises nothing
      * twice. Rules: V single movement at or over the reporting
      * threshold, F deposits just under it split across days
      * (fracionamento), N money in and out of a newly opened
      * account, R large movement on an account just reactivated
      * from dormancy.
      *=================================================================
        01 PLDCASO-REC.
         05 PLD-CHAVE.
          10 PLD-REGRA PIC X(001).
          10 PLD-CONTA PIC 9(005).
          10 PLD-SEQ PIC 9(006).
         05 PLD-CLIENTE PIC 9(006).
         05 PLD-DATA-DETECCAO PIC 9(008).
         05 PLD-DATA-LANCAMENTO PIC 9(008).
      * In BRL: the movement itself for V and R, the window's total
      * for F (all the customer's deposits in the band) and N (in
      * plus out), with how many ledger lines make it up.
         05 PLD-VALOR PIC 9(12)V99.
         05 PLD-QTD-LANCAMENTOS PIC 9(003).
         05 PLD-DESCRICAO PIC X(060).
      * A aberto, E em analise, C comunicar ao COAF, D descartado
      * (sem indicio, with the reason in the parecer).
         05 PLD-SITUACAO PIC X(001).
         05 PLD-OPERADOR PIC X(008).
         05 PLD-DATA-DECISAO PIC 9(008).
         05 PLD-PARECER PIC X(060).
      * Set by the monitoring run that exports a C case to
      * COAFEXP.TXT, so each case is communicated once.
         05 PLD-DATA-COMUNICACAO PIC 9(008).
