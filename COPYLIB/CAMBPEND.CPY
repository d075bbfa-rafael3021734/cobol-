      *=================================================================
      * CAMBPEND-FILE record layout: a central-bank rate the daily
      * load PROG_CAMBCB.cbl refused to put on CAMBIO.DAT because it
      * moved more than the allowed percentage from the currency's
      * previous rate. It waits on CAMBPEND.DAT, keyed on currency
      * and effective date, until an operator confirms it (it is
      * then written to CAMBIO.DAT under the same effective date) or
      * discards it through PROG_CAMMANUT.cbl.
      *=================================================================
        01 CAMBPEND-REC.
         05 CPEND-CHAVE.
          10 CPEND-MOEDA PIC X(003).
          10 CPEND-VIGENCIA PIC 9(008).
         05 CPEND-TAXA PIC 9(03)V9(06).
      * The rate it was measured against and the move in percent.
         05 CPEND-TAXA-ANTERIOR PIC 9(03)V9(06).
         05 CPEND-VIGENCIA-ANTERIOR PIC 9(008).
         05 CPEND-VARIACAO PIC 9(05)V99.
      * P pendente, C confirmada, D descartada.
         05 CPEND-SITUACAO PIC X(001).
         05 CPEND-DATA-DECISAO PIC 9(008).
