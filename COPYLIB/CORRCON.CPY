      *=================================================================
      * CORRCON-FILE record layout: one movement through the
      * clearing (correspondent) bank on CORRCON.DAT, from either
      * side - an entry we booked on the ledger (origem L) or a line
      * on the clearing bank's daily statement (origem B). Written
      * and matched by PROG_CORRECON.cbl; an item is written once
      * and only ever rewritten to close it or flag its alert, so
      * the same ledger or statement loaded twice changes nothing.
      *=================================================================
        01 CORRCON-REC.
      * L: LEDGIX-CHAVE of the ledger line (conta + SEQ=).
      * B: statement date + line number within that statement.
         05 CORR-CHAVE.
          10 CORR-ORIGEM PIC X(001).
          10 CORR-ID PIC X(014).
      * Booking date for L, value date for B.
         05 CORR-DATA PIC 9(008).
      * D money out through the clearing bank, C money back in.
         05 CORR-DC PIC X(001).
         05 CORR-VALOR PIC 9(10)V99.
         05 CORR-MOEDA PIC X(003).
      * The payment number the clearing bank knows the movement by
      * (PAGX-NUMERO), left-justified.
         05 CORR-REFERENCIA PIC X(016).
         05 CORR-CONTA PIC 9(005).
      * A aberto, C conciliado.
         05 CORR-SITUACAO PIC X(001).
         05 CORR-CHAVE-PAR PIC X(015).
         05 CORR-DATA-CONCILIACAO PIC 9(008).
      * S once the item's aging alert has gone to ALERTAS.DAT.
         05 CORR-ALERTADO PIC X(001).
