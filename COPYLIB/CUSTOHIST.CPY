      *=================================================================
      * CUSTOHIST-FILE labor allocation history record layout
      * (CUSTOHIST.DAT): one line per cost center per monthly run of
      * PROG_CUSTOALOC.cbl with the approved hours and the labor
      * cost it booked to the center itself (children not included),
      * so later months can still see what was allocated after the
      * ledger period is closed. A rerun of the same month adds a
      * new line; readers keep the last one for center and month.
      *=================================================================
        01 CUSTOHIST-REC.
         05 CH-PERIODO PIC 9(06).
         05 CH-CENTRO PIC 9(03).
         05 CH-HORAS PIC 9(07)V99.
         05 CH-CUSTO PIC 9(10)V99.
         05 CH-DATA-PROCESSO PIC 9(08).
