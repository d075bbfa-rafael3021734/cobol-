      *=================================================================
      * RATEIO-FILE overhead driver record layout (RATEIO.DAT): one
      * line per shared-service center and receiving center that
      * shares its cost. PROG_RATEIO.cbl maintains the lines and,
      * at month end, spreads the shared center's labor cost over
      * its receivers in proportion to each receiver's
      * TC-TOTAL-MENSAL volume for the month.
      *=================================================================
        01 RATEIO-REC.
         05 RAT-CENTRO-ORIGEM PIC 9(03).
         05 RAT-CENTRO-DESTINO PIC 9(03).
