      * first two bytes - and M municipal, FERIADO-LOCAL carrying
      * the municipality name. The location-aware business-day
      * routines only count a scoped holiday for callers in its
      * location. C is a foreign currency's settlement calendar -
      * FERIADO-LOCAL carries the currency code in its first three
      * bytes - read only by CLASSIFICAR-DIA-MOEDA, never as a
      * holiday of ours.
         05 FERIADO-ESCOPO PIC X(001).
         05 FERIADO-LOCAL PIC X(020).
      * Day type: F (or blank, on records that predate the field)
