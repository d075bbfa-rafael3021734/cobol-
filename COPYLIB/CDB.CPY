      *=================================================================
      * CDB-FILE record layout: one time deposit (certificado de
      * deposito bancario) on CDB.DAT, keyed on its own running
      * number. The principal leaves the linked account when the
      * deposit is opened through PROG_CDBMANUT.cbl, interest
      * accrues month by month in PROG_CDBJUROS.cbl, and
      * PROG_CDBVENC.cbl pays principal plus interest, net of the
      * withholding, back to the same account on maturity.
      * PROG_CDBAGENDA.cbl lists what falls due for treasury.
      *=================================================================
        01 CDB-REC.
         05 CDB-NUMERO PIC 9(006).
         05 CDB-CONTA PIC 9(005).
      * Principal in the deposit's own currency, always the linked
      * account's CONTA-MOEDA; the account moves by its BRL
      * equivalent at the CAMBIO.DAT rate of the day, as every
      * other posting does.
         05 CDB-PRINCIPAL PIC 9(10)V99.
         05 CDB-MOEDA PIC X(003).
      * Annual rate as a fraction (0.125000 is 12.5% a year),
      * compounded daily over calendar days on a 365-day year.
         05 CDB-TAXA-ANUAL PIC 9(02)V9(06).
         05 CDB-INICIO PIC 9(008).
      * Contractual maturity. Interest runs to this date; when it
      * falls on a weekend or FERIADO.DAT holiday the payment goes
      * out on the next business day.
         05 CDB-VENCIMENTO PIC 9(008).
      * Gross interest already accrued by the month-end runs, in the
      * deposit's currency, and the date it was accrued through.
         05 CDB-JUROS-ACUM PIC 9(10)V99.
         05 CDB-ULTIMO-ACUMULO PIC 9(008).
      * A aberto (em carteira), L liquidado on maturity.
         05 CDB-SITUACAO PIC X(001).
      * Filled on maturity: the date the money went back to the
      * account and the tax withheld on the interest.
         05 CDB-LIQUIDACAO PIC 9(008).
         05 CDB-IR-RETIDO PIC 9(10)V99.
         05 CDB-OPERADOR PIC X(008).
