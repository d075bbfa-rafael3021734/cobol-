      *=================================================================
      * TITULAR-FILE record layout: the extra holders of an account
      * on TITULARES.DAT, keyed on account plus customer so every
      * holder of one account sits together and a START on the
      * account number walks them in order. CONTA-CLIENTE on the
      * account master stays the primary titular and is never
      * repeated here; this file only carries the people beside
      * them. Maintained by PROG_TITMANUT.cbl.
      *=================================================================
        01 TITULAR-REC.
         05 TIT-CHAVE.
          10 TIT-CONTA PIC 9(005).
          10 TIT-CLIENTE PIC 9(006).
      * T titular, C co-titular, P procurador. T and C own the
      * account alongside the primary: they get the statement and an
      * equal share of the withheld tax. P acts on the account under
      * a power of attorney and owns nothing.
         05 TIT-PAPEL PIC X(001).
         05 TIT-INCLUSAO PIC 9(008).
         05 TIT-OPERADOR PIC X(008).
