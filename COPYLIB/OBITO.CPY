      *=================================================================
      * OBITO-FILE record layout: one record per deceased customer,
      * keyed on the CLIENTE CODIGO, written by PROG_OBITO.cbl when
      * the death is registered. The master itself only carries
      * SITUACAO "F" (falecido) and the date the status changed;
      * the date of death and the document that proves it live here
      * so the estate statement can be reprinted on demand.
      *=================================================================
        01 OBITO-REC.
         05 OBITO-CODIGO PIC 9(006).
         05 OBITO-DATA PIC 9(008).
      * Certificate (certidao de obito) or court-document reference
      * exactly as the family presented it.
         05 OBITO-DOCUMENTO PIC X(030).
         05 OBITO-REGISTRO-DATA PIC 9(008).
         05 OBITO-REGISTRO-OPERADOR PIC X(008).
