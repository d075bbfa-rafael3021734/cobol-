      *=================================================================
      * DESLIGQ-FILE offboarding queue record layout (DESLIGQ.DAT):
      * one line per termination the HR feed (PROG_RHLOAD.cbl)
      * brought in, waiting for PROG_DESLIGA.cbl to hand the leaver's
      * customers, slots and open hours over. P pendente until the
      * offboarding run for that employee completes, then C
      * concluido with the date it ran.
      *=================================================================
        01 DESLIGQ-REC.
         05 DQ-EMP-ID PIC 9(05).
         05 DQ-DATA-SAIDA PIC 9(08).
         05 DQ-SITUACAO PIC X(01).
         05 DQ-DATA-CARGA PIC 9(08).
         05 DQ-DATA-CONCLUSAO PIC 9(08).
