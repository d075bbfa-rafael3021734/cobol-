      *=================================================================
      * SALDO-FERIAS vacation balance, the answer CALCULAR-SALDO-
      * FERIAS (PROG_TESTE_WHEN.cbl) gives for one employee on a
      * reference date: 30 days accrued for each completed 12-month
      * acquisition period counted from EMP-ADMISSAO, less the
      * calendar days of every type F absence on AUSENCIA.DAT, taken
      * oldest period first. Each period has to be enjoyed within
      * the 12 months after it completes; SFE-DIAS-VENCIDOS is what
      * is left of periods whose window already closed (owed at
      * double pay), SFE-PRAZO the end of the window of the oldest
      * period still open with a balance and SFE-PRAZO-DIAS that
      * period's remaining days. Shared by the subprogram's LINKAGE
      * and its callers' WORKING-STORAGE.
      *=================================================================
        01 SALDO-FERIAS.
         05 SFE-PERIODOS PIC 9(003).
         05 SFE-DIAS-ADQUIRIDOS PIC 9(005).
         05 SFE-DIAS-GOZADOS PIC 9(005).
         05 SFE-SALDO PIC S9(005).
         05 SFE-DIAS-VENCIDOS PIC 9(005).
         05 SFE-PRAZO PIC 9(008).
         05 SFE-PRAZO-DIAS PIC 9(005).
