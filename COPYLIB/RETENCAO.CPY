      * Retention table (RETENCAO.DAT) for the logs and history
      * files that only ever grow: for each file, how many days past
      * its own date a record stays on the live file, and how many
      * more it then spends on the file's archive (same name, .ARQ
      * extension) before PROG_EXPURGO.cbl destroys it. LEDGER
      * stands for the whole family of closed LEDGER-AAAAMM.TXT
      * months, which move and go as whole files. A file with no
      * line here is never touched; PROG_EXPURGO writes the standard
      * table the first time it runs without one.
        01 RETENCAO-REC.
         05 RTC-ARQUIVO         PIC X(20).
         05 FILLER              PIC X(01).
         05 RTC-DIAS-VIVO       PIC 9(05).
         05 FILLER              PIC X(01).
         05 RTC-DIAS-ARQUIVO    PIC 9(05).
         05 FILLER              PIC X(01).
         05 RTC-BASE-LEGAL      PIC X(40).
