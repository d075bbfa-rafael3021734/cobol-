      * Report retention table (RELRET.DAT): how many days past its
      * processing date the archived copy of each report is kept in
      * the report repository. A line with "*" as the report name is
      * the default for every report without a line of its own; with
      * neither, a copy is kept 90 days.
        01 RELRET-REC.
         05 RET-RELATORIO       PIC X(30).
         05 FILLER              PIC X(01).
         05 RET-DIAS            PIC 9(04).
