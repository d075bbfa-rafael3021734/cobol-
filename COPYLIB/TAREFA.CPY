      *=================================================================
      * TAREFA-FILE project task record layout (TAREFA.DAT), keyed on
      * project plus task so a project's tasks read back together:
      * the planned hours and dates the earned-value report measures
      * against, and the percent complete the project owner keys in
      * PROG_PROJMANUT.cbl each week with the date it was last
      * keyed. Hours book to a task through APT-TAREFA on the
      * timesheet line. A concluded task (SITUACAO "C") keeps its
      * history but takes no new hours.
      *=================================================================
        01 TAREFA-REC.
         05 TAR-CHAVE.
          10 TAR-PROJ PIC 9(003).
          10 TAR-CODIGO PIC 9(003).
         05 TAR-NOME PIC X(030).
         05 TAR-SITUACAO PIC X(001).
         05 TAR-HORAS-PLANEJADAS PIC 9(006)V99.
         05 TAR-INICIO PIC 9(008).
         05 TAR-FIM PIC 9(008).
         05 TAR-PERC-CONCLUIDO PIC 9(003).
         05 TAR-DATA-PERCENTUAL PIC 9(008).
