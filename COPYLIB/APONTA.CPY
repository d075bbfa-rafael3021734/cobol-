      *=================================================================
      * APONTA-FILE daily timesheet record layout (APONTA.DAT), the
      * hours store that replaced the weekly WS-HORAS cells of the
      * ALOCACAO.DAT image: one record per employee, work date,
      * project and task, so a department can staff any number of
      * people, one person can book to several projects, and last
      * week's hours survive this week's entry. Keyed on APT-CHAVE,
      * which also gives every reader the hours in employee and date
      * order.
      * Shared by the hours entry, the approval, the overtime
      * report, the payroll extract, the labor-cost allocation and
      * the project report.
      *=================================================================
        01 APONTA-REC.
         05 APT-CHAVE.
          10 APT-EMP-ID PIC 9(05).
          10 APT-DATA PIC 9(08).
          10 APT-PROJ PIC 9(03).
      * Task of the project on TAREFA.DAT; zero for a project that
      * has no tasks and for the lines booked before tasks existed.
          10 APT-TAREFA PIC 9(03).
         05 APT-HORAS PIC 9(03)V99.
      * P pendente de aprovacao, A aprovado, R devolvido; only
      * approved hours reach the overtime report, the payroll
      * extract, the cost allocation and the project report.
         05 APT-APROV PIC X(01).
      * The employee's department when the hours were worked, kept
      * on the line so a transfer does not carry old hours along.
         05 APT-DEPT PIC X(10).
         05 APT-DATA-REGISTRO PIC 9(08).
         05 APT-APROVADOR PIC X(08).
         05 APT-DATA-DECISAO PIC 9(08).
