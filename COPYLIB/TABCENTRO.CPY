      *=================================================================
      * TABCENTRO-FILE record layout: one cost center's year of
      * daily figures, the same 12-by-31 shape as TABANUAL.CPY but
      * keyed on CENTRO-CODIGO, year and measure, shared by the
      * per-center entry in PROG_TESTE5.cbl, the counting-system
      * load, and the center views of the monthly report and the
      * CALGRID grid.
      * The consolidated TABELA-ANUAL cell is the sum of the
      * centers' cells for that day.
      *=================================================================
         03 TC-CHAVE.
          05 TC-CENTRO PIC 9(003).
          05 TC-ANO PIC 9(004).
          05 TC-MEDIDA PIC 9(002).
         03 TC-MENSAL OCCURS 12.
          05 TC-QUANTIDADE-DIARIA PIC 9(009) OCCURS 31.
          05 TC-TOTAL-MENSAL PIC 9(011).
