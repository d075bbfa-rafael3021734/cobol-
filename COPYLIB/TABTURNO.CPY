      *=================================================================
      * TABTURNO-FILE record layout (TABTURNO.DAT): one cost center's
      * year of daily figures for one measure and one shift, the
      * same 12-by-31 shape as TABCENTRO.CPY with the shift (1, 2
      * or 3, as the counting machines report it) added to the key.
      * Center 000 holds the lines the machines sent without a
      * center. Posted by the CONTAGEM.DAT load and read by the
      * shift report; the three shifts of a day add up to what the
      * load posted into the day's TABELA-ANUAL cell.
      *=================================================================
        01 TABTURNO-REC.
         03 TT-CHAVE.
          05 TT-CENTRO PIC 9(003).
          05 TT-ANO PIC 9(004).
          05 TT-MEDIDA PIC 9(002).
          05 TT-TURNO PIC 9(001).
         03 TT-MENSAL OCCURS 12.
          05 TT-QUANTIDADE-DIARIA PIC 9(009) OCCURS 31.
          05 TT-TOTAL-MENSAL PIC 9(011).
         03 TT-TOTAL-ANUAL PIC 9(012).
