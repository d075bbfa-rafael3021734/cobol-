        01 TABELA-ANUAL.
         03 TABELA-CHAVE.
          05 ANO-REFERENCIA   PIC 9(004).
      * Which count the year holds - pieces, kilos, returns - one
      * of the codes on the MEDIDA.DAT measure master.
          05 MEDIDA-CODIGO    PIC 9(002).
          05 GERACAO-DATA     PIC 9(008).
         03 TABELA-MENSAL    OCCURS 12.
          05 QUANTIDADE-DIARIA  PIC 9(009) OCCURS 31.
