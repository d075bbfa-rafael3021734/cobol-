      * ANO-REFERENCIA plus GERACAO-DATA form the record key now
      * that TABELA.DAT is indexed: loads are a keyed START/READ
      * over one year instead of a scan of the whole history.
      * The measure sits between the two, so each measure of a
      * year keeps its own run of dated generations.
         03 FD-TABELA-CHAVE.
          05 FD-ANO-REFERENCIA   PIC 9(004).
          05 FD-MEDIDA-CODIGO    PIC 9(002).
          05 FD-GERACAO-DATA     PIC 9(008).
         03 FD-TABELA-MENSAL    OCCURS 12.
          05 FD-QUANTIDADE-DIARIA  PIC 9(009) OCCURS 31.
