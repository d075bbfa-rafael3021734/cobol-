      *=================================================================
      * CLIVOL-FILE record layout (CLIVOL.DAT): the counted volume
      * of one customer through one cost center for a year and
      * measure, month by month, as the counting-system load posts
      * it. Customer 000000 holds the volume no customer was named
      * for, and center 000 the lines that came without a center,
      * so the month-end billing run can set the customers'
      * volume against the TABCENTRO.DAT totals center by center.
      *=================================================================
        01 CLIVOL-REC.
         03 CV-CHAVE.
          05 CV-CLIENTE PIC 9(006).
          05 CV-CENTRO PIC 9(003).
          05 CV-ANO PIC 9(004).
          05 CV-MEDIDA PIC 9(002).
         03 CV-VOLUME-MES PIC 9(011) OCCURS 12.
         03 CV-TOTAL-ANUAL PIC 9(012).
