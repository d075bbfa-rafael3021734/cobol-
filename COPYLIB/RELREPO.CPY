      * Report repository index (RELREPO.DAT): every report a
      * program writes is copied, once its run closes it, to a dated
      * file of its own by the shared ARQUIVAR-RELATORIO routine,
      * and one line here says whose run it was - program, the
      * processing date it reported on, when it ran and the operator
      * signed on (LOTE for a batch run). RR-EXPIRA is the processing
      * date after which the copy is dropped, from the report's
      * retention on RELRET.DAT. PROG_RELREPO.cbl finds, shows and
      * reprints the copies.
        01 RELREPO-REC.
         05 RR-PROGRAMA         PIC X(12).
         05 RR-RELATORIO        PIC X(30).
         05 RR-DATA-PROCESSO    PIC 9(08).
         05 RR-DATA-EXECUCAO    PIC 9(08).
         05 RR-HORA-EXECUCAO    PIC 9(06).
         05 RR-OPERADOR         PIC X(08).
         05 RR-ARQUIVO          PIC X(60).
         05 RR-LINHAS           PIC 9(07).
         05 RR-EXPIRA           PIC 9(08).
