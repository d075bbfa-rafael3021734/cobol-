      * Segregation-of-duties conflict matrix (CONFLITO.DAT): one
      * line per pair of function letters (the FUNCAT.DAT catalog)
      * that must never sit in the hands of the same operator -
      * keying quantities and closing the year, maintaining
      * operators and approving the queue. An operator whose
      * effective functions (profile lines on PERFIL.DAT, or the
      * legacy permission bytes) cover both letters of a pair is
      * in conflict. A new pair is a data line; the shared
      * CONFERIR-CONFLITOS routine writes the standard matrix the
      * first time it runs without one.
        01 CONFLITO-REC.
         05 CNF-FUNCAO-A        PIC X(01).
         05 FILLER              PIC X(01).
         05 CNF-FUNCAO-B        PIC X(01).
         05 FILLER              PIC X(01).
         05 CNF-DESCRICAO       PIC X(40).
