      * OPERPERM (operator permission/profile change, APRV-CHAVE is
      * the operator ID and APRV-DADOS carries the four permission
      * bytes then the 10-byte profile), CENDESAT (cost-center
      * deactivation, APRV-CHAVE is the center code - keyed in
      * PROG_CENMANUT.cbl or left by the PROG_FUSAO.cbl merge run
      * for the center it emptied), TABREABR
      * (closed-year reopen, APRV-CHAVE is the year then the
      * two-digit measure, APRV-DADOS the locked generation),
      * SODEXCEC (an operator permission/profile change that hits
      * the CONFLITO.DAT segregation-of-duties matrix, laid out as
      * OPERPERM, its justification on PENDJUST.DAT under the same
      * APRV-SEQ).
      * APRV-SITUACAO: P pendente, A aprovado, R rejeitado; the
      * approver and decision date are filled at review time, so
      * every applied change carries both identities.
        01 APRV-REC.
         05 APRV-SEQ          PIC 9(06).
         05 APRV-TIPO         PIC X(08).
