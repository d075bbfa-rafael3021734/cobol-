      *=================================================================
      * CLIENTE customer master record layout, shared by every program
      * that reads or writes CLIENTE.DAT so the fields cannot drift
      * apart between copies. Besides the CODIGO record key, every
      * SELECT of CLIENTE.DAT declares alternate keys on NOME,
      * END-CEP and EMAIL, duplicates allowed, so a name, CEP or
      * address lookup is a keyed START/READ NEXT instead of a pass
      * over the whole master; a program declaring the keys
      * differently cannot open the file. A WRITE or REWRITE whose
      * NOME, CEP or EMAIL repeats another record's comes back with
      * status 02, a successful write; the writers fold it to 00
      * before their own status checks.
      *=================================================================
        01 CLIENTE.
      * Widened from 9(004): the base crossed 8,100 live plus
      * A lapsed customer is flagged "I" (inativo) with the date the
      * status last changed, instead of being deleted outright, so
      * the reports off this master can drop them from mailings while
      * the record itself stays on file. "F" (falecido) is set by the
      * death registration, whose details live on OBITO.DAT; the
      * mailings and statement runs drop those customers as well.
         05 SITUACAO PIC X(01).
         05 SITUACAO-DATA PIC 9(008).
      * Postal address for the birthday mailing, so the reports off
      * marker when the field changes.
         05 DEVOL-ENDERECO PIC X(001).
         05 DEVOL-EMAIL PIC X(001).
      * Taxpayer number (CPF), eleven digits with the two official
      * module-11 check digits at the end; kept as text with a
      * numeric redefinition like the TELEFONE fields. Blank means
      * not yet captured (customers converted from before the
      * field existed). No two CODIGOs may carry the same CPF -
      * the screen and the bulk load both refuse a repeat.
         05 CPF PIC X(011).
         05 CPF-NUM REDEFINES CPF PIC 9(011).
