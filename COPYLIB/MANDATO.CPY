      *=================================================================
      * MANDATO-FILE record layout: one customer's authorization for
      * a utility or biller to have its bills debited from an
      * account, on MANDATOS.DAT, keyed on the mandate code. The
      * alternate key is the biller plus the customer's own number
      * at that biller - the two things a biller's invoice file
      * names - with duplicates, since a mandate cancelled and later
      * signed again keeps the same agreement number. Kept by the
      * maintenance screen PROG_MANDMANUT.cbl; PROG_DEBAUTO.cbl
      * matches each invoice to the mandate active on its due date.
      *=================================================================
        01 MANDATO-REC.
         05 MAND-CODIGO PIC 9(006).
         05 MAND-CONTA PIC 9(005).
         05 MAND-CHAVE-EMPRESA.
      * Biller's code as it heads its invoice file, and the
      * customer's number there (installation, contract, meter).
          10 MAND-EMPRESA PIC X(008).
          10 MAND-ID-CLIENTE PIC X(020).
      * Ceiling per bill, in BRL: a bill above it is refused, never
      * paid in part.
         05 MAND-VALOR-MAXIMO PIC 9(10)V99.
      * The mandate covers bills falling due from MAND-INICIO
      * through MAND-FIM, both inclusive; MAND-FIM zero is open.
         05 MAND-INICIO PIC 9(008).
         05 MAND-FIM PIC 9(008).
      * A ativo, C cancelado. A cancellation stamps the processing
      * date and the operator; the mandate is never deleted.
         05 MAND-SITUACAO PIC X(001).
         05 MAND-DATA-CANCELAMENTO PIC 9(008).
         05 MAND-OPERADOR PIC X(008).
         05 MAND-OPER-CANCELAMENTO PIC X(008).
