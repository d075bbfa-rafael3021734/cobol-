      *=================================================================
      * CASO-FILE record layout: one customer service case
      * (complaint or service request) on CASOS.DAT, keyed on the
      * case number, shared by the open/update/close screen
      * PROG_CASOMANUT.cbl and the nightly aging run
      * PROG_CASOAGE.cbl. Categories and their SLA in business
      * days: R reclamacao 5, S solicitacao de servico 10,
      * C contestacao de lancamento 10, O ouvidoria 10.
      *=================================================================
        01 CASO-REC.
         05 CASO-NUMERO PIC 9(006).
         05 CASO-CLIENTE PIC 9(006).
         05 CASO-CATEGORIA PIC X(001).
         05 CASO-ABERTURA PIC 9(008).
      * Due date: the opening date plus the category's SLA, counted
      * by SOMAR-DIAS-UTEIS so weekends and FERIADO.DAT days do not
      * eat into the customer's time.
         05 CASO-PRAZO PIC 9(008).
         05 CASO-DESCRICAO PIC X(060).
      * A aberto, E em andamento, F fechado.
         05 CASO-SITUACAO PIC X(001).
      * Responsible employee, defaulted from the customer's open
      * XREF.DAT assignment when the case is opened.
         05 CASO-EMP-ID PIC 9(005).
         05 CASO-OPERADOR PIC X(008).
         05 CASO-ATUALIZACAO PIC 9(008).
         05 CASO-FECHAMENTO PIC 9(008).
         05 CASO-RESOLUCAO PIC X(060).
      * "S" once the nightly run has raised the SLA-breach alert, so
      * a late case alerts on the day it breaches and not again.
         05 CASO-ALERTA-SLA PIC X(001).
