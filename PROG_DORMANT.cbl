      *          live LEDGER.TXT plus the PROG_LEDGFECH.cbl closed
      *          LEDGER-AAAAMM.TXT files of the window for real
      *          movement per account (carried-forward TIPO=S lines
      *          and the month-end service fee TIPO=F / TIPO=N lines
      *          and the time-deposit provision and tax memo lines
      *          TIPO=P / TIPO=Y, and the scheduled loan
      *          installment debits TIPO=Q / TIPO=H / TIPO=U do not
      *          count), marks the accounts
      *          with none as dormant (CONTA-SITUACAO "D"), and lists
      *          them with
      *          balance and owning CONTA-CLIENTE to DORMRPT.TXT for
      *          the compliance review. The calculator recuses
      *          postings to a dormant account; the R mode here is
      *          how an operator reactivates one, and each
      *          reactivation is logged with its date on REATIVA.DAT
      *          for the suspicious-activity monitoring.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHADO-STATUS.

      * One line per reactivation, appended and never rewritten.
           SELECT REATIVA-FILE ASSIGN TO "REATIVA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REATIVA-STATUS.

           SELECT DORM-REPORT ASSIGN TO "DORMRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  FECHADO-FILE.
        01 FECHADO-LINE PIC X(160).

       FD  REATIVA-FILE.
        01 REATIVA-REC.
         05 REAT-CONTA PIC 9(05).
         05 REAT-DATA PIC 9(08).

       FD  DORM-REPORT.
        01 DORM-LINE PIC X(100).

        77 WS-LEDGER-STATUS PIC X(02) VALUE ZEROS.
        77 WS-FECHADO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "DORMRPT.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_DORMANT".
        77 WS-REATIVA-STATUS PIC X(02) VALUE ZEROS.
        77 WS-ERRO-ARQUIVO  PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE   PIC 9(02) VALUE ZEROS.
        77 WS-QTD-DORMENTES PIC 9(04) VALUE ZEROS.
        77 WS-IDX           PIC 9(04) VALUE ZEROS.
        77 WS-SLOT          PIC 9(04) VALUE ZEROS.
        77 WS-SALDO-CAMPO   PIC Z(9)9.99-.

      * Every account off the master with its movement flag; the
      * ledger scans flip the flag, the rest go dormant.
      * CONTA=, TIPO=, and the date sit at the fixed offsets
      * GRAVAR-LEDGER writes; a carried-forward TIPO=S line is
      * bookkeeping, not customer movement, so it does not wake an
      * account - nor does the month-end service fee (TIPO=F) or
      * its waiver memo (TIPO=N), which every live account gets, nor
      * the memo lines a time deposit writes on its own (TIPO=P
      * provision, TIPO=Y tax withheld at maturity), nor the
      * installment debit PROG_EMPDEBITO.cbl takes on its own
      * (TIPO=Q amortizacao, TIPO=H juros, TIPO=U encargos).
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
               CLOSE LEDGER-FILE
                   END-IF
                   IF LEDGER-LINE(1:8) >= WS-DATA-CORTE
                           AND LEDGER-LINE(64:1) NOT = "S"
                           AND LEDGER-LINE(64:1) NOT = "F"
                           AND LEDGER-LINE(64:1) NOT = "N"
                           AND LEDGER-LINE(64:1) NOT = "P"
                           AND LEDGER-LINE(64:1) NOT = "Y"
                           AND LEDGER-LINE(64:1) NOT = "Q"
                           AND LEDGER-LINE(64:1) NOT = "H"
                           AND LEDGER-LINE(64:1) NOT = "U"
                       MOVE LEDGER-LINE(23:5) TO WS-CONTA-LINHA
                       PERFORM ACORDAR-CONTA
                   END-IF
                   END-IF
                   IF FECHADO-LINE(1:8) >= WS-DATA-CORTE
                           AND FECHADO-LINE(64:1) NOT = "S"
                           AND FECHADO-LINE(64:1) NOT = "F"
                           AND FECHADO-LINE(64:1) NOT = "N"
                           AND FECHADO-LINE(64:1) NOT = "P"
                           AND FECHADO-LINE(64:1) NOT = "Y"
                           AND FECHADO-LINE(64:1) NOT = "Q"
                           AND FECHADO-LINE(64:1) NOT = "H"
                           AND FECHADO-LINE(64:1) NOT = "U"
                       MOVE FECHADO-LINE(23:5) TO WS-CONTA-LINHA
                       PERFORM ACORDAR-CONTA
                   END-IF
               DELIMITED BY SIZE INTO DORM-LINE.
           PERFORM GRAVAR-LINHA-DORM.
           CLOSE DORM-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.

       MARCAR-UMA-DORMENTE.
           MOVE WS-CV-NUMERO(WS-IDX) TO CONTA-NUMERO.
                   DISPLAY "CONTA " CONTA-NUMERO
                       " SUMIU DURANTE A VARREDURA - IGNORADA"
           END-READ.
      * An account frozen by a death registration stays "F"; the
      * dormancy flag would let a reactivation release estate money.
      * A closed account stays "E" for the same reason: reactivating
      * it would quietly reopen it.
           IF WS-CONTA-STATUS = "00" AND CONTA-SITUACAO = "F"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CONTA-STATUS = "00" AND CONTA-SITUACAO = "E"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CONTA-STATUS = "00"
               MOVE "D" TO CONTA-SITUACAO
               REWRITE CONTA-REC
                   IF WS-CONTA-STATUS = "00"
                       DISPLAY "CONTA " WS-CONTA-REATIVAR
                           " REATIVADA"
                       PERFORM REGISTRAR-REATIVACAO
                   END-IF
               END-IF
           END-IF.
           CLOSE CONTA-FILE.

       REGISTRAR-REATIVACAO.
      * Money moving through an account the day it wakes up is one
      * of the patterns compliance watches for, so the date goes on
      * file for PROG_PLDMON.cbl.
           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           OPEN EXTEND REATIVA-FILE.
           IF WS-REATIVA-STATUS = "35"
               OPEN OUTPUT REATIVA-FILE
           END-IF.
           IF WS-REATIVA-STATUS NOT = "00"
               MOVE "REATIVA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-REATIVA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-CONTA-REATIVAR TO REAT-CONTA.
           MOVE WS-DATA-PROCESSO TO REAT-DATA.
           WRITE REATIVA-REC.
           IF WS-REATIVA-STATUS NOT = "00"
               MOVE "REATIVA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-REATIVA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE REATIVA-FILE.

       GRAVAR-LINHA-DORM.
           WRITE DORM-LINE.
           IF WS-REPORT-STATUS NOT = "00"
