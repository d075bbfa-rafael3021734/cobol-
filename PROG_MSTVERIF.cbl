      *          then swaps the rebuilt records back into the live
      *          file - so a power cut mid-write costs the bad
      *          records, not the whole day back to the last backup.
      *          The verify trail goes to VERIFRPT.TXT. On
      *          CLIENTE.DAT the NOME, END-CEP and EMAIL alternate
      *          indexes are walked as well and must carry the same
      *          population as the CODIGO index; the rebuild
      *          recreates all four.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS END-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT CLINEW-FILE ASSIGN TO "CLIENTE.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NC-CODIGO
               ALTERNATE RECORD KEY IS NC-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS NC-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS NC-EMAIL WITH DUPLICATES
               FILE STATUS IS WS-CLINEW-STATUS.

           SELECT CONTA-FILE ASSIGN TO "CONTAS.DAT"
      * record and key names, the same split PROG_CLIARCH.cbl uses
      * for its second view of the customer layout.
       FD  CLINEW-FILE.
      * The alternate-key fields sit at the CLIENTE offsets so the
      * copy is built with the same four indexes as the master.
        01 NC-REC.
         05 NC-CODIGO PIC 9(006).
         05 NC-NOME PIC X(030).
         05 FILLER PIC X(028).
         05 NC-EMAIL PIC X(040).
         05 FILLER PIC X(062).
         05 NC-CEP PIC X(008).
         05 FILLER PIC X(022).

       FD  CONTA-FILE.
           COPY CONTA.
        01 NT-REC.
         05 NT-CHAVE.
          10 NT-ANO PIC 9(004).
          10 NT-MEDIDA PIC 9(002).
          10 NT-GERACAO PIC 9(008).
         05 NT-DADOS PIC X(3492).

        77 WS-TABELA-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-TABNEW-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "VERIFRPT.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_MSTVERI".
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-CTL-QTD        PIC 9(009) VALUE ZEROS.
        77 WS-CTL-HASH       PIC 9(015) VALUE ZEROS.
        77 WS-CTL-CONFERE    PIC X(001) VALUE "S".
        77 WS-CHAVE-TEXTO    PIC X(014) VALUE SPACES.
        77 WS-IDX-CHAVE      PIC 9(01) VALUE ZEROS.
        77 WS-NOME-CHAVE     PIC X(007) VALUE SPACES.
        77 WS-ALT-QTD        PIC 9(009) VALUE ZEROS.
        77 WS-ALT-HASH       PIC 9(015) VALUE ZEROS.
      *=================================================================
       PROCEDURE                               DIVISION.

           END-EVALUATE.

           CLOSE VERIF-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.
           DISPLAY "VERIFICACAO - LIDOS: " WS-QTD-LIDOS
               " ERROS: " WS-QTD-ERROS
               " REGRAVADOS: " WS-QTD-REGRAVADOS.
                       END-WRITE
                   END-PERFORM
               END-IF
               PERFORM VERIFICAR-CHAVES-CLIENTE
               CLOSE CLIENTE-FILE
               CLOSE CLINEW-FILE
               PERFORM CONFERIR-CONTROLE-REBUILD
               END-IF
           END-IF.

       VERIFICAR-CHAVES-CLIENTE.
      * Each alternate index is walked end to end and must hold
      * exactly the records the CODIGO index holds - the same count
      * and the same sum of CODIGOs. A short index is reported
      * here; the rebuild below recreates every index from the
      * records, so a clean rebuild repairs it.
           PERFORM VARYING WS-IDX-CHAVE FROM 1 BY 1
                   UNTIL WS-IDX-CHAVE > 3
               MOVE ZEROS TO WS-ALT-QTD
               MOVE ZEROS TO WS-ALT-HASH
               MOVE LOW-VALUES TO CLIENTE
               EVALUATE WS-IDX-CHAVE
                   WHEN 1
                       MOVE "NOME" TO WS-NOME-CHAVE
                       START CLIENTE-FILE KEY NOT LESS THAN NOME
                           INVALID KEY
                               CONTINUE
                       END-START
                   WHEN 2
                       MOVE "END-CEP" TO WS-NOME-CHAVE
                       START CLIENTE-FILE KEY NOT LESS THAN END-CEP
                           INVALID KEY
                               CONTINUE
                       END-START
                   WHEN OTHER
                       MOVE "EMAIL" TO WS-NOME-CHAVE
                       START CLIENTE-FILE KEY NOT LESS THAN EMAIL
                           INVALID KEY
                               CONTINUE
                       END-START
               END-EVALUATE
               IF WS-CLIENTE-STATUS = "00"
                   PERFORM UNTIL WS-CLIENTE-STATUS = "10"
                       READ CLIENTE-FILE NEXT RECORD
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF WS-CLIENTE-STATUS NOT = "00"
                               AND WS-CLIENTE-STATUS NOT = "02"
                               AND WS-CLIENTE-STATUS NOT = "10"
                           ADD 1 TO WS-QTD-ERROS
                           MOVE CODIGO TO WS-CHAVE-TEXTO
                           PERFORM REPORTAR-ERRO-ESTRUTURAL
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-ALT-QTD
                       ADD CODIGO TO WS-ALT-HASH
                   END-PERFORM
               END-IF
               MOVE SPACES TO VERIF-LINE
               STRING "INDICE " WS-NOME-CHAVE ": " WS-ALT-QTD
                   " REGISTROS"
                   DELIMITED BY SIZE INTO VERIF-LINE
               PERFORM GRAVAR-LINHA-VERIF
               IF WS-ALT-QTD NOT = WS-CTL-QTD
                       OR WS-ALT-HASH NOT = WS-CTL-HASH
                   ADD 1 TO WS-QTD-ERROS
                   MOVE SPACES TO VERIF-LINE
                   STRING "INDICE " WS-NOME-CHAVE
                       " DIVERGE DO INDICE CODIGO - SERA RECRIADO "
                       "NA RECONSTRUCAO"
                       DELIMITED BY SIZE INTO VERIF-LINE
                   PERFORM GRAVAR-LINHA-VERIF
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-PERFORM.

       REGRAVAR-CLIENTE.
      * The verified rebuilt copy replaces the live master record
      * by record; the control totals are restamped so the openers'
                   END-IF
                   MOVE NC-REC TO CLIENTE
                   WRITE CLIENTE
                   IF WS-CLIENTE-STATUS = "02"
                       MOVE "00" TO WS-CLIENTE-STATUS
                   END-IF
                   IF WS-CLIENTE-STATUS NOT = "00"
                       MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE ZEROS TO FD-ANO-REFERENCIA
               MOVE ZEROS TO FD-MEDIDA-CODIGO
               MOVE ZEROS TO FD-GERACAO-DATA
               START TABELA-FILE KEY NOT LESS THAN FD-TABELA-CHAVE
                   INVALID KEY
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE ZEROS TO NT-ANO.
           MOVE ZEROS TO NT-MEDIDA.
           MOVE ZEROS TO NT-GERACAO.
           START TABNEW-FILE KEY NOT LESS THAN NT-CHAVE
               INVALID KEY
