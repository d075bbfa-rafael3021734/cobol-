      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Nightly change extract for the reporting warehouse,
      *          so business intelligence stops copying the whole of
      *          CLIENTE.DAT, CONTAS.DAT and the ledger every night
      *          and diffing them by hand. Each night the six masters
      *          (CLIENTE, CONTAS, XREF, EMPREGADO, PROJETO, CENTRO)
      *          are photographed, in key order, to a dated snapshot
      *          CDCxxx-AAAAMMDD.SNP, and each snapshot is matched by
      *          key against the one the previous run took: a key
      *          only in today's is an insert, only in the previous
      *          one a delete, in both with a different image a
      *          change. The operations go to CDCxxx-AAAAMMDD.TXT in
      *          the CDCREG.CPY layout, tagged with the processing
      *          date, followed by a control line with the counts.
      *          CDCLED-AAAAMMDD.TXT carries the ledger lines posted
      *          since the previous run - the LEDGER.DAT SEQ= range
      *          after the last one extracted, in SEQ order, picked
      *          up on the closed LEDGER-AAAAMM.TXT files of this
      *          month and the last too, should the month-end close
      *          have moved them in between. CDCCTL.DAT remembers the
      *          last processing date run, the snapshot it was
      *          matched against and its SEQ range, so running the
      *          same date again matches the same two snapshots and
      *          the same SEQ range and writes exactly the same
      *          files. The very first run has nothing to match
      *          against and extracts everything as inserts.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_CDCEXT.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS END-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS IS WS-CLIENTE-STATUS.

           SELECT CONTA-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTA-STATUS.

           SELECT XREF-FILE ASSIGN TO "XREF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT EMP-FILE ASSIGN TO "EMPREGADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT PROJETO-FILE ASSIGN TO "PROJETO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROJ-CODIGO
               FILE STATUS IS WS-PROJETO-STATUS.

           SELECT CENTRO-FILE ASSIGN TO "CENTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CENTRO-CODIGO
               FILE STATUS IS WS-CENTRO-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGIX-CHAVE
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT FECHADO-FILE ASSIGN TO WS-NOME-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHADO-STATUS.

           SELECT LEDGSEQ-FILE ASSIGN TO "LEDGSEQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGSEQ-STATUS.

      * Last date run, the snapshot it was matched against and the
      * ledger SEQ= range it extracted - one record.
           SELECT CDCCTL-FILE ASSIGN TO "CDCCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CDCCTL-STATUS.

      * Snapshots are named from the date they were taken.
           SELECT FOTO-BASE-FILE ASSIGN TO WS-NOME-BASE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BASE-STATUS.

           SELECT FOTO-HOJE-FILE ASSIGN TO WS-NOME-HOJE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOJE-STATUS.

           SELECT WORK-IN-FILE ASSIGN TO "CDCWORK.TMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT SORT-FILE ASSIGN TO "CDCSORT.TMP".

           SELECT LEDWORK-IN-FILE ASSIGN TO "CDCLEDIN.TMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDWORK-STATUS.

           SELECT LEDWORK-OUT-FILE ASSIGN TO "CDCLEDOUT.TMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDWORK-OUT-STATUS.

           SELECT LEDSORT-FILE ASSIGN TO "CDCLSORT.TMP".

           SELECT SAIDA-FILE ASSIGN TO WS-NOME-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAIDA-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  CLIENTE-FILE.
           COPY CLIENTE.

       FD  CONTA-FILE.
           COPY CONTA.

       FD  XREF-FILE.
           COPY XREF.

       FD  EMP-FILE.
           COPY EMPREGADO.

       FD  PROJETO-FILE.
           COPY PROJETO.

       FD  CENTRO-FILE.
           COPY CENTRO.

       FD  LEDGER-FILE.
        01 LEDGIX-REC.
         05 LEDGIX-CHAVE.
          10 LEDGIX-CONTA PIC 9(05).
          10 LEDGIX-SEQ PIC 9(06).
         05 LEDGER-LINE PIC X(160).

       FD  FECHADO-FILE.
        01 FECHADO-LINE PIC X(160).

       FD  LEDGSEQ-FILE.
        01 LEDGSEQ-REC.
         05 LEDGSEQ-ULTIMO PIC 9(06).

       FD  CDCCTL-FILE.
        01 CDCCTL-REC.
         05 CTL-DATA-ULTIMA PIC 9(08).
         05 CTL-DATA-BASE PIC 9(08).
         05 CTL-SEQ-DE PIC 9(06).
         05 CTL-SEQ-ATE PIC 9(06).

      * A snapshot line: the record's key, then its whole image.
       FD  FOTO-BASE-FILE.
        01 FOTO-BASE-REC.
         05 BASE-CHAVE PIC X(022).
         05 BASE-IMAGEM PIC X(200).

       FD  FOTO-HOJE-FILE.
        01 FOTO-HOJE-REC.
         05 HOJE-CHAVE PIC X(022).
         05 HOJE-IMAGEM PIC X(200).

       FD  WORK-IN-FILE.
        01 WORK-IN-REC.
         05 WORK-CHAVE PIC X(022).
         05 WORK-IMAGEM PIC X(200).

       SD  SORT-FILE.
        01 SORT-REC.
         05 SORT-CHAVE PIC X(022).
         05 SORT-IMAGEM PIC X(200).

      * A new ledger line, SEQ= first so the sort puts the day in
      * posting order wherever the line was found.
       FD  LEDWORK-IN-FILE.
        01 LEDWORK-IN-REC.
         05 LWI-SEQ PIC 9(06).
         05 LWI-CONTA PIC 9(05).
         05 LWI-LINHA PIC X(160).

       FD  LEDWORK-OUT-FILE.
        01 LEDWORK-OUT-REC.
         05 LWO-SEQ PIC 9(06).
         05 LWO-CONTA PIC 9(05).
         05 LWO-LINHA PIC X(160).

       SD  LEDSORT-FILE.
        01 LEDSORT-REC PIC X(171).

       FD  SAIDA-FILE.
           COPY CDCREG.

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-CLIENTE-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-CONTA-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-XREF-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-EMP-STATUS      PIC X(02) VALUE ZEROS.
        77 WS-PROJETO-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-CENTRO-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-LEDGER-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-FECHADO-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-LEDGSEQ-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-CDCCTL-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-BASE-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-HOJE-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-WORK-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-LEDWORK-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-LEDWORK-OUT-STATUS PIC X(02) VALUE ZEROS.
        77 WS-SAIDA-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_CDCEXT".
        77 WS-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS    PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.
        77 WS-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.

      * What this run matches against and extracts; on a rerun of
      * the same date, what the first run used.
        77 WS-REEXECUCAO      PIC X(01) VALUE "N".
        77 WS-DATA-BASE       PIC 9(08) VALUE ZEROS.
        77 WS-SEQ-DE          PIC 9(06) VALUE ZEROS.
        77 WS-SEQ-ATE         PIC 9(06) VALUE ZEROS.
        77 WS-SEQ-LINHA       PIC 9(06) VALUE ZEROS.

        77 WS-ENTIDADE        PIC X(03) VALUE SPACES.
        77 WS-NOME-BASE       PIC X(030) VALUE SPACES.
        77 WS-NOME-HOJE       PIC X(030) VALUE SPACES.
        77 WS-NOME-SAIDA      PIC X(030) VALUE SPACES.
        77 WS-NOME-LEDGER     PIC X(030) VALUE SPACES.
        77 WS-PERIODO-LEDGER  PIC 9(06) VALUE ZEROS.
        77 WS-ANO-LEDGER      PIC 9(04) VALUE ZEROS.
        77 WS-MES-LEDGER      PIC 9(02) VALUE ZEROS.
        77 WS-FIM-BASE        PIC X(01) VALUE "N".
        77 WS-FIM-HOJE        PIC X(01) VALUE "N".
        77 WS-QTD-INCLUIDOS   PIC 9(07) VALUE ZEROS.
        77 WS-QTD-ALTERADOS   PIC 9(07) VALUE ZEROS.
        77 WS-QTD-EXCLUIDOS   PIC 9(07) VALUE ZEROS.
        77 WS-QTD-LEDGER      PIC 9(07) VALUE ZEROS.
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           MOVE "INI" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           PERFORM LER-CONTROLE.
           IF WS-REEXECUCAO = "S"
               DISPLAY "EXTRACAO CDC DE " WS-DATA-PROCESSO
                   " REPETIDA - MESMA BASE " WS-DATA-BASE
                   " E MESMOS SEQ " WS-SEQ-DE " A " WS-SEQ-ATE
           ELSE
               DISPLAY "EXTRACAO CDC DE " WS-DATA-PROCESSO
                   " CONTRA A FOTO DE " WS-DATA-BASE
           END-IF.

           MOVE "CLI" TO WS-ENTIDADE.
           PERFORM PROCESSAR-ENTIDADE.
           MOVE "CTA" TO WS-ENTIDADE.
           PERFORM PROCESSAR-ENTIDADE.
           MOVE "XRF" TO WS-ENTIDADE.
           PERFORM PROCESSAR-ENTIDADE.
           MOVE "EMP" TO WS-ENTIDADE.
           PERFORM PROCESSAR-ENTIDADE.
           MOVE "PRJ" TO WS-ENTIDADE.
           PERFORM PROCESSAR-ENTIDADE.
           MOVE "CEN" TO WS-ENTIDADE.
           PERFORM PROCESSAR-ENTIDADE.
           PERFORM EXTRAIR-LEDGER.

      * Only a complete run moves the control forward; one that
      * stopped half way is simply run again for the same date.
           IF WS-REEXECUCAO = "N"
               PERFORM GRAVAR-CONTROLE
           END-IF.
           PERFORM ENCERRAR-RUNLOG.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LER-CONTROLE.
      * A date already run is a rerun; a later one matches against
      * the snapshot the last run took and picks the ledger up
      * after the last SEQ= it extracted. An earlier date would
      * match against a future snapshot, so it is refused.
           MOVE "N" TO WS-REEXECUCAO.
           MOVE ZEROS TO WS-DATA-BASE.
           MOVE 1 TO WS-SEQ-DE.
           OPEN INPUT CDCCTL-FILE.
           IF WS-CDCCTL-STATUS = "35"
               CLOSE CDCCTL-FILE
           ELSE
               IF WS-CDCCTL-STATUS NOT = "00"
                   MOVE "CDCCTL-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CDCCTL-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               READ CDCCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-DATA-ULTIMA = WS-DATA-PROCESSO
                           MOVE "S" TO WS-REEXECUCAO
                           MOVE CTL-DATA-BASE TO WS-DATA-BASE
                           MOVE CTL-SEQ-DE TO WS-SEQ-DE
                           MOVE CTL-SEQ-ATE TO WS-SEQ-ATE
                       ELSE
                           MOVE CTL-DATA-ULTIMA TO WS-DATA-BASE
                           COMPUTE WS-SEQ-DE = CTL-SEQ-ATE + 1
                       END-IF
               END-READ
               CLOSE CDCCTL-FILE
           END-IF.
           IF WS-DATA-BASE > WS-DATA-PROCESSO
               DISPLAY "DATA DE PROCESSAMENTO " WS-DATA-PROCESSO
                   " ANTERIOR A ULTIMA EXTRACAO CDC " WS-DATA-BASE
               MOVE 8 TO WS-RETURN-CODE
               PERFORM ENCERRAR-RUNLOG
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REEXECUCAO = "N"
               PERFORM OBTER-SEQUENCIA-LEDGER
           END-IF.

       OBTER-SEQUENCIA-LEDGER.
           OPEN INPUT LEDGSEQ-FILE.
           IF WS-LEDGSEQ-STATUS = "35"
               MOVE ZEROS TO WS-SEQ-ATE
               CLOSE LEDGSEQ-FILE
           ELSE
               IF WS-LEDGSEQ-STATUS NOT = "00"
                   MOVE "LEDGSEQ-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-LEDGSEQ-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               READ LEDGSEQ-FILE
                   AT END
                       MOVE ZEROS TO WS-SEQ-ATE
                   NOT AT END
                       MOVE LEDGSEQ-ULTIMO TO WS-SEQ-ATE
               END-READ
               CLOSE LEDGSEQ-FILE
           END-IF.

       GRAVAR-CONTROLE.
           OPEN OUTPUT CDCCTL-FILE.
           IF WS-CDCCTL-STATUS NOT = "00"
               MOVE "CDCCTL-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CDCCTL-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-DATA-PROCESSO TO CTL-DATA-ULTIMA.
           MOVE WS-DATA-BASE TO CTL-DATA-BASE.
           MOVE WS-SEQ-DE TO CTL-SEQ-DE.
           MOVE WS-SEQ-ATE TO CTL-SEQ-ATE.
           WRITE CDCCTL-REC.
           IF WS-CDCCTL-STATUS NOT = "00"
               MOVE "CDCCTL-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CDCCTL-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           CLOSE CDCCTL-FILE.

       PROCESSAR-ENTIDADE.
           MOVE SPACES TO WS-NOME-BASE.
           STRING "CDC" WS-ENTIDADE "-" WS-DATA-BASE ".SNP"
               DELIMITED BY SIZE INTO WS-NOME-BASE.
           MOVE SPACES TO WS-NOME-HOJE.
           STRING "CDC" WS-ENTIDADE "-" WS-DATA-PROCESSO ".SNP"
               DELIMITED BY SIZE INTO WS-NOME-HOJE.
           MOVE SPACES TO WS-NOME-SAIDA.
           STRING "CDC" WS-ENTIDADE "-" WS-DATA-PROCESSO ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-SAIDA.
      * A rerun keeps the snapshot the first run took, so later
      * maintenance on the master cannot change what the date
      * extracts.
           IF WS-REEXECUCAO = "N"
               PERFORM TIRAR-FOTO
           END-IF.
           PERFORM COMPARAR-FOTOS.
           DISPLAY "CDC " WS-ENTIDADE " INCLUIDOS " WS-QTD-INCLUIDOS
               " ALTERADOS " WS-QTD-ALTERADOS
               " EXCLUIDOS " WS-QTD-EXCLUIDOS.

       TIRAR-FOTO.
           OPEN OUTPUT WORK-IN-FILE.
           IF WS-WORK-STATUS NOT = "00"
               MOVE "WORK-IN-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-WORK-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           EVALUATE WS-ENTIDADE
               WHEN "CLI"
                   PERFORM FOTOGRAFAR-CLIENTES
               WHEN "CTA"
                   PERFORM FOTOGRAFAR-CONTAS
               WHEN "XRF"
                   PERFORM FOTOGRAFAR-XREF
               WHEN "EMP"
                   PERFORM FOTOGRAFAR-EMPREGADOS
               WHEN "PRJ"
                   PERFORM FOTOGRAFAR-PROJETOS
               WHEN "CEN"
                   PERFORM FOTOGRAFAR-CENTROS
           END-EVALUATE.
           CLOSE WORK-IN-FILE.
      * Key and then the whole image, so even two lines sharing a
      * key (an XREF period keyed twice) always come out in the
      * same order.
           SORT SORT-FILE ASCENDING SORT-CHAVE SORT-IMAGEM
               USING WORK-IN-FILE
               GIVING FOTO-HOJE-FILE.

       FOTOGRAFAR-CLIENTES.
           OPEN INPUT CLIENTE-FILE.
           IF WS-CLIENTE-STATUS = "35"
               CLOSE CLIENTE-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CLIENTE-STATUS NOT = "00"
               MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-CLIENTE-STATUS = "10"
               READ CLIENTE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CLIENTE-STATUS NOT = "00"
                       AND WS-CLIENTE-STATUS NOT = "10"
                   MOVE "CLIENTE-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CLIENTE-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE SPACES TO WORK-IN-REC
               MOVE CODIGO TO WORK-CHAVE
               MOVE CLIENTE TO WORK-IMAGEM
               PERFORM GRAVAR-FOTO
           END-PERFORM.
           CLOSE CLIENTE-FILE.

       FOTOGRAFAR-CONTAS.
           OPEN INPUT CONTA-FILE.
           IF WS-CONTA-STATUS = "35"
               CLOSE CONTA-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CONTA-STATUS NOT = "00"
               MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-CONTA-STATUS = "10"
               READ CONTA-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CONTA-STATUS NOT = "00"
                       AND WS-CONTA-STATUS NOT = "10"
                   MOVE "CONTA-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CONTA-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE SPACES TO WORK-IN-REC
               MOVE CONTA-NUMERO TO WORK-CHAVE
               MOVE CONTA-REC TO WORK-IMAGEM
               PERFORM GRAVAR-FOTO
           END-PERFORM.
           CLOSE CONTA-FILE.

       FOTOGRAFAR-XREF.
      * XREF.DAT is plain sequential history; a period is known by
      * customer, cost center, employee and start date, and its end
      * date closing is a change.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS = "35"
               CLOSE XREF-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-XREF-STATUS NOT = "00"
               MOVE "XREF-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-XREF-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-XREF-STATUS = "10"
               READ XREF-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-XREF-STATUS NOT = "00"
                       AND WS-XREF-STATUS NOT = "10"
                   MOVE "XREF-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-XREF-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE SPACES TO WORK-IN-REC
               MOVE XREF-REC(1:22) TO WORK-CHAVE
               MOVE XREF-REC TO WORK-IMAGEM
               PERFORM GRAVAR-FOTO
           END-PERFORM.
           CLOSE XREF-FILE.

       FOTOGRAFAR-EMPREGADOS.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-STATUS = "35"
               CLOSE EMP-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-EMP-STATUS NOT = "00"
               MOVE "EMP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-EMP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-EMP-STATUS = "10"
               READ EMP-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-EMP-STATUS NOT = "00"
                       AND WS-EMP-STATUS NOT = "10"
                   MOVE "EMP-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-EMP-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE SPACES TO WORK-IN-REC
               MOVE EMP-ID TO WORK-CHAVE
               MOVE EMPREGADO-REC TO WORK-IMAGEM
               PERFORM GRAVAR-FOTO
           END-PERFORM.
           CLOSE EMP-FILE.

       FOTOGRAFAR-PROJETOS.
           OPEN INPUT PROJETO-FILE.
           IF WS-PROJETO-STATUS = "35"
               CLOSE PROJETO-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PROJETO-STATUS NOT = "00"
               MOVE "PROJETO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-PROJETO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-PROJETO-STATUS = "10"
               READ PROJETO-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-PROJETO-STATUS NOT = "00"
                       AND WS-PROJETO-STATUS NOT = "10"
                   MOVE "PROJETO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-PROJETO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE SPACES TO WORK-IN-REC
               MOVE PROJ-CODIGO TO WORK-CHAVE
               MOVE PROJETO-REC TO WORK-IMAGEM
               PERFORM GRAVAR-FOTO
           END-PERFORM.
           CLOSE PROJETO-FILE.

       FOTOGRAFAR-CENTROS.
           OPEN INPUT CENTRO-FILE.
           IF WS-CENTRO-STATUS = "35"
               CLOSE CENTRO-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CENTRO-STATUS NOT = "00"
               MOVE "CENTRO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-CENTRO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-CENTRO-STATUS = "10"
               READ CENTRO-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CENTRO-STATUS NOT = "00"
                       AND WS-CENTRO-STATUS NOT = "10"
                   MOVE "CENTRO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-CENTRO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE SPACES TO WORK-IN-REC
               MOVE CENTRO-CODIGO TO WORK-CHAVE
               MOVE CENTRO-REC TO WORK-IMAGEM
               PERFORM GRAVAR-FOTO
           END-PERFORM.
           CLOSE CENTRO-FILE.

       GRAVAR-FOTO.
           ADD 1 TO WS-RUNLOG-LIDOS.
           WRITE WORK-IN-REC.
           IF WS-WORK-STATUS NOT = "00"
               MOVE "WORK-IN-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-WORK-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       COMPARAR-FOTOS.
      * Both snapshots are in key order, so one matched pass finds
      * every insert, change and delete. No previous snapshot (the
      * first run, or a master added since) means everything today
      * is an insert.
           MOVE ZEROS TO WS-QTD-INCLUIDOS.
           MOVE ZEROS TO WS-QTD-ALTERADOS.
           MOVE ZEROS TO WS-QTD-EXCLUIDOS.
           MOVE "N" TO WS-FIM-BASE.
           MOVE "N" TO WS-FIM-HOJE.
           MOVE HIGH-VALUES TO BASE-CHAVE.
           IF WS-DATA-BASE = ZEROS
               MOVE "S" TO WS-FIM-BASE
           ELSE
               OPEN INPUT FOTO-BASE-FILE
               IF WS-BASE-STATUS = "35"
                   CLOSE FOTO-BASE-FILE
                   MOVE "S" TO WS-FIM-BASE
                   DISPLAY "FOTO " WS-NOME-BASE " NAO ENCONTRADA - "
                       WS-ENTIDADE " EXTRAIDO POR INTEIRO"
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               ELSE
                   IF WS-BASE-STATUS NOT = "00"
                       MOVE "FOTO-BASE-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-BASE-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   PERFORM LER-FOTO-BASE
               END-IF
           END-IF.
           OPEN INPUT FOTO-HOJE-FILE.
           IF WS-HOJE-STATUS NOT = "00"
               MOVE "FOTO-HOJE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-HOJE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM LER-FOTO-HOJE.
           OPEN OUTPUT SAIDA-FILE.
           IF WS-SAIDA-STATUS NOT = "00"
               MOVE "SAIDA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-SAIDA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           PERFORM UNTIL WS-FIM-BASE = "S" AND WS-FIM-HOJE = "S"
               EVALUATE TRUE
                   WHEN BASE-CHAVE < HOJE-CHAVE
                       MOVE "D" TO CDC-OPERACAO
                       MOVE BASE-IMAGEM TO CDC-IMAGEM
                       PERFORM GRAVAR-OPERACAO
                       ADD 1 TO WS-QTD-EXCLUIDOS
                       PERFORM LER-FOTO-BASE
                   WHEN BASE-CHAVE > HOJE-CHAVE
                       MOVE "I" TO CDC-OPERACAO
                       MOVE HOJE-IMAGEM TO CDC-IMAGEM
                       PERFORM GRAVAR-OPERACAO
                       ADD 1 TO WS-QTD-INCLUIDOS
                       PERFORM LER-FOTO-HOJE
                   WHEN OTHER
                       IF BASE-IMAGEM NOT = HOJE-IMAGEM
                           MOVE "U" TO CDC-OPERACAO
                           MOVE HOJE-IMAGEM TO CDC-IMAGEM
                           PERFORM GRAVAR-OPERACAO
                           ADD 1 TO WS-QTD-ALTERADOS
                       END-IF
                       PERFORM LER-FOTO-BASE
                       PERFORM LER-FOTO-HOJE
               END-EVALUATE
           END-PERFORM.

           MOVE SPACES TO CDC-REG.
           MOVE "T" TO CDC-OPERACAO.
           MOVE WS-QTD-INCLUIDOS TO CDC-QTD-INCLUIDOS.
           MOVE WS-QTD-ALTERADOS TO CDC-QTD-ALTERADOS.
           MOVE WS-QTD-EXCLUIDOS TO CDC-QTD-EXCLUIDOS.
           COMPUTE CDC-QTD-TOTAL = WS-QTD-INCLUIDOS
               + WS-QTD-ALTERADOS + WS-QTD-EXCLUIDOS.
           MOVE ZEROS TO CDC-SEQ-DE.
           MOVE ZEROS TO CDC-SEQ-ATE.
           PERFORM GRAVAR-CONTROLE-SAIDA.
           IF WS-DATA-BASE NOT = ZEROS AND WS-BASE-STATUS NOT = "35"
               CLOSE FOTO-BASE-FILE
           END-IF.
           CLOSE FOTO-HOJE-FILE.
           CLOSE SAIDA-FILE.

       LER-FOTO-BASE.
           READ FOTO-BASE-FILE
               AT END
                   MOVE "S" TO WS-FIM-BASE
                   MOVE HIGH-VALUES TO BASE-CHAVE
           END-READ.
           IF WS-BASE-STATUS NOT = "00" AND WS-BASE-STATUS NOT = "10"
               MOVE "FOTO-BASE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-BASE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       LER-FOTO-HOJE.
           READ FOTO-HOJE-FILE
               AT END
                   MOVE "S" TO WS-FIM-HOJE
                   MOVE HIGH-VALUES TO HOJE-CHAVE
           END-READ.
           IF WS-HOJE-STATUS NOT = "00" AND WS-HOJE-STATUS NOT = "10"
               MOVE "FOTO-HOJE-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-HOJE-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       EXTRAIR-LEDGER.
      * The SEQ= range is fixed before anything is read, so a line
      * posted while the extract runs waits for the next night.
           OPEN OUTPUT LEDWORK-IN-FILE.
           IF WS-LEDWORK-STATUS NOT = "00"
               MOVE "LEDWORK-IN-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LEDWORK-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-SEQ-ATE >= WS-SEQ-DE
               PERFORM VARRER-LEDGER-VIVO
               MOVE WS-DATA-PROCESSO(1:4) TO WS-ANO-LEDGER
               MOVE WS-DATA-PROCESSO(5:2) TO WS-MES-LEDGER
               SUBTRACT 1 FROM WS-MES-LEDGER
               IF WS-MES-LEDGER = ZEROS
                   MOVE 12 TO WS-MES-LEDGER
                   SUBTRACT 1 FROM WS-ANO-LEDGER
               END-IF
               COMPUTE WS-PERIODO-LEDGER =
                   WS-ANO-LEDGER * 100 + WS-MES-LEDGER
               PERFORM VARRER-UM-FECHADO
               MOVE WS-DATA-PROCESSO(1:6) TO WS-PERIODO-LEDGER
               PERFORM VARRER-UM-FECHADO
           END-IF.
           CLOSE LEDWORK-IN-FILE.
           SORT LEDSORT-FILE ASCENDING LEDSORT-REC
               USING LEDWORK-IN-FILE
               GIVING LEDWORK-OUT-FILE.

           MOVE SPACES TO WS-NOME-SAIDA.
           STRING "CDCLED-" WS-DATA-PROCESSO ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-SAIDA.
           MOVE "LED" TO WS-ENTIDADE.
           MOVE ZEROS TO WS-QTD-LEDGER.
           OPEN OUTPUT SAIDA-FILE.
           IF WS-SAIDA-STATUS NOT = "00"
               MOVE "SAIDA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-SAIDA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT LEDWORK-OUT-FILE.
           IF WS-LEDWORK-OUT-STATUS NOT = "00"
               MOVE "LEDWORK-OUT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LEDWORK-OUT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-LEDWORK-OUT-STATUS = "10"
               READ LEDWORK-OUT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-LEDWORK-OUT-STATUS NOT = "00"
                       AND WS-LEDWORK-OUT-STATUS NOT = "10"
                   MOVE "LEDWORK-OUT-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-LEDWORK-OUT-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE "I" TO CDC-OPERACAO
               MOVE SPACES TO CDC-IMAGEM
               MOVE LWO-CONTA TO CDC-IMAGEM(1:5)
               MOVE LWO-SEQ TO CDC-IMAGEM(6:6)
               MOVE LWO-LINHA TO CDC-IMAGEM(12:160)
               PERFORM GRAVAR-OPERACAO
               ADD 1 TO WS-QTD-LEDGER
           END-PERFORM.
           CLOSE LEDWORK-OUT-FILE.
           MOVE SPACES TO CDC-REG.
           MOVE "T" TO CDC-OPERACAO.
           MOVE WS-QTD-LEDGER TO CDC-QTD-INCLUIDOS.
           MOVE ZEROS TO CDC-QTD-ALTERADOS.
           MOVE ZEROS TO CDC-QTD-EXCLUIDOS.
           MOVE WS-QTD-LEDGER TO CDC-QTD-TOTAL.
           MOVE WS-SEQ-DE TO CDC-SEQ-DE.
           MOVE WS-SEQ-ATE TO CDC-SEQ-ATE.
           PERFORM GRAVAR-CONTROLE-SAIDA.
           CLOSE SAIDA-FILE.
           DISPLAY "CDC LED LINHAS " WS-QTD-LEDGER
               " SEQ " WS-SEQ-DE " A " WS-SEQ-ATE.

       VARRER-LEDGER-VIVO.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
               CLOSE LEDGER-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "LEDGER-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LEDGER-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE ZEROS TO LEDGIX-CONTA.
           MOVE ZEROS TO LEDGIX-SEQ.
           START LEDGER-FILE KEY NOT LESS THAN LEDGIX-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-LEDGER-STATUS
           END-START.
           PERFORM UNTIL WS-LEDGER-STATUS = "10"
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-LEDGER-STATUS NOT = "00"
                       AND WS-LEDGER-STATUS NOT = "10"
                   MOVE "LEDGER-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-LEDGER-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF LEDGIX-SEQ >= WS-SEQ-DE AND LEDGIX-SEQ <= WS-SEQ-ATE
                   MOVE LEDGIX-SEQ TO LWI-SEQ
                   MOVE LEDGIX-CONTA TO LWI-CONTA
                   MOVE LEDGER-LINE TO LWI-LINHA
                   PERFORM GRAVAR-LEDWORK
               END-IF
           END-PERFORM.
           CLOSE LEDGER-FILE.

       VARRER-UM-FECHADO.
           MOVE SPACES TO WS-NOME-LEDGER.
           STRING "LEDGER-" WS-PERIODO-LEDGER ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-LEDGER.
           OPEN INPUT FECHADO-FILE.
           IF WS-FECHADO-STATUS = "35"
               CLOSE FECHADO-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-FECHADO-STATUS NOT = "00"
               MOVE "FECHADO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-FECHADO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-FECHADO-STATUS = "10"
               READ FECHADO-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-FECHADO-STATUS NOT = "00"
                       AND WS-FECHADO-STATUS NOT = "10"
                   MOVE "FECHADO-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-FECHADO-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF FECHADO-LINE(131:4) = "SEQ="
                       AND FECHADO-LINE(136:6) IS NUMERIC
                       AND FECHADO-LINE(23:5) IS NUMERIC
                   MOVE FECHADO-LINE(136:6) TO WS-SEQ-LINHA
                   IF WS-SEQ-LINHA >= WS-SEQ-DE
                           AND WS-SEQ-LINHA <= WS-SEQ-ATE
                       MOVE WS-SEQ-LINHA TO LWI-SEQ
                       MOVE FECHADO-LINE(23:5) TO LWI-CONTA
                       MOVE FECHADO-LINE TO LWI-LINHA
                       PERFORM GRAVAR-LEDWORK
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE FECHADO-FILE.

       GRAVAR-LEDWORK.
           ADD 1 TO WS-RUNLOG-LIDOS.
           WRITE LEDWORK-IN-REC.
           IF WS-LEDWORK-STATUS NOT = "00"
               MOVE "LEDWORK-IN-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-LEDWORK-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       GRAVAR-OPERACAO.
           MOVE WS-DATA-PROCESSO TO CDC-DATA.
           MOVE WS-ENTIDADE TO CDC-ENTIDADE.
           WRITE CDC-REG.
           IF WS-SAIDA-STATUS NOT = "00"
               MOVE "SAIDA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-SAIDA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WS-RUNLOG-GRAVADOS.

       GRAVAR-CONTROLE-SAIDA.
           MOVE WS-DATA-PROCESSO TO CDC-DATA.
           MOVE WS-ENTIDADE TO CDC-ENTIDADE.
           WRITE CDC-REG.
           IF WS-SAIDA-STATUS NOT = "00"
               MOVE "SAIDA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-SAIDA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       ENCERRAR-RUNLOG.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file)
      * or 35 (not found, already handled above) means a real I/O
      * problem; log which file and status code and stop instead of
      * pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_CDCEXT.
