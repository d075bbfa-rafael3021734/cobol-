      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Daily load of the HR system's RHFEED.DAT into the
      *          employee master EMPREGADO.DAT, so hires, transfers
      *          and rate changes stop waiting for somebody to key
      *          them from HR's e-mails. Each line is one movement:
      *          A admissao (new employee), D troca de departamento,
      *          T nova taxa horaria, S desligamento. A department
      *          must be on DEPTFILE.DAT and its cost center of the
      *          same name active on CENTRO.DAT, the same pairing
      *          PROG_INTEGAUD.cbl audits every night. Rejected
      *          lines land on RHREJ.DAT with a reason code for HR
      *          to repair and resend; every applied change leaves
      *          the master record before and after on EMPAUDIT.LOG.
      *          A termination marks the employee inactive and
      *          queues the leaver on DESLIGQ.DAT for PROG_DESLIGA,
      *          which hands the customers, slots and open hours
      *          over to a successor.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_RHLOAD.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT RHFEED-FILE ASSIGN TO "RHFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RHFEED-STATUS.

           SELECT REJEITO-FILE ASSIGN TO "RHREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJEITO-STATUS.

           SELECT EMP-FILE ASSIGN TO "EMPREGADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT DEPT-FILE ASSIGN TO "DEPTFILE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT CENTRO-FILE ASSIGN TO "CENTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CENTRO-CODIGO
               FILE STATUS IS WS-CENTRO-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "EMPAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT DESLIGQ-FILE ASSIGN TO "DESLIGQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESLIGQ-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
      * HR's layout: the name only matters on an A, the department
      * on A and D, the rate on A and T. RH-DATA is the admission
      * date on an A, the leaving date on an S, and the effective
      * date of a D or T, kept on the audit trail.
       FD  RHFEED-FILE.
        01 RHFEED-REC.
         05 RH-TIPO PIC X(01).
         05 RH-EMP-ID PIC 9(05).
         05 RH-NOME PIC X(30).
         05 RH-DEPT PIC X(10).
         05 RH-DATA PIC 9(08).
         05 RH-TAXA PIC 9(05)V99.

      * Reason codes: 01 tipo de movimento invalido, 02 empregado
      * ja cadastrado, 03 empregado nao cadastrado, 04 departamento
      * fora do DEPTFILE.DAT, 05 departamento sem centro de custo
      * ativo, 06 data invalida, 07 taxa horaria invalida, 08 nome
      * em branco, 09 empregado inativo, 10 desligamento ja na
      * fila, 11 campo numerico invalido.
       FD  REJEITO-FILE.
        01 REJEITO-REC.
         05 REJ-MOTIVO PIC 9(02).
         05 REJ-DADOS PIC X(061).

       FD  EMP-FILE.
           COPY EMPREGADO.

       FD  DEPT-FILE.
        01 DEPT-REC.
         05 DEPT-NOME PIC X(10).

       FD  CENTRO-FILE.
           COPY CENTRO.

       FD  AUDIT-FILE.
        01 AUDIT-LINE PIC X(200).

       FD  DESLIGQ-FILE.
           COPY DESLIGQ.

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-RHFEED-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-REJEITO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-EMP-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-DEPT-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-CENTRO-STATUS  PIC X(02) VALUE ZEROS.
        77 WS-AUDIT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-DESLIGQ-STATUS PIC X(02) VALUE ZEROS.
        77 WS-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS    PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE    PIC 9(02) VALUE ZEROS.
        77 WS-DATA-PROCESSO  PIC 9(08) VALUE ZEROS.
        77 WS-MOTIVO         PIC 9(02) VALUE ZEROS.
        77 WS-EMP-EXISTE     PIC X(01) VALUE "N".
        77 WS-ACHOU          PIC X(01) VALUE "N".
        77 WS-IDX            PIC 9(03) VALUE ZEROS.
        77 WS-QTD-LIDAS      PIC 9(05) VALUE ZEROS.
        77 WS-QTD-ADMISSOES  PIC 9(05) VALUE ZEROS.
        77 WS-QTD-TRANSFER   PIC 9(05) VALUE ZEROS.
        77 WS-QTD-TAXAS      PIC 9(05) VALUE ZEROS.
        77 WS-QTD-SAIDAS     PIC 9(05) VALUE ZEROS.
        77 WS-QTD-REJEITADAS PIC 9(05) VALUE ZEROS.
        77 WS-AUDIT-TIMESTAMP PIC X(026) VALUE SPACES.
        77 WS-AUDIT-OPERACAO PIC X(008) VALUE SPACES.
        77 WS-AUDIT-ANTES    PIC X(061) VALUE SPACES.
        77 WS-AUDIT-DEPOIS   PIC X(061) VALUE SPACES.

      * DEPTFILE.DAT names and the names of the active centers on
      * CENTRO.DAT, loaded once for the department check.
        01 WS-NOMES-DEPT.
         05 WS-ND-NOME PIC X(010) OCCURS 100 TIMES.
        77 WS-ND-USADOS PIC 9(03) VALUE ZEROS.
        01 WS-NOMES-CENTRO.
         05 WS-NC-NOME PIC X(030) OCCURS 100 TIMES.
        77 WS-NC-USADOS PIC 9(03) VALUE ZEROS.

      * Employees already waiting on DESLIGQ.DAT, so a resent
      * termination does not queue the same leaver twice.
        01 WS-FILA-PENDENTE.
         05 WS-FP-EMP-ID PIC 9(05) OCCURS 500 TIMES.
        77 WS-FP-USADOS PIC 9(03) VALUE ZEROS.

        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_RHLOAD".
        77 WS-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS    PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.
        77 WS-ALERTA-SEVERIDADE PIC X(001) VALUE "M".
        77 WS-ALERTA-MENSAGEM PIC X(060) VALUE SPACES.
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           MOVE "INI" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.
           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.

           OPEN INPUT RHFEED-FILE.
           IF WS-RHFEED-STATUS = "35"
               DISPLAY "RHFEED.DAT NAO ENCONTRADO - NADA A CARREGAR"
               CLOSE RHFEED-FILE
               PERFORM ENCERRAR-RUNLOG
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RHFEED-STATUS NOT = "00"
               MOVE "RHFEED-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-RHFEED-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           PERFORM CARREGAR-DEPARTAMENTOS.
           PERFORM CARREGAR-CENTROS.
           PERFORM CARREGAR-FILA-PENDENTE.

           OPEN OUTPUT REJEITO-FILE.
           IF WS-REJEITO-STATUS NOT = "00"
               MOVE "REJEITO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-REJEITO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDIT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-AUDIT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN EXTEND DESLIGQ-FILE.
           IF WS-DESLIGQ-STATUS = "05" OR WS-DESLIGQ-STATUS = "35"
               OPEN OUTPUT DESLIGQ-FILE
           END-IF.
           IF WS-DESLIGQ-STATUS NOT = "00"
               MOVE "DESLIGQ-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-DESLIGQ-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           OPEN I-O EMP-FILE.
           IF WS-EMP-STATUS = "35"
               OPEN OUTPUT EMP-FILE
               CLOSE EMP-FILE
               OPEN I-O EMP-FILE
           END-IF.
           IF WS-EMP-STATUS NOT = "00"
               MOVE "EMP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-EMP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           PERFORM UNTIL WS-RHFEED-STATUS = "10"
               READ RHFEED-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-RHFEED-STATUS NOT = "00"
                       AND WS-RHFEED-STATUS NOT = "10"
                   MOVE "RHFEED-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-RHFEED-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-QTD-LIDAS
               ADD 1 TO WS-RUNLOG-LIDOS
               PERFORM PROCESSAR-MOVIMENTO
           END-PERFORM.

           CLOSE RHFEED-FILE.
           CLOSE REJEITO-FILE.
           CLOSE AUDIT-FILE.
           CLOSE DESLIGQ-FILE.
           CLOSE EMP-FILE.

           DISPLAY "CARGA RH - LIDAS: " WS-QTD-LIDAS
               " ADMISSOES: " WS-QTD-ADMISSOES
               " TRANSFERENCIAS: " WS-QTD-TRANSFER
               " TAXAS: " WS-QTD-TAXAS
               " DESLIGAMENTOS: " WS-QTD-SAIDAS
               " REJEITADAS: " WS-QTD-REJEITADAS.
      * HR resends the rejects; the board tells them there are some.
           IF WS-QTD-REJEITADAS NOT = ZEROS
               MOVE SPACES TO WS-ALERTA-MENSAGEM
               STRING "CARGA RH: " WS-QTD-REJEITADAS
                   " MOVIMENTO(S) REJEITADO(S) - VER RHREJ.DAT"
                   DELIMITED BY SIZE INTO WS-ALERTA-MENSAGEM
               CALL "GRAVAR-ALERTA" USING WS-ALERTA-SEVERIDADE
                   WS-RUNLOG-PROGRAMA WS-ALERTA-MENSAGEM
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           IF WS-QTD-SAIDAS NOT = ZEROS
               MOVE SPACES TO WS-ALERTA-MENSAGEM
               STRING "CARGA RH: " WS-QTD-SAIDAS
                   " DESLIGAMENTO(S) NA FILA DO PROG_DESLIGA"
                   DELIMITED BY SIZE INTO WS-ALERTA-MENSAGEM
               CALL "GRAVAR-ALERTA" USING WS-ALERTA-SEVERIDADE
                   WS-RUNLOG-PROGRAMA WS-ALERTA-MENSAGEM
           END-IF.
           PERFORM ENCERRAR-RUNLOG.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       PROCESSAR-MOVIMENTO.
           MOVE ZEROS TO WS-MOTIVO.
           IF RH-EMP-ID NOT NUMERIC OR RH-DATA NOT NUMERIC
               MOVE 11 TO WS-MOTIVO
               PERFORM REJEITAR-MOVIMENTO
               EXIT PARAGRAPH
           END-IF.
           IF RH-TIPO NOT = "A" AND RH-TIPO NOT = "D"
                   AND RH-TIPO NOT = "T" AND RH-TIPO NOT = "S"
               MOVE 01 TO WS-MOTIVO
               PERFORM REJEITAR-MOVIMENTO
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(RH-DATA) NOT = 0
               MOVE 06 TO WS-MOTIVO
               PERFORM REJEITAR-MOVIMENTO
               EXIT PARAGRAPH
           END-IF.

           MOVE RH-EMP-ID TO EMP-ID.
           READ EMP-FILE
               INVALID KEY
                   MOVE "N" TO WS-EMP-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-EMP-EXISTE
           END-READ.
           IF WS-EMP-STATUS NOT = "00"
                   AND WS-EMP-STATUS NOT = "23"
               MOVE "EMP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-EMP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           EVALUATE RH-TIPO
               WHEN "A"
                   PERFORM APLICAR-ADMISSAO
               WHEN "D"
                   PERFORM APLICAR-TRANSFERENCIA
               WHEN "T"
                   PERFORM APLICAR-TAXA
               WHEN "S"
                   PERFORM APLICAR-DESLIGAMENTO
           END-EVALUATE.

       APLICAR-ADMISSAO.
           IF WS-EMP-EXISTE = "S"
               MOVE 02 TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = ZEROS AND RH-NOME = SPACES
               MOVE 08 TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = ZEROS AND RH-TAXA NOT NUMERIC
               MOVE 11 TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = ZEROS AND RH-TAXA = ZEROS
               MOVE 07 TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = ZEROS
               PERFORM VALIDAR-DEPARTAMENTO
           END-IF.
           IF WS-MOTIVO NOT = ZEROS
               PERFORM REJEITAR-MOVIMENTO
               EXIT PARAGRAPH
           END-IF.
           MOVE RH-EMP-ID TO EMP-ID.
           MOVE RH-NOME TO EMP-NOME.
           MOVE RH-DEPT TO EMP-DEPT.
           MOVE RH-DATA TO EMP-ADMISSAO.
           MOVE "S" TO EMP-ATIVO.
           MOVE RH-TAXA TO EMP-TAXA-HORA.
           WRITE EMPREGADO-REC.
           IF WS-EMP-STATUS NOT = "00"
               MOVE "EMP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-EMP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WS-QTD-ADMISSOES.
           ADD 1 TO WS-RUNLOG-GRAVADOS.
           MOVE SPACES TO WS-AUDIT-ANTES.
           MOVE EMPREGADO-REC TO WS-AUDIT-DEPOIS.
           MOVE "ADMISSAO" TO WS-AUDIT-OPERACAO.
           PERFORM GRAVAR-AUDITORIA-EMPREGADO.

       APLICAR-TRANSFERENCIA.
           PERFORM VALIDAR-EMPREGADO-ATIVO.
           IF WS-MOTIVO = ZEROS
               PERFORM VALIDAR-DEPARTAMENTO
           END-IF.
           IF WS-MOTIVO NOT = ZEROS
               PERFORM REJEITAR-MOVIMENTO
               EXIT PARAGRAPH
           END-IF.
           MOVE EMPREGADO-REC TO WS-AUDIT-ANTES.
           MOVE RH-DEPT TO EMP-DEPT.
           PERFORM REGRAVAR-EMPREGADO.
           ADD 1 TO WS-QTD-TRANSFER.
           MOVE EMPREGADO-REC TO WS-AUDIT-DEPOIS.
           MOVE "TRANSFER" TO WS-AUDIT-OPERACAO.
           PERFORM GRAVAR-AUDITORIA-EMPREGADO.

       APLICAR-TAXA.
      * The new rate is on the master for the next labor-cost
      * allocation; that run prices the month with whatever rate
      * the master holds when it runs.
           PERFORM VALIDAR-EMPREGADO-ATIVO.
           IF WS-MOTIVO = ZEROS AND RH-TAXA NOT NUMERIC
               MOVE 11 TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = ZEROS AND RH-TAXA = ZEROS
               MOVE 07 TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO NOT = ZEROS
               PERFORM REJEITAR-MOVIMENTO
               EXIT PARAGRAPH
           END-IF.
           MOVE EMPREGADO-REC TO WS-AUDIT-ANTES.
           MOVE RH-TAXA TO EMP-TAXA-HORA.
           PERFORM REGRAVAR-EMPREGADO.
           ADD 1 TO WS-QTD-TAXAS.
           MOVE EMPREGADO-REC TO WS-AUDIT-DEPOIS.
           MOVE "TAXA" TO WS-AUDIT-OPERACAO.
           PERFORM GRAVAR-AUDITORIA-EMPREGADO.

       APLICAR-DESLIGAMENTO.
      * The employee stops being bookable at once, and the leaver
      * waits on DESLIGQ.DAT for the offboarding run - the feed
      * cannot name a successor for the customers.
           PERFORM VALIDAR-EMPREGADO-ATIVO.
           IF WS-MOTIVO = ZEROS
                   AND RH-DATA < EMP-ADMISSAO
               MOVE 06 TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = ZEROS
               MOVE "N" TO WS-ACHOU
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-FP-USADOS
                       OR WS-ACHOU = "S"
                   IF WS-FP-EMP-ID(WS-IDX) = RH-EMP-ID
                       MOVE "S" TO WS-ACHOU
                   END-IF
               END-PERFORM
               IF WS-ACHOU = "S"
                   MOVE 10 TO WS-MOTIVO
               END-IF
           END-IF.
           IF WS-MOTIVO NOT = ZEROS
               PERFORM REJEITAR-MOVIMENTO
               EXIT PARAGRAPH
           END-IF.
           MOVE EMPREGADO-REC TO WS-AUDIT-ANTES.
           MOVE "N" TO EMP-ATIVO.
           PERFORM REGRAVAR-EMPREGADO.
           MOVE RH-EMP-ID TO DQ-EMP-ID.
           MOVE RH-DATA TO DQ-DATA-SAIDA.
           MOVE "P" TO DQ-SITUACAO.
           MOVE WS-DATA-PROCESSO TO DQ-DATA-CARGA.
           MOVE ZEROS TO DQ-DATA-CONCLUSAO.
           WRITE DESLIGQ-REC.
           IF WS-DESLIGQ-STATUS NOT = "00"
               MOVE "DESLIGQ-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-DESLIGQ-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           IF WS-FP-USADOS < 500
               ADD 1 TO WS-FP-USADOS
               MOVE RH-EMP-ID TO WS-FP-EMP-ID(WS-FP-USADOS)
           END-IF.
           ADD 1 TO WS-QTD-SAIDAS.
           MOVE EMPREGADO-REC TO WS-AUDIT-DEPOIS.
           MOVE "SAIDA" TO WS-AUDIT-OPERACAO.
           PERFORM GRAVAR-AUDITORIA-EMPREGADO.

       VALIDAR-EMPREGADO-ATIVO.
           IF WS-EMP-EXISTE NOT = "S"
               MOVE 03 TO WS-MOTIVO
           ELSE
               IF EMP-ATIVO NOT = "S"
                   MOVE 09 TO WS-MOTIVO
               END-IF
           END-IF.

       VALIDAR-DEPARTAMENTO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ND-USADOS OR WS-ACHOU = "S"
               IF WS-ND-NOME(WS-IDX) = RH-DEPT
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N"
               MOVE 04 TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NC-USADOS OR WS-ACHOU = "S"
               IF WS-NC-NOME(WS-IDX) = RH-DEPT
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N"
               MOVE 05 TO WS-MOTIVO
           END-IF.

       REGRAVAR-EMPREGADO.
           REWRITE EMPREGADO-REC.
           IF WS-EMP-STATUS NOT = "00"
               MOVE "EMP-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-EMP-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WS-RUNLOG-GRAVADOS.

       REJEITAR-MOVIMENTO.
           MOVE WS-MOTIVO TO REJ-MOTIVO.
           MOVE RHFEED-REC TO REJ-DADOS.
           WRITE REJEITO-REC.
           IF WS-REJEITO-STATUS NOT = "00"
               MOVE "REJEITO-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-REJEITO-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WS-QTD-REJEITADAS.

       GRAVAR-AUDITORIA-EMPREGADO.
      * Same before/after trail CLIAUDIT.LOG keeps for customers;
      * the feed itself stands where the operator would, with the
      * movement's effective date beside it.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
           MOVE SPACES TO AUDIT-LINE.
           STRING WS-AUDIT-TIMESTAMP DELIMITED BY SIZE
               " OPERADOR=RHFEED" DELIMITED BY SIZE
               " VIGENCIA=" DELIMITED BY SIZE
               RH-DATA DELIMITED BY SIZE
               " OPERACAO=" DELIMITED BY SIZE
               WS-AUDIT-OPERACAO DELIMITED BY SIZE
               " ANTES=" DELIMITED BY SIZE
               WS-AUDIT-ANTES DELIMITED BY SIZE
               " DEPOIS=" DELIMITED BY SIZE
               WS-AUDIT-DEPOIS DELIMITED BY SIZE
               INTO AUDIT-LINE.
           WRITE AUDIT-LINE.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDIT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-AUDIT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       CARREGAR-DEPARTAMENTOS.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-STATUS = "35"
               CLOSE DEPT-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-DEPT-STATUS NOT = "00"
               MOVE "DEPT-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-DEPT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-DEPT-STATUS = "10"
               READ DEPT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-DEPT-STATUS NOT = "00"
                       AND WS-DEPT-STATUS NOT = "10"
                   MOVE "DEPT-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-DEPT-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF WS-ND-USADOS < 100
                   ADD 1 TO WS-ND-USADOS
                   MOVE DEPT-NOME TO WS-ND-NOME(WS-ND-USADOS)
               END-IF
           END-PERFORM.
           CLOSE DEPT-FILE.

       CARREGAR-CENTROS.
      * Only active centers count - a department whose center was
      * deactivated takes no new people.
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
           MOVE ZEROS TO CENTRO-CODIGO.
           START CENTRO-FILE KEY NOT LESS THAN CENTRO-CODIGO
               INVALID KEY
                   MOVE "10" TO WS-CENTRO-STATUS
           END-START.
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
               IF CENTRO-ATIVO NOT = "N" AND WS-NC-USADOS < 100
                   ADD 1 TO WS-NC-USADOS
                   MOVE CENTRO-NOME TO WS-NC-NOME(WS-NC-USADOS)
               END-IF
           END-PERFORM.
           CLOSE CENTRO-FILE.

       CARREGAR-FILA-PENDENTE.
           OPEN INPUT DESLIGQ-FILE.
           IF WS-DESLIGQ-STATUS = "35"
               CLOSE DESLIGQ-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-DESLIGQ-STATUS NOT = "00"
               MOVE "DESLIGQ-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-DESLIGQ-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-DESLIGQ-STATUS = "10"
               READ DESLIGQ-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-DESLIGQ-STATUS NOT = "00"
                       AND WS-DESLIGQ-STATUS NOT = "10"
                   MOVE "DESLIGQ-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-DESLIGQ-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF DQ-SITUACAO = "P" AND WS-FP-USADOS < 500
                   ADD 1 TO WS-FP-USADOS
                   MOVE DQ-EMP-ID TO WS-FP-EMP-ID(WS-FP-USADOS)
               END-IF
           END-PERFORM.
           CLOSE DESLIGQ-FILE.

       ENCERRAR-RUNLOG.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file),
      * 23 (key not found, already handled above) or 35 (not found
      * on first run, already handled above) means a real I/O
      * problem; log which file and status code and stop instead of
      * pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_RHLOAD.
