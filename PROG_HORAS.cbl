      ******************************************************************
      * Author:Rafael FErreira
      * Date: 23/08/2026
      * Purpose: Daily hours entry on the dated timesheet APONTA.DAT,
      *          replacing the flat 40.00 every slot used to be
      *          booked with and, since, the weekly cells of the
      *          ALOCACAO.DAT image: the operator keys the employee,
      *          the work date and the project, sees what is already
      *          booked there, and keys the hours actually worked
      *          through the shared VALIDAR-NUMERO-EDITADO edit with
      *          a per-day ceiling, so the EXTRATO totals stop being
      *          fiction for anyone part-time, absent, or on
      *          overtime. Any number of people per department, any
      *          number of projects per person, and every past week
      *          stays on file. A project broken into tasks on
      *          TAREFA.DAT takes its hours against one of its open
      *          tasks, for the earned-value report.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT APONTA-FILE ASSIGN TO "APONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APT-CHAVE
               FILE STATUS IS WS-APONTA-STATUS.

           SELECT EMP-FILE ASSIGN TO "EMPREGADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT PROJETO-FILE ASSIGN TO "PROJETO.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PROJ-CODIGO
               FILE STATUS IS WS-PROJETO-STATUS.

           SELECT TAREFA-FILE ASSIGN TO "TAREFA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CHAVE
               FILE STATUS IS WS-TAREFA-STATUS.

           SELECT AUSENCIA-FILE ASSIGN TO "AUSENCIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUSENCIA-STATUS.
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  APONTA-FILE.
           COPY APONTA.

       FD  EMP-FILE.
           COPY EMPREGADO.

       FD  PROJETO-FILE.
           COPY PROJETO.

       FD  TAREFA-FILE.
           COPY TAREFA.

       FD  AUSENCIA-FILE.
        01 AUSENCIA-REC.
         05 AUS-EMP-ID PIC 9(05).
      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-APONTA-STATUS PIC X(02) VALUE ZEROS.
        77 WS-EMP-STATUS PIC X(02) VALUE ZEROS.
        77 WS-ERRO-ARQUIVO PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE PIC 9(02) VALUE ZEROS.
        77 WS-FIM-ENTRADA PIC X(01) VALUE "N".
        77 WS-EMP-ESCOLHIDO PIC 9(05) VALUE ZEROS.
        77 WS-DATA-TRABALHO PIC 9(08) VALUE ZEROS.
        77 WS-PROJ-ESCOLHIDO PIC 9(03) VALUE ZEROS.
        77 WS-DEPT-EMP PIC X(10) VALUE SPACES.
        77 WS-EMP-ATIVO PIC X(01) VALUE "N".
        77 WS-LINHA-EXISTE PIC X(01) VALUE "N".
        77 WS-HORAS-NOVAS PIC 9(3)V99 VALUE ZEROS.
        77 WS-HORAS-OUTRAS PIC 9(3)V99 VALUE ZEROS.
        77 WS-HORAS-DIA PIC 9(3)V99 VALUE ZEROS.
        77 WS-LIMITE-DIARIO PIC 9(02) VALUE 24.
        77 WS-HORAS-CAMPO PIC ZZ9.99.
        77 WS-HORAS-VALIDAS PIC X(01) VALUE "S".
        77 WS-VAL-GENERICO PIC S9(9)V9(2) VALUE ZEROS.
        77 WS-QTD-ALTERADAS PIC 9(03) VALUE ZEROS.
        77 WS-PROJETO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-PROJETO-ABERTO PIC X(01) VALUE "N".
        77 WS-TAREFA-STATUS PIC X(02) VALUE ZEROS.
        77 WS-TAREFA-ESCOLHIDA PIC 9(03) VALUE ZEROS.
        77 WS-TAREFA-VALIDA PIC X(01) VALUE "N".
        77 WS-PROJ-TEM-TAREFAS PIC X(01) VALUE "N".
        77 WS-AUSENCIA-STATUS PIC X(02) VALUE ZEROS.
        77 WS-EMP-AUSENTE PIC X(01) VALUE "N".
        77 WS-TIPO-AUSENCIA PIC X(01) VALUE SPACES.

       MAIN-PROCEDURE.
       INICIO.
           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.
           OPEN I-O APONTA-FILE.
           IF WS-APONTA-STATUS = "35"
               OPEN OUTPUT APONTA-FILE
               CLOSE APONTA-FILE
               OPEN I-O APONTA-FILE
           END-IF.
           IF WS-APONTA-STATUS NOT = "00"
               MOVE "APONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-APONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

           PERFORM UNTIL WS-FIM-ENTRADA = "S"
               DISPLAY "EMPREGADO (0 = FIM):"
               ACCEPT WS-EMP-ESCOLHIDO
               IF WS-EMP-ESCOLHIDO = ZEROS
                   MOVE "S" TO WS-FIM-ENTRADA
               ELSE
                   PERFORM ENTRAR-HORAS-DIA
               END-IF
           END-PERFORM.

           CLOSE APONTA-FILE.
           DISPLAY "ENTRADA DE HORAS - LINHAS ALTERADAS: "
               WS-QTD-ALTERADAS.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       ENTRAR-HORAS-DIA.
      * Hours belong to a real, active employee; the department on
      * the master goes onto the line as it stands today.
           PERFORM VALIDAR-EMPREGADO-ATIVO.
           IF WS-EMP-ATIVO NOT = "S"
               DISPLAY "EMPREGADO " WS-EMP-ESCOLHIDO
                   " INATIVO OU SEM CADASTRO - HORAS RECUSADAS"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "EMPREGADO " WS-EMP-ESCOLHIDO " - DEPARTAMENTO "
               WS-DEPT-EMP.

           DISPLAY "DATA TRABALHADA (AAAAMMDD, 0 = DATA DE "
               "PROCESSO):".
           ACCEPT WS-DATA-TRABALHO.
           IF WS-DATA-TRABALHO = ZEROS
               MOVE WS-DATA-PROCESSO TO WS-DATA-TRABALHO
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-TRABALHO) NOT = 0
                   OR WS-DATA-TRABALHO > WS-DATA-PROCESSO
               DISPLAY "DATA INVALIDA OU POSTERIOR A "
                   WS-DATA-PROCESSO " - HORAS RECUSADAS"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "PROJETO:".
           ACCEPT WS-PROJ-ESCOLHIDO.
      * Hours cannot book to a project the master says is closed -
      * or to a code the project master has never heard of.
           PERFORM VALIDAR-PROJETO-ABERTO.
           IF WS-PROJETO-ABERTO NOT = "S"
               DISPLAY "PROJETO " WS-PROJ-ESCOLHIDO
                   " ENCERRADO OU SEM CADASTRO - HORAS "
                   "RECUSADAS"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

      * A project with tasks takes hours only against one of its
      * open tasks; one without tasks books as before, task zero.
           PERFORM VALIDAR-TAREFA-PROJETO.
           IF WS-TAREFA-VALIDA NOT = "S"
               DISPLAY "TAREFA " WS-TAREFA-ESCOLHIDA
                   " CONCLUIDA OU FORA DO PROJETO - HORAS "
                   "RECUSADAS"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

      * What the employee already booked that day elsewhere counts
      * against the same daily ceiling.
           PERFORM SOMAR-OUTROS-PROJETOS-DIA.

           MOVE WS-EMP-ESCOLHIDO TO APT-EMP-ID.
           MOVE WS-DATA-TRABALHO TO APT-DATA.
           MOVE WS-PROJ-ESCOLHIDO TO APT-PROJ.
           MOVE WS-TAREFA-ESCOLHIDA TO APT-TAREFA.
           MOVE "N" TO WS-LINHA-EXISTE.
           READ APONTA-FILE
               INVALID KEY
                   DISPLAY "SEM HORAS NESTE DIA, PROJETO E TAREFA"
               NOT INVALID KEY
                   MOVE "S" TO WS-LINHA-EXISTE
                   MOVE APT-HORAS TO WS-HORAS-CAMPO
                   DISPLAY "HORAS ATUAIS " WS-HORAS-CAMPO
                       " SITUACAO " APT-APROV
           END-READ.
           IF WS-APONTA-STATUS NOT = "00"
                   AND WS-APONTA-STATUS NOT = "23"
               MOVE "APONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-APONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

      * A warning, not a block: covering for someone sometimes
      * means booking around an absence, but the operator should
      * know the calendar says the employee was away that day.
           PERFORM VERIFICAR-AUSENCIA-EMPREGADO.
           IF WS-EMP-AUSENTE = "S"
               DISPLAY "ATENCAO: EMPREGADO COM AUSENCIA "
                   "REGISTRADA (TIPO " WS-TIPO-AUSENCIA
                   ") NA DATA TRABALHADA"
           END-IF.

           DISPLAY "HORAS DO DIA (0 A 24, 0 = EXCLUIR):".
           ACCEPT WS-HORAS-NOVAS.
           PERFORM VALIDAR-HORAS-DIA.
           IF WS-HORAS-VALIDAS NOT = "S"
               DISPLAY "HORAS FORA DO LIMITE DIARIO, "
                   "NADA REGISTRADO"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-HORAS-DIA = WS-HORAS-OUTRAS + WS-HORAS-NOVAS.
           IF WS-HORAS-DIA > WS-LIMITE-DIARIO
               MOVE WS-HORAS-OUTRAS TO WS-HORAS-CAMPO
               DISPLAY "O DIA JA TEM " WS-HORAS-CAMPO
                   " HORAS EM OUTROS PROJETOS - PASSARIA DE "
                   WS-LIMITE-DIARIO ", NADA REGISTRADO"
               MOVE 4 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           IF WS-HORAS-NOVAS = ZEROS
               IF WS-LINHA-EXISTE = "S"
                   DELETE APONTA-FILE
                   IF WS-APONTA-STATUS NOT = "00"
                       MOVE "APONTA-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-APONTA-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   ADD 1 TO WS-QTD-ALTERADAS
                   DISPLAY "HORAS EXCLUIDAS"
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-HORAS-NOVAS TO APT-HORAS.
      * Fresh hours are pending until a supervisor signs them.
           MOVE "P" TO APT-APROV.
           MOVE WS-DEPT-EMP TO APT-DEPT.
           MOVE WS-DATA-PROCESSO TO APT-DATA-REGISTRO.
           MOVE SPACES TO APT-APROVADOR.
           MOVE ZEROS TO APT-DATA-DECISAO.
           IF WS-LINHA-EXISTE = "S"
               REWRITE APONTA-REC
           ELSE
               WRITE APONTA-REC
           END-IF.
           IF WS-APONTA-STATUS NOT = "00"
               MOVE "APONTA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-APONTA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WS-QTD-ALTERADAS.
           MOVE WS-HORAS-NOVAS TO WS-HORAS-CAMPO.
           DISPLAY "HORAS REGISTRADAS: " WS-HORAS-CAMPO.

       SOMAR-OUTROS-PROJETOS-DIA.
           MOVE ZEROS TO WS-HORAS-OUTRAS.
           MOVE WS-EMP-ESCOLHIDO TO APT-EMP-ID.
           MOVE WS-DATA-TRABALHO TO APT-DATA.
           MOVE ZEROS TO APT-PROJ.
           MOVE ZEROS TO APT-TAREFA.
           START APONTA-FILE KEY NOT LESS THAN APT-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL WS-APONTA-STATUS = "10"
               READ APONTA-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-APONTA-STATUS NOT = "00"
                       AND WS-APONTA-STATUS NOT = "10"
                   MOVE "APONTA-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-APONTA-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF APT-EMP-ID NOT = WS-EMP-ESCOLHIDO
                       OR APT-DATA NOT = WS-DATA-TRABALHO
                   EXIT PERFORM
               END-IF
               IF APT-PROJ NOT = WS-PROJ-ESCOLHIDO
                       OR APT-TAREFA NOT = WS-TAREFA-ESCOLHIDA
                   ADD APT-HORAS TO WS-HORAS-OUTRAS
               END-IF
           END-PERFORM.

       VALIDAR-EMPREGADO-ATIVO.
           MOVE "N" TO WS-EMP-ATIVO.
           MOVE SPACES TO WS-DEPT-EMP.
           OPEN INPUT EMP-FILE.
           IF WS-EMP-STATUS = "35"
               DISPLAY "EMPREGADO.DAT NAO ENCONTRADO"
               CLOSE EMP-FILE
           ELSE
               IF WS-EMP-STATUS NOT = "00"
                   MOVE "EMP-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-EMP-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               MOVE WS-EMP-ESCOLHIDO TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMP-ATIVO = "S"
                           MOVE "S" TO WS-EMP-ATIVO
                           MOVE EMP-DEPT TO WS-DEPT-EMP
                       END-IF
               END-READ
               IF WS-EMP-STATUS NOT = "00"
                       AND WS-EMP-STATUS NOT = "23"
                   MOVE "EMP-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-EMP-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               CLOSE EMP-FILE
           END-IF.

       VERIFICAR-AUSENCIA-EMPREGADO.
           MOVE "N" TO WS-EMP-AUSENTE.
           OPEN INPUT AUSENCIA-FILE.
           IF WS-AUSENCIA-STATUS = "35"
               CLOSE AUSENCIA-FILE
                       MOVE WS-AUSENCIA-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   IF AUS-EMP-ID = WS-EMP-ESCOLHIDO
                           AND WS-DATA-TRABALHO >= AUS-INICIO
                           AND WS-DATA-TRABALHO <= AUS-FIM
                       MOVE "S" TO WS-EMP-AUSENTE
                       MOVE AUS-TIPO TO WS-TIPO-AUSENCIA
                   END-IF
               CLOSE PROJETO-FILE
           END-IF.

       VALIDAR-TAREFA-PROJETO.
      * The project's open tasks are listed before the operator
      * picks one; a project with none on file needs no task.
           MOVE "N" TO WS-TAREFA-VALIDA.
           MOVE "N" TO WS-PROJ-TEM-TAREFAS.
           MOVE ZEROS TO WS-TAREFA-ESCOLHIDA.
           OPEN INPUT TAREFA-FILE.
           IF WS-TAREFA-STATUS = "35"
               CLOSE TAREFA-FILE
               MOVE "S" TO WS-TAREFA-VALIDA
               EXIT PARAGRAPH
           END-IF.
           IF WS-TAREFA-STATUS NOT = "00"
               MOVE "TAREFA-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-TAREFA-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE WS-PROJ-ESCOLHIDO TO TAR-PROJ.
           MOVE ZEROS TO TAR-CODIGO.
           START TAREFA-FILE KEY NOT LESS THAN TAR-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-TAREFA-STATUS
           END-START.
           PERFORM UNTIL WS-TAREFA-STATUS = "10"
               READ TAREFA-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-TAREFA-STATUS NOT = "00"
                       AND WS-TAREFA-STATUS NOT = "10"
                   MOVE "TAREFA-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-TAREFA-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF TAR-PROJ NOT = WS-PROJ-ESCOLHIDO
                   EXIT PERFORM
               END-IF
               MOVE "S" TO WS-PROJ-TEM-TAREFAS
               IF TAR-SITUACAO NOT = "C"
                   DISPLAY "  TAREFA " TAR-CODIGO " " TAR-NOME
               END-IF
           END-PERFORM.
           IF WS-PROJ-TEM-TAREFAS = "N"
               MOVE "S" TO WS-TAREFA-VALIDA
           ELSE
               DISPLAY "TAREFA:"
               ACCEPT WS-TAREFA-ESCOLHIDA
               MOVE WS-PROJ-ESCOLHIDO TO TAR-PROJ
               MOVE WS-TAREFA-ESCOLHIDA TO TAR-CODIGO
               READ TAREFA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TAR-SITUACAO NOT = "C"
                           MOVE "S" TO WS-TAREFA-VALIDA
                       END-IF
               END-READ
               IF WS-TAREFA-STATUS NOT = "00"
                       AND WS-TAREFA-STATUS NOT = "23"
                   MOVE "TAREFA-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-TAREFA-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
           END-IF.
           CLOSE TAREFA-FILE.

       VALIDAR-HORAS-DIA.
      * Same shared range edit every operator-entered number goes
      * through; a day has 24 hours, so anything above it can only
      * be a keying error.
           MOVE WS-HORAS-NOVAS TO WS-VAL-GENERICO.
           MOVE ZEROS TO WS-MIN-GENERICO.
           MOVE WS-LIMITE-DIARIO TO WS-MAX-GENERICO.
           CALL "VALIDAR-NUMERO-EDITADO" USING WS-VAL-GENERICO
               WS-MIN-GENERICO WS-MAX-GENERICO WS-HORAS-VALIDAS.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file),
      * 23 (key not found, already handled above) or 35 (not found
      * on first run, already handled above) means a real I/O
      * problem; log which file and status code and stop instead of
      * pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
