                       EXIT PERFORM
                   NOT AT END
                       IF FERIADO-DATA = WS-DATA-ATUAL
                               AND FERIADO-ESCOPO NOT = "C"
                           MOVE "S" TO WS-E-FERIADO
                           MOVE FERIADO-NOME TO WS-NOME-FERIADO
                       END-IF
       CONFERIR-ABRANGENCIA.
      * Blank scope is a record from before the field existed and
      * counts as national, so the converted table behaves exactly
      * as it always did. A currency calendar entry (scope C) is a
      * holiday of the currency's own country and never closes a
      * branch here; only CLASSIFICAR-DIA-MOEDA reads it.
           EVALUATE FERIADO-ESCOPO
               WHEN "C"
                   MOVE "N" TO LW-ABRANGE
               WHEN "E"
                   IF FERIADO-LOCAL(1:2) = LS-LOCAL(1:2)
                           AND LS-LOCAL(1:2) NOT = SPACES

                            END PROGRAM REGISTRAR-BACKUP.

      *=================================================================
      * Shared report repository: a program that has just closed a
      * report CALLs this with its own name and the report's file
      * name, and the report is copied to a file of its own named
      * RP<run timestamp>-<report> before the next run overwrites it.
      * The copy is indexed on RELREPO.DAT (layout in RELREPO.CPY)
      * with the processing date, the run's date and time and the
      * operator of the session, LOTE when nobody signed on. Each
      * copy carries its expiry from the report's retention on
      * RELRET.DAT, and every capture also drops whatever copies
      * have expired - file and index line both, the way the backup
      * catalog retires its oldest snapshot. A report that is not
      * there is simply not captured; the caller's run is never
      * failed on account of its archive.
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. ARQUIVAR-RELATORIO.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT ORIGEM-FILE ASSIGN TO LW-NOME-ORIGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LW-ORIGEM-STATUS.

           SELECT DESTINO-FILE ASSIGN TO LW-NOME-DESTINO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LW-DESTINO-STATUS.

           SELECT RELREPO-FILE ASSIGN TO "RELREPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LW-RELREPO-STATUS.

           SELECT REPTMP-FILE ASSIGN TO "RELREPO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LW-REPTMP-STATUS.

           SELECT RELRET-FILE ASSIGN TO "RELRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LW-RELRET-STATUS.

           SELECT REMOVER-FILE ASSIGN TO LW-NOME-REMOVER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LW-REMOVER-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  ORIGEM-FILE.
        01 ORIGEM-REC PIC X(250).

       FD  DESTINO-FILE.
        01 DESTINO-REC PIC X(250).

       FD  RELREPO-FILE.
           COPY RELREPO.

       FD  REPTMP-FILE.
        01 REPTMP-REC PIC X(147).

       FD  RELRET-FILE.
           COPY RELRET.

       FD  REMOVER-FILE.
        01 REMOVER-REC PIC X(001).
      *=================================================================
       WORKING-STORAGE                         SECTION.

         77 LW-ORIGEM-STATUS   PIC X(002) VALUE ZEROS.
         77 LW-DESTINO-STATUS  PIC X(002) VALUE ZEROS.
         77 LW-RELREPO-STATUS  PIC X(002) VALUE ZEROS.
         77 LW-REPTMP-STATUS   PIC X(002) VALUE ZEROS.
         77 LW-RELRET-STATUS   PIC X(002) VALUE ZEROS.
         77 LW-REMOVER-STATUS  PIC X(002) VALUE ZEROS.
         77 LW-NOME-ORIGEM     PIC X(030) VALUE SPACES.
         77 LW-NOME-DESTINO    PIC X(060) VALUE SPACES.
         77 LW-NOME-REMOVER    PIC X(060) VALUE SPACES.
         77 LW-TIMESTAMP       PIC X(014) VALUE SPACES.
         77 LW-DATA-PROCESSO   PIC 9(008) VALUE ZEROS.
         77 LW-SESSAO-MODO     PIC X(001) VALUE "C".
         77 LW-OPERADOR        PIC X(008) VALUE SPACES.
         77 LW-LINHAS          PIC 9(007) VALUE ZEROS.
         77 LW-DIAS-RETENCAO   PIC 9(004) VALUE ZEROS.
         77 LW-DIAS-PADRAO     PIC 9(004) VALUE 90.
         77 LW-ACHOU-RETENCAO  PIC X(001) VALUE "N".
         77 LW-EXPIRA          PIC 9(008) VALUE ZEROS.
         77 LW-QTD-VENCIDAS    PIC 9(005) VALUE ZEROS.

       LINKAGE                                 SECTION.

         01 LS-PROGRAMA   PIC X(012).
         01 LS-RELATORIO  PIC X(030).
      *=================================================================
       PROCEDURE                      DIVISION USING LS-PROGRAMA
                                                 LS-RELATORIO.

       MAIN-PROCEDURE.
       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LW-TIMESTAMP.
           CALL "OBTER-DATA-PROCESSO" USING LW-DATA-PROCESSO.
           MOVE "C" TO LW-SESSAO-MODO.
           CALL "SESSAO-OPERADOR" USING LW-SESSAO-MODO LW-OPERADOR.
           IF LW-OPERADOR = SPACES
               MOVE "LOTE" TO LW-OPERADOR
           END-IF.

           MOVE LS-RELATORIO TO LW-NOME-ORIGEM.
           MOVE SPACES TO LW-NOME-DESTINO.
           STRING "RP" DELIMITED BY SIZE
               LW-TIMESTAMP DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               LS-RELATORIO DELIMITED BY SPACE
               INTO LW-NOME-DESTINO.

           PERFORM COPIAR-RELATORIO.
           IF LW-ORIGEM-STATUS = "35"
               DISPLAY "RELATORIO " LS-RELATORIO
                   " NAO ENCONTRADO - NAO ARQUIVADO"
               GOBACK
           END-IF.

           PERFORM OBTER-RETENCAO.
           COMPUTE LW-EXPIRA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(LW-DATA-PROCESSO)
               + LW-DIAS-RETENCAO).
           PERFORM ANEXAR-AO-INDICE.
           PERFORM PODAR-VENCIDAS.
           GOBACK.

       COPIAR-RELATORIO.
           MOVE ZEROS TO LW-LINHAS.
           OPEN INPUT ORIGEM-FILE.
           IF LW-ORIGEM-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF LW-ORIGEM-STATUS NOT = "00"
               PERFORM TRATAR-ERRO-REPOSITORIO
           END-IF.
           OPEN OUTPUT DESTINO-FILE.
           IF LW-DESTINO-STATUS NOT = "00"
               PERFORM TRATAR-ERRO-REPOSITORIO
           END-IF.
           PERFORM UNTIL LW-ORIGEM-STATUS = "10"
               READ ORIGEM-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF LW-ORIGEM-STATUS NOT = "00"
                       AND LW-ORIGEM-STATUS NOT = "10"
                   PERFORM TRATAR-ERRO-REPOSITORIO
               END-IF
               WRITE DESTINO-REC FROM ORIGEM-REC
               IF LW-DESTINO-STATUS NOT = "00"
                   PERFORM TRATAR-ERRO-REPOSITORIO
               END-IF
               ADD 1 TO LW-LINHAS
           END-PERFORM.
           CLOSE ORIGEM-FILE.
           CLOSE DESTINO-FILE.

       OBTER-RETENCAO.
      * The report's own line wins over the "*" default, wherever
      * either sits on the table.
           MOVE LW-DIAS-PADRAO TO LW-DIAS-RETENCAO.
           MOVE "N" TO LW-ACHOU-RETENCAO.
           OPEN INPUT RELRET-FILE.
           IF LW-RELRET-STATUS = "35"
               CLOSE RELRET-FILE
               EXIT PARAGRAPH
           END-IF.
           IF LW-RELRET-STATUS NOT = "00"
               PERFORM TRATAR-ERRO-REPOSITORIO
           END-IF.
           PERFORM UNTIL LW-RELRET-STATUS = "10"
               READ RELRET-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF LW-RELRET-STATUS NOT = "00"
                       AND LW-RELRET-STATUS NOT = "10"
                   PERFORM TRATAR-ERRO-REPOSITORIO
               END-IF
               IF RET-RELATORIO = LS-RELATORIO
                       AND RET-DIAS IS NUMERIC
                   MOVE RET-DIAS TO LW-DIAS-RETENCAO
                   MOVE "S" TO LW-ACHOU-RETENCAO
               END-IF
               IF RET-RELATORIO = "*"
                       AND RET-DIAS IS NUMERIC
                       AND LW-ACHOU-RETENCAO = "N"
                   MOVE RET-DIAS TO LW-DIAS-RETENCAO
               END-IF
           END-PERFORM.
           CLOSE RELRET-FILE.

       ANEXAR-AO-INDICE.
           OPEN EXTEND RELREPO-FILE.
           IF LW-RELREPO-STATUS = "05"
                   OR LW-RELREPO-STATUS = "35"
               OPEN OUTPUT RELREPO-FILE
           END-IF.
           IF LW-RELREPO-STATUS NOT = "00"
               PERFORM TRATAR-ERRO-REPOSITORIO
           END-IF.
           MOVE LS-PROGRAMA TO RR-PROGRAMA.
           MOVE LS-RELATORIO TO RR-RELATORIO.
           MOVE LW-DATA-PROCESSO TO RR-DATA-PROCESSO.
           MOVE LW-TIMESTAMP(1:8) TO RR-DATA-EXECUCAO.
           MOVE LW-TIMESTAMP(9:6) TO RR-HORA-EXECUCAO.
           MOVE LW-OPERADOR TO RR-OPERADOR.
           MOVE LW-NOME-DESTINO TO RR-ARQUIVO.
           MOVE LW-LINHAS TO RR-LINHAS.
           MOVE LW-EXPIRA TO RR-EXPIRA.
           WRITE RELREPO-REC.
           IF LW-RELREPO-STATUS NOT = "00"
               PERFORM TRATAR-ERRO-REPOSITORIO
           END-IF.
           CLOSE RELREPO-FILE.

       PODAR-VENCIDAS.
      * Copies whose expiry is before today's processing date are
      * deleted and their lines dropped while the rest of the index
      * copies through the temp file; the index is only rewritten
      * when something actually expired.
           MOVE ZEROS TO LW-QTD-VENCIDAS.
           OPEN INPUT RELREPO-FILE.
           IF LW-RELREPO-STATUS NOT = "00"
               PERFORM TRATAR-ERRO-REPOSITORIO
           END-IF.
           OPEN OUTPUT REPTMP-FILE.
           IF LW-REPTMP-STATUS NOT = "00"
               PERFORM TRATAR-ERRO-REPOSITORIO
           END-IF.
           PERFORM UNTIL LW-RELREPO-STATUS = "10"
               READ RELREPO-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF LW-RELREPO-STATUS NOT = "00"
                       AND LW-RELREPO-STATUS NOT = "10"
                   PERFORM TRATAR-ERRO-REPOSITORIO
               END-IF
               IF RR-EXPIRA < LW-DATA-PROCESSO
                   ADD 1 TO LW-QTD-VENCIDAS
                   MOVE RR-ARQUIVO TO LW-NOME-REMOVER
                   DELETE FILE REMOVER-FILE
               ELSE
                   WRITE REPTMP-REC FROM RELREPO-REC
                   IF LW-REPTMP-STATUS NOT = "00"
                       PERFORM TRATAR-ERRO-REPOSITORIO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE RELREPO-FILE.
           CLOSE REPTMP-FILE.
           IF LW-QTD-VENCIDAS = ZEROS
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT REPTMP-FILE.
           IF LW-REPTMP-STATUS NOT = "00"
               PERFORM TRATAR-ERRO-REPOSITORIO
           END-IF.
           OPEN OUTPUT RELREPO-FILE.
           IF LW-RELREPO-STATUS NOT = "00"
               PERFORM TRATAR-ERRO-REPOSITORIO
           END-IF.
           PERFORM UNTIL LW-REPTMP-STATUS = "10"
               READ REPTMP-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF LW-REPTMP-STATUS NOT = "00"
                       AND LW-REPTMP-STATUS NOT = "10"
                   PERFORM TRATAR-ERRO-REPOSITORIO
               END-IF
               WRITE RELREPO-REC FROM REPTMP-REC
               IF LW-RELREPO-STATUS NOT = "00"
                   PERFORM TRATAR-ERRO-REPOSITORIO
               END-IF
           END-PERFORM.
           CLOSE REPTMP-FILE.
           CLOSE RELREPO-FILE.

       TRATAR-ERRO-REPOSITORIO.
           DISPLAY "ERRO DE ARQUIVO: RELREPO STATUS="
               LW-RELREPO-STATUS " " LW-REPTMP-STATUS " "
               LW-ORIGEM-STATUS " " LW-DESTINO-STATUS " "
               LW-RELRET-STATUS.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

                            END PROGRAM ARQUIVAR-RELATORIO.

      *=================================================================
      * Shared holder of the signed-on operator, for the routines
      * that record who ran something without ever asking for a
      * sign-on themselves. Mode G keeps the operator given, mode C
      * hands back the one kept - spaces when nobody has signed on
      * in this run unit, as in a batch stream. CONFERIR-MASCARA
      * keeps it current, so the menu's sign-on and the one a
      * report asks for outside the menu both land here.
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. SESSAO-OPERADOR.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       WORKING-STORAGE                         SECTION.

         77 LW-SESSAO-ID       PIC X(008) VALUE SPACES.

       LINKAGE                                 SECTION.

         01 LS-MODO          PIC X(001).
         01 LS-OPERADOR-ID   PIC X(008).
      *=================================================================
       PROCEDURE                      DIVISION USING LS-MODO
                                                 LS-OPERADOR-ID.

       MAIN-PROCEDURE.
       INICIO.
           IF LS-MODO = "G"
               MOVE LS-OPERADOR-ID TO LW-SESSAO-ID
           ELSE
               MOVE LW-SESSAO-ID TO LS-OPERADOR-ID
           END-IF.
           GOBACK.

                            END PROGRAM SESSAO-OPERADOR.

      *=================================================================
      * Shared business-day counter, in the same family as
      * CLASSIFICAR-DIA-UTIL: every deadline the shop tracks is in
                        END PROGRAM SOMAR-DIAS-UTEIS-LOCAL.

      *=================================================================
      * Settlement calendar of a foreign currency: a weekend, or a
      * FERIADO.DAT entry of scope C whose FERIADO-LOCAL starts with
      * the currency code, is a day the currency does not settle
      * (a USD payment cannot settle on July 4th however working a
      * day it is in Brazil). Same answers as CLASSIFICAR-DIA-UTIL -
      * DIA-UTIL, FIM-SEMANA, FERIADO, MEIO-DIA (the currency's
      * market closes early but still settles) or PONTE.
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. CLASSIFICAR-DIA-MOEDA.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT FERIADO-FILE ASSIGN TO "FERIADO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LW-FERIADO-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  FERIADO-FILE.
           COPY FERIADO.
      *=================================================================
       WORKING-STORAGE                         SECTION.

         77 LW-FERIADO-STATUS   PIC X(002) VALUE ZEROS.
         77 LW-E-FERIADO        PIC X(001) VALUE "N".
         77 LW-DIA-REFERENCIA   PIC 9(008) VALUE 20240101.
         77 LW-DIAS-DIFF        PIC S9(009) VALUE ZEROS.
         77 LW-DIA-SEMANA-NUM   PIC 9(001) VALUE ZEROS.
         77 LW-ERRO-ARQUIVO     PIC X(020) VALUE SPACES.
         77 LW-TIPO-DIA         PIC X(001) VALUE SPACES.

       LINKAGE                                 SECTION.

         01 LS-DATA             PIC 9(008).
         01 LS-MOEDA            PIC X(003).
         01 LS-CLASSIFICACAO    PIC X(010).
         01 LS-DESCRICAO        PIC X(020).
      *=================================================================
       PROCEDURE                      DIVISION USING LS-DATA
                                                 LS-MOEDA
                                                 LS-CLASSIFICACAO
                                                 LS-DESCRICAO.

       MAIN-PROCEDURE.
       INICIO.
            MOVE SPACES TO LS-CLASSIFICACAO.
            MOVE SPACES TO LS-DESCRICAO.
            MOVE SPACES TO LW-TIPO-DIA.
            PERFORM VERIFICAR-FERIADO-MOEDA.
            IF LW-E-FERIADO = "S"
                EVALUATE LW-TIPO-DIA
                    WHEN "H"
                        MOVE "MEIO-DIA" TO LS-CLASSIFICACAO
                    WHEN "P"
                        MOVE "PONTE" TO LS-CLASSIFICACAO
                    WHEN OTHER
                        MOVE "FERIADO" TO LS-CLASSIFICACAO
                END-EVALUATE
            ELSE
                COMPUTE LW-DIAS-DIFF =
                    FUNCTION INTEGER-OF-DATE(LS-DATA)
                    - FUNCTION INTEGER-OF-DATE(LW-DIA-REFERENCIA)
                COMPUTE LW-DIA-SEMANA-NUM =
                    FUNCTION MOD(LW-DIAS-DIFF, 7)
                IF LW-DIA-SEMANA-NUM = 5 OR LW-DIA-SEMANA-NUM = 6
                    MOVE "FIM-SEMANA" TO LS-CLASSIFICACAO
                ELSE
                    MOVE "DIA-UTIL" TO LS-CLASSIFICACAO
                END-IF
            END-IF.

            GOBACK.

       VERIFICAR-FERIADO-MOEDA.
      * No FERIADO.DAT yet means no currency holidays either; the
      * national seed is CLASSIFICAR-DIA-UTIL-LOCAL's to write.
           MOVE "N" TO LW-E-FERIADO.
           OPEN INPUT FERIADO-FILE.
           IF LW-FERIADO-STATUS = "35"
               CLOSE FERIADO-FILE
               EXIT PARAGRAPH
           END-IF.
           IF LW-FERIADO-STATUS NOT = "00"
               MOVE "FERIADO-FILE" TO LW-ERRO-ARQUIVO
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL LW-FERIADO-STATUS = "10"
               READ FERIADO-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF FERIADO-DATA = LS-DATA
                               AND FERIADO-ESCOPO = "C"
                               AND FERIADO-LOCAL(1:3) = LS-MOEDA
                           MOVE "S" TO LW-E-FERIADO
                           MOVE FERIADO-NOME TO LS-DESCRICAO
                           MOVE FERIADO-TIPO-DIA TO LW-TIPO-DIA
                       END-IF
               END-READ
               IF LW-FERIADO-STATUS NOT = "00"
                       AND LW-FERIADO-STATUS NOT = "10"
                   MOVE "FERIADO-FILE" TO LW-ERRO-ARQUIVO
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
           END-PERFORM.
           CLOSE FERIADO-FILE.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file) or
      * 35 (not found, already handled above) means a real I/O
      * problem; log which file and status code and stop instead of
      * pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " LW-ERRO-ARQUIVO
               " STATUS=" LW-FERIADO-STATUS.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

                            END PROGRAM CLASSIFICAR-DIA-MOEDA.

      *=================================================================
      * Settlement date of a foreign-currency value date: a date the
      * currency settles on comes back unchanged; one it does not
      * (its country's holiday, a weekend) moves - forward (LS-SENTIDO
      * P, a value date or a due date) or back (A, the closing-rate
      * date of a period) - to the nearest day that is a business
      * day in both the currency's calendar and the national one.
      * BRL, or no currency at all, is left exactly as it came.
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. AJUSTAR-DATA-LIQUIDACAO.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       WORKING-STORAGE                         SECTION.

         77 LW-INT-CORRENTE   PIC S9(009) VALUE ZEROS.
         77 LW-CLASSIF-MOEDA  PIC X(010) VALUE SPACES.
         77 LW-CLASSIF-PAIS   PIC X(010) VALUE SPACES.
         77 LW-DESCRICAO      PIC X(020) VALUE SPACES.
         77 LW-LIQUIDA        PIC X(001) VALUE "N".
         77 LW-PASSOS         PIC 9(003) VALUE ZEROS.

       LINKAGE                                 SECTION.

         01 LS-DATA           PIC 9(008).
         01 LS-MOEDA          PIC X(003).
         01 LS-SENTIDO        PIC X(001).
         01 LS-DATA-LIQUIDACAO PIC 9(008).
      *=================================================================
       PROCEDURE                      DIVISION USING LS-DATA
                                                 LS-MOEDA
                                                 LS-SENTIDO
                                                 LS-DATA-LIQUIDACAO.

       MAIN-PROCEDURE.
       INICIO.
            MOVE LS-DATA TO LS-DATA-LIQUIDACAO.
            IF LS-MOEDA = "BRL" OR LS-MOEDA = SPACES
                    OR LS-DATA = ZEROS
                GOBACK
            END-IF.
            CALL "CLASSIFICAR-DIA-MOEDA" USING LS-DATA LS-MOEDA
                LW-CLASSIF-MOEDA LW-DESCRICAO.
            IF LW-CLASSIF-MOEDA = "DIA-UTIL"
                    OR LW-CLASSIF-MOEDA = "MEIO-DIA"
                GOBACK
            END-IF.
            COMPUTE LW-INT-CORRENTE =
                FUNCTION INTEGER-OF-DATE(LS-DATA).
            MOVE "N" TO LW-LIQUIDA.
            MOVE ZEROS TO LW-PASSOS.
      * A calendar loaded with a whole year of holidays by mistake
      * must not hang the night; a month's walk is plenty.
            PERFORM UNTIL LW-LIQUIDA = "S" OR LW-PASSOS > 31
                IF LS-SENTIDO = "A"
                    SUBTRACT 1 FROM LW-INT-CORRENTE
                ELSE
                    ADD 1 TO LW-INT-CORRENTE
                END-IF
                ADD 1 TO LW-PASSOS
                COMPUTE LS-DATA-LIQUIDACAO =
                    FUNCTION DATE-OF-INTEGER(LW-INT-CORRENTE)
                CALL "CLASSIFICAR-DIA-MOEDA" USING LS-DATA-LIQUIDACAO
                    LS-MOEDA LW-CLASSIF-MOEDA LW-DESCRICAO
                CALL "CLASSIFICAR-DIA-UTIL" USING LS-DATA-LIQUIDACAO
                    LW-CLASSIF-PAIS LW-DESCRICAO
                IF (LW-CLASSIF-MOEDA = "DIA-UTIL"
                        OR LW-CLASSIF-MOEDA = "MEIO-DIA")
                        AND (LW-CLASSIF-PAIS = "DIA-UTIL"
                        OR LW-CLASSIF-PAIS = "MEIO-DIA")
                    MOVE "S" TO LW-LIQUIDA
                END-IF
            END-PERFORM.
            IF LW-LIQUIDA = "N"
                MOVE LS-DATA TO LS-DATA-LIQUIDACAO
            END-IF.
            GOBACK.

                            END PROGRAM AJUSTAR-DATA-LIQUIDACAO.

      *=================================================================
      * Shared sign-on check: EFETUAR-LOGIN used to accept any
      * non-blank operator ID, so the audit trails happily recorded
      * operators that do not exist. Any program can CALL this with
      * an ID, a password, and the function being protected
      * (C-cliente, Q-quantidade, D-centro, O-operadores, K-contas,
      * space for sign-on only) and gets back whether that operator
      * exists, the password matches, and the profile allows the
      * function.
      * A brand-new installation seeds the ADMIN operator with every
      * permission so the shop cannot lock itself out. Passwords
      * age per the SEGPARAM.DAT validity, an expired one forces a
      * change at sign-on (the last three cannot come back), and
      * the parameterized ceiling of consecutive failures locks the
      * operator - every failure and every lock goes to RUNLOG.DAT,
      * and only PROG_OPERMANUT.cbl unlocks.
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. VALIDAR-OPERADOR.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS LW-OPERADOR-STATUS.

      * Security parameters: consecutive failures before the lock
      * and password validity in days; seeded 5 and 90.
           SELECT SEGPARAM-FILE ASSIGN TO "SEGPARAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LW-SEGPARAM-STATUS.

      * Role profiles: one line per profile and allowed function
      * letter, so a new permission is a data line, never a new
      * copybook byte plus a recompile of every reader. The
      * function catalog documents the letters.
           SELECT PERFIL-FILE ASSIGN TO "PERFIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LW-PERFIL-STATUS.

           SELECT FUNCAT-FILE ASSIGN TO "FUNCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LW-FUNCAT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  OPERADOR-FILE.
           COPY OPERADOR.

       FD  SEGPARAM-FILE.
        01 SEGPARAM-REC.
         05 SEG-MAX-FALHAS PIC 9(02).
         05 SEG-VALIDADE-DIAS PIC 9(03).

       FD  PERFIL-FILE.
        01 PERFIL-REC.
         05 PF-PERFIL PIC X(10).
         05 PF-FUNCAO PIC X(01).

       FD  FUNCAT-FILE.
        01 FUNCAT-REC.
         05 FC-FUNCAO PIC X(01).
         05 FC-DESC PIC X(30).
      *=================================================================
       WORKING-STORAGE                         SECTION.

         77 LW-OPERADOR-STATUS PIC X(002) VALUE ZEROS.
         77 LW-SEGPARAM-STATUS PIC X(002) VALUE ZEROS.
         77 LW-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
         77 LW-MAX-FALHAS      PIC 9(002) VALUE 5.
         77 LW-VALIDADE-DIAS   PIC 9(003) VALUE 90.
         77 LW-DATA-PROCESSO   PIC 9(008) VALUE ZEROS.
         77 LW-INT-DATA        PIC S9(009) VALUE ZEROS.
         77 LW-SENHA-NOVA      PIC X(008) VALUE SPACES.
         77 LW-SENHA-REPETE    PIC X(008) VALUE SPACES.
         77 LW-SENHA-REUSADA   PIC X(001) VALUE "N".
         77 LW-IDX             PIC 9(001) VALUE ZEROS.
         77 LW-RUNLOG-PROGRAMA PIC X(012) VALUE "VALIDAR-OPER".
         77 LW-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.
         77 LW-RUNLOG-ZERO     PIC 9(006) VALUE ZEROS.
         77 LW-RUNLOG-FALHAS   PIC 9(006) VALUE ZEROS.
         77 LW-RUNLOG-RC       PIC 9(002) VALUE ZEROS.
         77 LW-PERFIL-STATUS   PIC X(002) VALUE ZEROS.
         77 LW-FUNCAT-STATUS   PIC X(002) VALUE ZEROS.
         77 LW-PERFIL-PERMITE  PIC X(001) VALUE "N".
         77 LW-FUNCAO-BUSCA    PIC X(001) VALUE SPACE.
         77 LW-FUNCAO-LISTADA  PIC X(001) VALUE "N".
         77 LW-ALERTA-SEVERIDADE PIC X(001) VALUE "A".
         77 LW-ALERTA-PROGRAMA PIC X(012) VALUE "VALIDAR-OPER".
         77 LW-ALERTA-MENSAGEM PIC X(060) VALUE SPACES.
         77 LW-TENTATIVAS-TROCA PIC 9(01) VALUE ZEROS.

       LINKAGE                                 SECTION.

         01 LS-OPERADOR-ID   PIC X(008).
         01 LS-SENHA         PIC X(008).
         01 LS-FUNCAO        PIC X(001).
         01 LS-AUTORIZADO    PIC X(001).
      *=================================================================
       PROCEDURE                      DIVISION USING LS-OPERADOR-ID
                                                 LS-SENHA
                                                 LS-FUNCAO
                                                 LS-AUTORIZADO.

       MAIN-PROCEDURE.
       INICIO.
            MOVE "N" TO LS-AUTORIZADO.
            PERFORM CARREGAR-SEGPARAM.
            PERFORM GARANTIR-PERFIS.
            CALL "OBTER-DATA-PROCESSO" USING LW-DATA-PROCESSO.
            OPEN I-O OPERADOR-FILE.
            IF LW-OPERADOR-STATUS = "35"
                PERFORM CRIAR-OPERADOR-PADRAO
                OPEN I-O OPERADOR-FILE
            END-IF.
            IF LW-OPERADOR-STATUS NOT = "00"
                MOVE "OPERADOR-FILE" TO LW-ERRO-ARQUIVO
                PERFORM TRATAR-ERRO-ARQUIVO
            END-IF.

            MOVE LS-OPERADOR-ID TO OPER-ID.
            READ OPERADOR-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM AVALIAR-SIGN-ON
            END-READ.
            IF LW-OPERADOR-STATUS NOT = "00"
                    AND LW-OPERADOR-STATUS NOT = "23"
                MOVE "OPERADOR-FILE" TO LW-ERRO-ARQUIVO
                PERFORM TRATAR-ERRO-ARQUIVO
            END-IF.

            CLOSE OPERADOR-FILE.
            GOBACK.
           END-IF.
           CLOSE SEGPARAM-FILE.

       GARANTIR-PERFIS.
      * The roles must be on file before the first profile is ever
      * assigned, not only once someone holding one signs on: the
      * segregation-of-duties check in PROG_OPERMANUT.cbl reads them
      * from PERFIL.DAT.
           OPEN INPUT PERFIL-FILE.
           IF LW-PERFIL-STATUS = "35"
               PERFORM CRIAR-PERFIS-PADRAO
           ELSE
               CLOSE PERFIL-FILE
           END-IF.

       CRIAR-SEGPARAM-PADRAO.
           OPEN OUTPUT SEGPARAM-FILE.
           MOVE 5 TO SEG-MAX-FALHAS.
                       WHEN "O"
                           MOVE OPER-PERM-OPERADOR
                               TO LS-AUTORIZADO
      * Full personal data is the one function a legacy operator
      * does not get by default: only whoever may maintain the
      * operators themselves sees it unmasked.
                       WHEN "P"
                           MOVE OPER-PERM-OPERADOR
                               TO LS-AUTORIZADO
      * Opening, retyping and closing accounts moves money and
      * ownership; a legacy operator gets it with the same byte.
                       WHEN "K"
                           MOVE OPER-PERM-OPERADOR
                               TO LS-AUTORIZADO
      * Suspicious-activity cases must not be seen by whoever
      * happens to sign on; the same byte again.
                       WHEN "L"
                           MOVE OPER-PERM-OPERADOR
                               TO LS-AUTORIZADO
      * Year close and queue approval were split off quantities and
      * operator maintenance so the two can be kept apart; a legacy
      * operator keeps them on the bytes they always rode on.
                       WHEN "F"
                           MOVE OPER-PERM-QUANTIDADE
                               TO LS-AUTORIZADO
                       WHEN "V"
                           MOVE OPER-PERM-OPERADOR
                               TO LS-AUTORIZADO
                       WHEN OTHER
                           MOVE "S" TO LS-AUTORIZADO
                   END-EVALUATE
           END-IF.

       CONFERIR-PERFIL.
      * F and V came off Q and O: until PERFIL.DAT lists the new
      * letter for any role at all, a role answers it as it answers
      * the letter it came from, so an older PERFIL.DAT does not
      * lose the year close or the approval queue overnight.
           MOVE "N" TO LW-PERFIL-PERMITE.
           MOVE LS-FUNCAO TO LW-FUNCAO-BUSCA.
           PERFORM PERCORRER-PERFIS.
           IF LW-FUNCAO-LISTADA = "N"
               EVALUATE LS-FUNCAO
                   WHEN "F"
                       MOVE "Q" TO LW-FUNCAO-BUSCA
                       PERFORM PERCORRER-PERFIS
                   WHEN "V"
                       MOVE "O" TO LW-FUNCAO-BUSCA
                       PERFORM PERCORRER-PERFIS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       PERCORRER-PERFIS.
           MOVE "N" TO LW-FUNCAO-LISTADA.
           OPEN INPUT PERFIL-FILE.
           IF LW-PERFIL-STATUS = "35"
               PERFORM CRIAR-PERFIS-PADRAO
                   MOVE "PERFIL-FILE" TO LW-ERRO-ARQUIVO
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF PF-FUNCAO = LW-FUNCAO-BUSCA
                   MOVE "S" TO LW-FUNCAO-LISTADA
               END-IF
               IF PF-PERFIL = OPER-PERFIL
                       AND PF-FUNCAO = LW-FUNCAO-BUSCA
                   MOVE "S" TO LW-PERFIL-PERMITE
               END-IF
           END-PERFORM.
      * Three seeded roles over the cataloged functions: OPERADOR
      * does the day work, SUPERVISOR everything, AUDITOR reads.
      * FUNCAT.DAT documents the letters for whoever edits either
      * file. New functions and roles are data lines - the privacy
      * function P (telephones, EMAIL, birth date and address
      * printed in full), the account maintenance function K and
      * the suspicious-activity (PLD/COAF) review L are seeded for
      * SUPERVISOR only; an older PERFIL.DAT gets
      * them by adding the SUPERVISOR lines by hand. The report
      * repository H (finding, viewing and reprinting past reports)
      * is seeded for all three roles and is added the same way.
      * The year close F and the approval queue V are seeded for
      * SUPERVISOR, which holds everything and therefore shows on
      * the CONFLITO.DAT conflict report until the role is split.
           OPEN OUTPUT PERFIL-FILE.
           MOVE "OPERADOR  " TO PF-PERFIL.
           MOVE "C" TO PF-FUNCAO.
           WRITE PERFIL-REC.
           MOVE "G" TO PF-FUNCAO.
           WRITE PERFIL-REC.
           MOVE "H" TO PF-FUNCAO.
           WRITE PERFIL-REC.
           MOVE "SUPERVISOR" TO PF-PERFIL.
           MOVE "C" TO PF-FUNCAO.
           WRITE PERFIL-REC.
           WRITE PERFIL-REC.
           MOVE "R" TO PF-FUNCAO.
           WRITE PERFIL-REC.
           MOVE "P" TO PF-FUNCAO.
           WRITE PERFIL-REC.
           MOVE "K" TO PF-FUNCAO.
           WRITE PERFIL-REC.
           MOVE "L" TO PF-FUNCAO.
           WRITE PERFIL-REC.
           MOVE "H" TO PF-FUNCAO.
           WRITE PERFIL-REC.
           MOVE "F" TO PF-FUNCAO.
           WRITE PERFIL-REC.
           MOVE "V" TO PF-FUNCAO.
           WRITE PERFIL-REC.
           MOVE "AUDITOR   " TO PF-PERFIL.
           MOVE "B" TO PF-FUNCAO.
           WRITE PERFIL-REC.
           WRITE PERFIL-REC.
           MOVE "R" TO PF-FUNCAO.
           WRITE PERFIL-REC.
           MOVE "H" TO PF-FUNCAO.
           WRITE PERFIL-REC.
           CLOSE PERFIL-FILE.
           PERFORM CRIAR-CATALOGO-PADRAO.

           MOVE "O" TO FC-FUNCAO.
           MOVE "MANUTENCAO DE OPERADORES" TO FC-DESC.
           WRITE FUNCAT-REC.
           MOVE "P" TO FC-FUNCAO.
           MOVE "DADOS PESSOAIS SEM MASCARA" TO FC-DESC.
           WRITE FUNCAT-REC.
           MOVE "K" TO FC-FUNCAO.
           MOVE "MANUTENCAO DE CONTAS" TO FC-DESC.
           WRITE FUNCAT-REC.
           MOVE "L" TO FC-FUNCAO.
           MOVE "MONITORAMENTO PLD (COAF)" TO FC-DESC.
           WRITE FUNCAT-REC.
           MOVE "H" TO FC-FUNCAO.
           MOVE "REPOSITORIO DE RELATORIOS" TO FC-DESC.
           WRITE FUNCAT-REC.
           MOVE "F" TO FC-FUNCAO.
           MOVE "FECHAMENTO DE ANO" TO FC-DESC.
           WRITE FUNCAT-REC.
           MOVE "V" TO FC-FUNCAO.
           MOVE "APROVACAO DE PENDENCIAS" TO FC-DESC.
           WRITE FUNCAT-REC.
           CLOSE FUNCAT-FILE.

       CRIAR-OPERADOR-PADRAO.
           OPEN OUTPUT OPERADOR-FILE.
           GOBACK.

                            END PROGRAM OBTER-LOCAL-UNIDADE.

      *=================================================================
      * Shared CPF verifier: the taxpayer number carries two official
      * module-11 check digits - the first over the nine base digits
      * (weights 10 down to 2), the second over those nine plus the
      * first check digit (weights 11 down to 2), a remainder under
      * 2 giving 0 and any other 11 minus the remainder. Numbers made
      * of one repeated digit pass that arithmetic but are never
      * issued, so they are refused too. The screen and the bulk load
      * CALL this instead of each keeping its own copy of the rule.
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. VERIFICAR-CPF.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       WORKING-STORAGE                         SECTION.

         01 LW-CPF-TEXTO      PIC X(011) VALUE SPACES.
         01 LW-CPF-DIGITOS REDEFINES LW-CPF-TEXTO.
          05 LW-CPF-DIGITO PIC 9(001) OCCURS 11 TIMES.
         77 LW-IDX            PIC 9(002) VALUE ZEROS.
         77 LW-PESO           PIC 9(002) VALUE ZEROS.
         77 LW-SOMA           PIC 9(005) VALUE ZEROS.
         77 LW-RESTO          PIC 9(002) VALUE ZEROS.
         77 LW-DV-CALCULADO   PIC 9(002) VALUE ZEROS.
         77 LW-REPETIDO       PIC X(001) VALUE "S".

       LINKAGE                                 SECTION.

         01 LS-CPF            PIC X(011).
         01 LS-CPF-VALIDO     PIC X(001).
      *=================================================================
       PROCEDURE                      DIVISION USING LS-CPF
                                                 LS-CPF-VALIDO.

       MAIN-PROCEDURE.
       INICIO.
           MOVE "N" TO LS-CPF-VALIDO.
           MOVE LS-CPF TO LW-CPF-TEXTO.
           IF LW-CPF-TEXTO IS NOT NUMERIC
               GOBACK
           END-IF.

           MOVE "S" TO LW-REPETIDO.
           PERFORM VARYING LW-IDX FROM 2 BY 1 UNTIL LW-IDX > 11
               IF LW-CPF-DIGITO(LW-IDX) NOT = LW-CPF-DIGITO(1)
                   MOVE "N" TO LW-REPETIDO
               END-IF
           END-PERFORM.
           IF LW-REPETIDO = "S"
               GOBACK
           END-IF.

      * First check digit, over the nine base digits.
           MOVE ZEROS TO LW-SOMA.
           MOVE 10 TO LW-PESO.
           PERFORM VARYING LW-IDX FROM 1 BY 1 UNTIL LW-IDX > 9
               COMPUTE LW-SOMA = LW-SOMA
                   + LW-CPF-DIGITO(LW-IDX) * LW-PESO
               SUBTRACT 1 FROM LW-PESO
           END-PERFORM.
           PERFORM CALCULAR-DV-CPF.
           IF LW-CPF-DIGITO(10) NOT = LW-DV-CALCULADO
               GOBACK
           END-IF.

      * Second check digit, over the base plus the first one.
           MOVE ZEROS TO LW-SOMA.
           MOVE 11 TO LW-PESO.
           PERFORM VARYING LW-IDX FROM 1 BY 1 UNTIL LW-IDX > 10
               COMPUTE LW-SOMA = LW-SOMA
                   + LW-CPF-DIGITO(LW-IDX) * LW-PESO
               SUBTRACT 1 FROM LW-PESO
           END-PERFORM.
           PERFORM CALCULAR-DV-CPF.
           IF LW-CPF-DIGITO(11) NOT = LW-DV-CALCULADO
               GOBACK
           END-IF.

           MOVE "S" TO LS-CPF-VALIDO.
           GOBACK.

       CALCULAR-DV-CPF.
           COMPUTE LW-RESTO = FUNCTION MOD(LW-SOMA, 11).
           IF LW-RESTO < 2
               MOVE ZEROS TO LW-DV-CALCULADO
           ELSE
               COMPUTE LW-DV-CALCULADO = 11 - LW-RESTO
           END-IF.

                            END PROGRAM VERIFICAR-CPF.

      *=================================================================
      * Shared privacy check for the reports that print a customer's
      * telephones, EMAIL, NASCIMENTO or address: answers whether
      * the operator behind this run holds the privacy function "P"
      * on PERFIL.DAT, the one that prints those fields in full.
      * The menu hands over its sign-on once (blank program name,
      * nothing logged) and every report CALLed afterwards in the
      * same session reuses it; a report run on its own asks for the
      * sign-on the first time. An operator who cannot be identified
      * gets the masked view, never the full one. Every full print
      * granted leaves an EVENTO=DPS line on RUNLOG.DAT with the
      * operator and the report, the same OPERADOR= shape the
      * year-end close already writes there.
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. CONFERIR-MASCARA.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LW-RUNLOG-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  RUNLOG-FILE.
        01 RUNLOG-LINE PIC X(100).
      *=================================================================
       WORKING-STORAGE                         SECTION.

         77 LW-RUNLOG-STATUS   PIC X(002) VALUE ZEROS.
         77 LW-TIMESTAMP       PIC X(014) VALUE SPACES.
         77 LW-FUNCAO          PIC X(001) VALUE SPACES.
         77 LW-AUTORIZADO      PIC X(001) VALUE "N".
         77 LW-OPERADOR-DIGITADO PIC X(008) VALUE SPACES.
         77 LW-SENHA-DIGITADA  PIC X(008) VALUE SPACES.
      * The session's sign-on; WORKING-STORAGE outlives each CALL,
      * so it stays put for the rest of the run unit.
         77 LW-SESSAO-ID       PIC X(008) VALUE SPACES.
         77 LW-SESSAO-SENHA    PIC X(008) VALUE SPACES.
         77 LW-SESSAO-MODO     PIC X(001) VALUE "G".

       LINKAGE                                 SECTION.

         01 LS-PROGRAMA      PIC X(012).
         01 LS-OPERADOR-ID   PIC X(008).
         01 LS-SENHA         PIC X(008).
         01 LS-SEM-MASCARA   PIC X(001).
      *=================================================================
       PROCEDURE                      DIVISION USING LS-PROGRAMA
                                                 LS-OPERADOR-ID
                                                 LS-SENHA
                                                 LS-SEM-MASCARA.

       MAIN-PROCEDURE.
       INICIO.
           MOVE "N" TO LS-SEM-MASCARA.
           IF LS-OPERADOR-ID NOT = SPACES
               MOVE LS-OPERADOR-ID TO LW-SESSAO-ID
               MOVE LS-SENHA TO LW-SESSAO-SENHA
           END-IF.
           IF LW-SESSAO-ID = SPACES
               PERFORM IDENTIFICAR-OPERADOR
           END-IF.
           IF LW-SESSAO-ID = SPACES
               DISPLAY "OPERADOR NAO IDENTIFICADO - DADOS PESSOAIS "
                   "MASCARADOS"
               GOBACK
           END-IF.
           MOVE LW-SESSAO-ID TO LS-OPERADOR-ID.
           MOVE "G" TO LW-SESSAO-MODO.
           CALL "SESSAO-OPERADOR" USING LW-SESSAO-MODO LW-SESSAO-ID.

           MOVE "P" TO LW-FUNCAO.
           CALL "VALIDAR-OPERADOR" USING LW-SESSAO-ID
               LW-SESSAO-SENHA LW-FUNCAO LW-AUTORIZADO.
           IF LW-AUTORIZADO = "S"
               MOVE "S" TO LS-SEM-MASCARA
               IF LS-PROGRAMA NOT = SPACES
                   PERFORM GRAVAR-RUNLOG-SEM-MASCARA
               END-IF
           ELSE
               IF LS-PROGRAMA NOT = SPACES
                   DISPLAY "DADOS PESSOAIS MASCARADOS - OPERADOR "
                       "SEM PERMISSAO DE PRIVACIDADE"
               END-IF
           END-IF.
           GOBACK.

       IDENTIFICAR-OPERADOR.
      * A report started outside the menu has no session yet; the
      * sign-on asked here serves every later check in the run.
           DISPLAY "IDENTIFICACAO DO OPERADOR:".
           ACCEPT LW-OPERADOR-DIGITADO.
           DISPLAY "SENHA:".
           ACCEPT LW-SENHA-DIGITADA.
           MOVE SPACE TO LW-FUNCAO.
           CALL "VALIDAR-OPERADOR" USING LW-OPERADOR-DIGITADO
               LW-SENHA-DIGITADA LW-FUNCAO LW-AUTORIZADO.
           IF LW-AUTORIZADO = "S"
               MOVE LW-OPERADOR-DIGITADO TO LW-SESSAO-ID
               MOVE LW-SENHA-DIGITADA TO LW-SESSAO-SENHA
           ELSE
               DISPLAY "OPERADOR OU SENHA INVALIDOS"
           END-IF.

       GRAVAR-RUNLOG-SEM-MASCARA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LW-TIMESTAMP.
           OPEN EXTEND RUNLOG-FILE.
           IF LW-RUNLOG-STATUS = "05" OR LW-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUNLOG-FILE
           END-IF.
           IF LW-RUNLOG-STATUS NOT = "00"
               DISPLAY "ERRO DE ARQUIVO: RUNLOG-FILE STATUS="
                   LW-RUNLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO RUNLOG-LINE.
           STRING LW-TIMESTAMP DELIMITED BY SIZE
               " PROGRAMA=" DELIMITED BY SIZE
               LS-PROGRAMA DELIMITED BY SIZE
               " EVENTO=DPS OPERADOR=" DELIMITED BY SIZE
               LW-SESSAO-ID DELIMITED BY SIZE
               INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.
           IF LW-RUNLOG-STATUS NOT = "00"
               DISPLAY "ERRO DE ARQUIVO: RUNLOG-FILE STATUS="
                   LW-RUNLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE RUNLOG-FILE.

                            END PROGRAM CONFERIR-MASCARA.

      *=================================================================
      * Shared masking of one CLIENTE record, for a report printing
      * to an operator without the privacy function: the telephones
      * keep their last four digits, EMAIL keeps only the domain,
      * the birth year and the street are blotted out, CEP keeps its
      * five-digit region and CPF its middle digits. City and UF are
      * left alone - selections and mailings group on them. The
      * record is changed in place, so the caller CALLs this only
      * after every decision taken on the real values and never
      * writes the masked record back to the master.
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. MASCARAR-CLIENTE.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       WORKING-STORAGE                         SECTION.

         77 LW-POS-ARROBA      PIC 9(002) VALUE ZEROS.
         77 LW-DOMINIO         PIC X(040) VALUE SPACES.

       LINKAGE                                 SECTION.

           COPY CLIENTE.
      *=================================================================
       PROCEDURE                      DIVISION USING CLIENTE.

       MAIN-PROCEDURE.
       INICIO.
           IF TELEFONE-RESIDENCIAL NOT = SPACES
               MOVE "******" TO TELEFONE-RESIDENCIAL(1:6)
           END-IF.
           IF TELEFONE-CELULAR NOT = SPACES
               MOVE "******" TO TELEFONE-CELULAR(1:6)
           END-IF.

           IF EMAIL NOT = SPACES
               MOVE ZEROS TO LW-POS-ARROBA
               INSPECT EMAIL TALLYING LW-POS-ARROBA
                   FOR CHARACTERS BEFORE INITIAL "@"
               IF LW-POS-ARROBA < 40
                   MOVE EMAIL(LW-POS-ARROBA + 1:) TO LW-DOMINIO
                   MOVE SPACES TO EMAIL
                   STRING "***" LW-DOMINIO
                       DELIMITED BY SIZE INTO EMAIL
               ELSE
                   MOVE "***" TO EMAIL
               END-IF
           END-IF.

           MOVE "****" TO NASCIMENTO(5:4).

           IF END-LOGRADOURO NOT = SPACES
               MOVE "*****" TO END-LOGRADOURO
           END-IF.
           IF END-CEP NOT = SPACES
               MOVE "***" TO END-CEP(6:3)
           END-IF.
           IF CPF NOT = SPACES
               MOVE "***" TO CPF(1:3)
               MOVE "**" TO CPF(10:2)
           END-IF.
           GOBACK.

                            END PROGRAM MASCARAR-CLIENTE.

      *=================================================================
      * Shared writer for the programs that put their own items on
      * tonight's SALDOS.DAT (standing orders, direct debits) instead
      * of receiving them from the upstream sender. The feed is an
      * envelope - header, transactions, one trailer per currency -
      * so an item cannot just be appended behind the trailers: the
      * caller CALLs this once with "A" to open, once with "G" for
      * each 101-byte transaction record, and once with "F" to
      * close. On "A" a SALDOS.DAT already waiting is checked the
      * way the balance calculator checks it and its header and
      * transactions are copied to SALDOS.TMP; on "F" the trailers
      * are written anew over the combined count and per-currency
      * VALOR hash totals and the lot goes back over SALDOS.DAT.
      * With no SALDOS.DAT waiting - or with one whose sequence
      * number the calculator has already taken from its sender,
      * i.e. a night already posted - a new file is started under
      * the caller's own sender name and its next sequence number
      * on SALDREM.DAT. A waiting file whose envelope does not close
      * is left exactly as it is: LS-LOTE-RESULTADO comes back with
      * the reason and every later "G" and "F" does nothing, so the
      * caller keeps its items for another night instead of hiding
      * a broken transfer under fresh trailers. Nothing is written
      * when the caller closes without having added a single item.
      * A real I/O error stops the run, as the callers themselves do.
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. ACRESCENTAR-LOTE-SALDOS.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT LOTE-FILE ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LW-LOTE-STATUS.

           SELECT LOTETMP-FILE ASSIGN TO "SALDOS.TMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LW-LOTETMP-STATUS.

           SELECT LOTEREM-FILE ASSIGN TO "SALDREM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LW-LOTEREM-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
      * Only the fields the envelope totals need; the record is the
      * calculator's BATCH-REC, header and trailer views included.
       FD  LOTE-FILE.
        01 LOTE-REC.
         05 LOTE-REG-ID PIC X(05).
          88 LOTE-E-HEADER VALUE "HEADR".
          88 LOTE-E-TRAILER VALUE "TRAIL".
         05 LOTE-SALDO PIC 9(10)V99.
         05 LOTE-TIPO PIC X(01).
         05 LOTE-VALOR PIC 9(10)V99.
         05 LOTE-MOEDA PIC X(03).
         05 FILLER PIC X(68).
        01 LOTE-HEADER.
         05 FILLER PIC X(05).
         05 LOTE-HDR-REMETENTE PIC X(08).
         05 LOTE-HDR-DATA PIC 9(08).
         05 LOTE-HDR-SEQ PIC 9(06).
         05 FILLER PIC X(74).
        01 LOTE-TRAILER.
         05 FILLER PIC X(05).
         05 LOTE-TRL-QTD PIC 9(06).
         05 LOTE-TRL-MOEDA PIC X(03).
         05 LOTE-TRL-HASH PIC 9(13)V99.
         05 FILLER PIC X(72).

       FD  LOTETMP-FILE.
        01 LOTETMP-REC PIC X(101).

       FD  LOTEREM-FILE.
        01 LOTEREM-REC.
         05 LOTEREM-REMETENTE PIC X(08).
         05 LOTEREM-ULTIMO-SEQ PIC 9(06).
         05 LOTEREM-DATA-ARQUIVO PIC 9(08).
         05 LOTEREM-DATA-PROCESSO PIC 9(08).
      *=================================================================
       WORKING-STORAGE                         SECTION.

         77 LW-LOTE-STATUS    PIC X(002) VALUE ZEROS.
         77 LW-LOTETMP-STATUS PIC X(002) VALUE ZEROS.
         77 LW-LOTEREM-STATUS PIC X(002) VALUE ZEROS.
         77 LW-ERRO-ARQUIVO   PIC X(020) VALUE SPACES.
         77 LW-ERRO-STATUS    PIC X(002) VALUE ZEROS.
      * F fechado (between runs), A aberto, R recusado: the waiting
      * file did not close and is not touched.
         77 LW-LOTE-SITUACAO  PIC X(001) VALUE "F".
         77 LW-LOTE-NOVO      PIC X(001) VALUE "S".
         77 LW-LOTE-FASE      PIC X(001) VALUE SPACES.
         77 LW-LOTE-MOTIVO    PIC X(060) VALUE SPACES.
         77 LW-LOTE-REMETENTE PIC X(008) VALUE SPACES.
         77 LW-LOTE-SEQ       PIC 9(006) VALUE ZEROS.
         77 LW-LOTE-DATA      PIC 9(008) VALUE ZEROS.
         77 LW-LOTE-ULTIMO-SEQ PIC 9(006) VALUE ZEROS.
         77 LW-LOTE-REM-ACHADO PIC X(001) VALUE "N".
         77 LW-LOTE-QTD       PIC 9(006) VALUE ZEROS.
         77 LW-LOTE-QTD-TRAILER PIC 9(006) VALUE ZEROS.
         77 LW-LOTE-ACRESCIDOS PIC 9(006) VALUE ZEROS.
         77 LW-LOTE-MOEDA     PIC X(003) VALUE SPACES.
         77 LW-LOTE-SLOT      PIC 9(002) VALUE ZEROS.
         77 LW-LOTE-IDX       PIC 9(002) VALUE ZEROS.
         77 LW-LOTE-MOEDAS-USADAS PIC 9(002) VALUE ZEROS.
         77 LW-DATA-PROCESSO  PIC 9(008) VALUE ZEROS.
         01 LW-LOTE-MOEDAS.
           05 LW-LM-ENTRADA OCCURS 10 TIMES.
             10 LW-LM-MOEDA PIC X(003).
             10 LW-LM-HASH-LIDO PIC 9(13)V99.
             10 LW-LM-HASH-TRAILER PIC 9(13)V99.

       LINKAGE                                 SECTION.

      * A abrir, G gravar um item, F fechar.
         01 LS-LOTE-OPERACAO  PIC X(001).
         01 LS-LOTE-REMETENTE PIC X(008).
         01 LS-LOTE-REGISTRO  PIC X(101).
         01 LS-LOTE-RESULTADO PIC X(060).
      *=================================================================
       PROCEDURE                   DIVISION USING LS-LOTE-OPERACAO
                                                 LS-LOTE-REMETENTE
                                                 LS-LOTE-REGISTRO
                                                 LS-LOTE-RESULTADO.

       MAIN-PROCEDURE.
       INICIO.
           MOVE SPACES TO LS-LOTE-RESULTADO.
           EVALUATE LS-LOTE-OPERACAO
               WHEN "A"
                   PERFORM ABRIR-LOTE
               WHEN "G"
                   IF LW-LOTE-SITUACAO = "A"
                       PERFORM GRAVAR-ITEM-LOTE
                   END-IF
               WHEN "F"
                   IF LW-LOTE-SITUACAO = "A"
                       PERFORM FECHAR-LOTE
                   END-IF
           END-EVALUATE.
           IF LW-LOTE-SITUACAO = "R"
               MOVE LW-LOTE-MOTIVO TO LS-LOTE-RESULTADO
           END-IF.
           IF LS-LOTE-OPERACAO = "F"
               MOVE "F" TO LW-LOTE-SITUACAO
           END-IF.
           GOBACK.

       ABRIR-LOTE.
           CALL "OBTER-DATA-PROCESSO" USING LW-DATA-PROCESSO.
           MOVE SPACES TO LW-LOTE-MOTIVO.
           MOVE "S" TO LW-LOTE-NOVO.
           MOVE ZEROS TO LW-LOTE-ACRESCIDOS.
           PERFORM ZERAR-TOTAIS-LOTE.
           OPEN INPUT LOTE-FILE.
           IF LW-LOTE-STATUS = "35"
               CLOSE LOTE-FILE
           ELSE
               IF LW-LOTE-STATUS NOT = "00"
                   MOVE "LOTE-FILE" TO LW-ERRO-ARQUIVO
                   MOVE LW-LOTE-STATUS TO LW-ERRO-STATUS
                   PERFORM TRATAR-ERRO-LOTE
               END-IF
               PERFORM CONFERIR-LOTE-EXISTENTE
               CLOSE LOTE-FILE
               IF LW-LOTE-MOTIVO = SPACES
                   PERFORM CONFERIR-LOTE-JA-PROCESSADO
               END-IF
           END-IF.
           IF LW-LOTE-MOTIVO NOT = SPACES
               MOVE "R" TO LW-LOTE-SITUACAO
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT LOTETMP-FILE.
           IF LW-LOTETMP-STATUS NOT = "00"
               MOVE "LOTETMP-FILE" TO LW-ERRO-ARQUIVO
               MOVE LW-LOTETMP-STATUS TO LW-ERRO-STATUS
               PERFORM TRATAR-ERRO-LOTE
           END-IF.
           IF LW-LOTE-NOVO = "S"
               PERFORM INICIAR-LOTE-NOVO
           ELSE
               PERFORM COPIAR-LOTE-EXISTENTE
           END-IF.
           MOVE "A" TO LW-LOTE-SITUACAO.

       ZERAR-TOTAIS-LOTE.
           MOVE "H" TO LW-LOTE-FASE.
           MOVE ZEROS TO LW-LOTE-QTD.
           MOVE ZEROS TO LW-LOTE-QTD-TRAILER.
           MOVE ZEROS TO LW-LOTE-MOEDAS-USADAS.

       CONFERIR-LOTE-EXISTENTE.
      * Header first, transactions, trailers last, each trailer
      * restating the count read and its currency's VALOR hash - the
      * same envelope rules PROCESSAR-LOTE applies in the balance
      * calculator.
           MOVE "N" TO LW-LOTE-NOVO.
           PERFORM UNTIL LW-LOTE-STATUS = "10"
               READ LOTE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF LW-LOTE-STATUS NOT = "00"
                       AND LW-LOTE-STATUS NOT = "10"
                   MOVE "LOTE-FILE" TO LW-ERRO-ARQUIVO
                   MOVE LW-LOTE-STATUS TO LW-ERRO-STATUS
                   PERFORM TRATAR-ERRO-LOTE
               END-IF
               PERFORM CONFERIR-REGISTRO-LOTE
               IF LW-LOTE-MOTIVO NOT = SPACES
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF LW-LOTE-MOTIVO = SPACES AND LW-LOTE-FASE = "H"
               MOVE "SALDOS.DAT VAZIO - SEM HEADER" TO LW-LOTE-MOTIVO
           END-IF.
           IF LW-LOTE-MOTIVO = SPACES AND LW-LOTE-FASE = "D"
               MOVE "SALDOS.DAT SEM TRAILER - PROVAVEL TRUNCAMENTO"
                   TO LW-LOTE-MOTIVO
           END-IF.
           IF LW-LOTE-MOTIVO = SPACES
               PERFORM VARYING LW-LOTE-IDX FROM 1 BY 1
                       UNTIL LW-LOTE-IDX > LW-LOTE-MOEDAS-USADAS
                       OR LW-LOTE-MOTIVO NOT = SPACES
                   IF LW-LM-HASH-LIDO(LW-LOTE-IDX) NOT =
                           LW-LM-HASH-TRAILER(LW-LOTE-IDX)
                       STRING "TOTAL DE CONTROLE DA MOEDA "
                           LW-LM-MOEDA(LW-LOTE-IDX)
                           " NAO CONFERE COM O TRAILER"
                           DELIMITED BY SIZE INTO LW-LOTE-MOTIVO
                   END-IF
               END-PERFORM
           END-IF.

       CONFERIR-REGISTRO-LOTE.
           EVALUATE TRUE
               WHEN LW-LOTE-FASE = "H"
                   IF LOTE-E-HEADER AND LOTE-HDR-SEQ IS NUMERIC
                           AND LOTE-HDR-DATA IS NUMERIC
                       MOVE LOTE-HDR-REMETENTE TO LW-LOTE-REMETENTE
                       MOVE LOTE-HDR-DATA TO LW-LOTE-DATA
                       MOVE LOTE-HDR-SEQ TO LW-LOTE-SEQ
                       MOVE "D" TO LW-LOTE-FASE
                   ELSE
                       MOVE "SALDOS.DAT SEM HEADER VALIDO NO INICIO"
                           TO LW-LOTE-MOTIVO
                   END-IF
               WHEN LOTE-E-HEADER
                   MOVE "HEADER REPETIDO NO MEIO DO SALDOS.DAT"
                       TO LW-LOTE-MOTIVO
               WHEN LOTE-E-TRAILER
                   MOVE "T" TO LW-LOTE-FASE
                   IF LOTE-TRL-QTD IS NOT NUMERIC
                           OR LOTE-TRL-HASH IS NOT NUMERIC
                       MOVE "TRAILER INVALIDO NO SALDOS.DAT"
                           TO LW-LOTE-MOTIVO
                   ELSE
                       MOVE LOTE-TRL-QTD TO LW-LOTE-QTD-TRAILER
                       MOVE LOTE-TRL-MOEDA TO LW-LOTE-MOEDA
                       PERFORM LOCALIZAR-MOEDA-LOTE
                       IF LW-LOTE-SLOT NOT = ZEROS
                           ADD LOTE-TRL-HASH
                               TO LW-LM-HASH-TRAILER(LW-LOTE-SLOT)
                       END-IF
                       IF LW-LOTE-QTD-TRAILER NOT = LW-LOTE-QTD
                           STRING "TRAILER DECLARA "
                               LW-LOTE-QTD-TRAILER
                               " REGISTROS, LIDOS " LW-LOTE-QTD
                               DELIMITED BY SIZE INTO LW-LOTE-MOTIVO
                       END-IF
                   END-IF
               WHEN LW-LOTE-FASE = "T"
                   MOVE "TRANSACAO DEPOIS DO TRAILER NO SALDOS.DAT"
                       TO LW-LOTE-MOTIVO
               WHEN OTHER
                   ADD 1 TO LW-LOTE-QTD
                   MOVE LOTE-MOEDA TO LW-LOTE-MOEDA
                   PERFORM LOCALIZAR-MOEDA-LOTE
                   IF LW-LOTE-SLOT NOT = ZEROS
                       ADD LOTE-VALOR TO LW-LM-HASH-LIDO(LW-LOTE-SLOT)
                   END-IF
           END-EVALUATE.

       LOCALIZAR-MOEDA-LOTE.
      * A blank MOEDA is BRL, as the posting treats it.
           IF LW-LOTE-MOEDA = SPACES
               MOVE "BRL" TO LW-LOTE-MOEDA
           END-IF.
           MOVE ZEROS TO LW-LOTE-SLOT.
           PERFORM VARYING LW-LOTE-IDX FROM 1 BY 1
                   UNTIL LW-LOTE-IDX > LW-LOTE-MOEDAS-USADAS
                   OR LW-LOTE-SLOT NOT = ZEROS
               IF LW-LM-MOEDA(LW-LOTE-IDX) = LW-LOTE-MOEDA
                   MOVE LW-LOTE-IDX TO LW-LOTE-SLOT
               END-IF
           END-PERFORM.
           IF LW-LOTE-SLOT = ZEROS
               IF LW-LOTE-MOEDAS-USADAS < 10
                   ADD 1 TO LW-LOTE-MOEDAS-USADAS
                   MOVE LW-LOTE-MOEDAS-USADAS TO LW-LOTE-SLOT
                   MOVE LW-LOTE-MOEDA TO LW-LM-MOEDA(LW-LOTE-SLOT)
                   MOVE ZEROS TO LW-LM-HASH-LIDO(LW-LOTE-SLOT)
                   MOVE ZEROS TO LW-LM-HASH-TRAILER(LW-LOTE-SLOT)
               ELSE
                   MOVE "MAIS DE 10 MOEDAS NO SALDOS.DAT"
                       TO LW-LOTE-MOTIVO
               END-IF
           END-IF.

       CONFERIR-LOTE-JA-PROCESSADO.
      * A file the calculator has already taken from its sender is
      * last night's, left in place; it is started over, not added
      * to.
           MOVE LW-LOTE-REMETENTE TO LOTEREM-REMETENTE.
           PERFORM OBTER-ULTIMO-SEQ-LOTE.
           IF LW-LOTE-REM-ACHADO = "S"
                   AND LW-LOTE-SEQ NOT > LW-LOTE-ULTIMO-SEQ
               MOVE "S" TO LW-LOTE-NOVO
           END-IF.

       OBTER-ULTIMO-SEQ-LOTE.
      * Last sequence number accepted from the sender named in
      * LOTEREM-REMETENTE, zero when it has never sent a file.
           MOVE LOTEREM-REMETENTE TO LW-LOTE-REMETENTE.
           MOVE "N" TO LW-LOTE-REM-ACHADO.
           MOVE ZEROS TO LW-LOTE-ULTIMO-SEQ.
           OPEN INPUT LOTEREM-FILE.
           IF LW-LOTEREM-STATUS = "35"
               CLOSE LOTEREM-FILE
           ELSE
               IF LW-LOTEREM-STATUS NOT = "00"
                   MOVE "LOTEREM-FILE" TO LW-ERRO-ARQUIVO
                   MOVE LW-LOTEREM-STATUS TO LW-ERRO-STATUS
                   PERFORM TRATAR-ERRO-LOTE
               END-IF
               PERFORM UNTIL LW-LOTEREM-STATUS = "10"
                   READ LOTEREM-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF LW-LOTEREM-STATUS NOT = "00"
                           AND LW-LOTEREM-STATUS NOT = "10"
                       MOVE "LOTEREM-FILE" TO LW-ERRO-ARQUIVO
                       MOVE LW-LOTEREM-STATUS TO LW-ERRO-STATUS
                       PERFORM TRATAR-ERRO-LOTE
                   END-IF
                   IF LOTEREM-REMETENTE = LW-LOTE-REMETENTE
                       MOVE "S" TO LW-LOTE-REM-ACHADO
                       MOVE LOTEREM-ULTIMO-SEQ TO LW-LOTE-ULTIMO-SEQ
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               CLOSE LOTEREM-FILE
           END-IF.

       INICIAR-LOTE-NOVO.
           PERFORM ZERAR-TOTAIS-LOTE.
           MOVE LS-LOTE-REMETENTE TO LOTEREM-REMETENTE.
           PERFORM OBTER-ULTIMO-SEQ-LOTE.
           MOVE SPACES TO LOTE-HEADER.
           MOVE "HEADR" TO LOTE-REG-ID.
           MOVE LS-LOTE-REMETENTE TO LOTE-HDR-REMETENTE.
           MOVE LW-DATA-PROCESSO TO LOTE-HDR-DATA.
           COMPUTE LOTE-HDR-SEQ = LW-LOTE-ULTIMO-SEQ + 1.
           WRITE LOTETMP-REC FROM LOTE-HEADER.
           IF LW-LOTETMP-STATUS NOT = "00"
               MOVE "LOTETMP-FILE" TO LW-ERRO-ARQUIVO
               MOVE LW-LOTETMP-STATUS TO LW-ERRO-STATUS
               PERFORM TRATAR-ERRO-LOTE
           END-IF.

       COPIAR-LOTE-EXISTENTE.
      * Header and transactions only; the trailers are rewritten on
      * "F" over the totals CONFERIR-LOTE-EXISTENTE already took.
           OPEN INPUT LOTE-FILE.
           IF LW-LOTE-STATUS NOT = "00"
               MOVE "LOTE-FILE" TO LW-ERRO-ARQUIVO
               MOVE LW-LOTE-STATUS TO LW-ERRO-STATUS
               PERFORM TRATAR-ERRO-LOTE
           END-IF.
           PERFORM UNTIL LW-LOTE-STATUS = "10"
               READ LOTE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF LW-LOTE-STATUS NOT = "00"
                       AND LW-LOTE-STATUS NOT = "10"
                   MOVE "LOTE-FILE" TO LW-ERRO-ARQUIVO
                   MOVE LW-LOTE-STATUS TO LW-ERRO-STATUS
                   PERFORM TRATAR-ERRO-LOTE
               END-IF
               IF NOT LOTE-E-TRAILER
                   WRITE LOTETMP-REC FROM LOTE-REC
                   IF LW-LOTETMP-STATUS NOT = "00"
                       MOVE "LOTETMP-FILE" TO LW-ERRO-ARQUIVO
                       MOVE LW-LOTETMP-STATUS TO LW-ERRO-STATUS
                       PERFORM TRATAR-ERRO-LOTE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE LOTE-FILE.

       GRAVAR-ITEM-LOTE.
           MOVE LS-LOTE-REGISTRO TO LOTE-REC.
           MOVE LOTE-MOEDA TO LW-LOTE-MOEDA.
           PERFORM LOCALIZAR-MOEDA-LOTE.
      * An eleventh currency would leave a trailer short; the item
      * is refused back to the caller, the lot itself stays open.
           IF LW-LOTE-SLOT = ZEROS
               MOVE LW-LOTE-MOTIVO TO LS-LOTE-RESULTADO
               MOVE SPACES TO LW-LOTE-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           WRITE LOTETMP-REC FROM LOTE-REC.
           IF LW-LOTETMP-STATUS NOT = "00"
               MOVE "LOTETMP-FILE" TO LW-ERRO-ARQUIVO
               MOVE LW-LOTETMP-STATUS TO LW-ERRO-STATUS
               PERFORM TRATAR-ERRO-LOTE
           END-IF.
           ADD LOTE-VALOR TO LW-LM-HASH-LIDO(LW-LOTE-SLOT).
           ADD 1 TO LW-LOTE-QTD.
           ADD 1 TO LW-LOTE-ACRESCIDOS.

       FECHAR-LOTE.
           IF LW-LOTE-ACRESCIDOS = ZEROS
               CLOSE LOTETMP-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING LW-LOTE-IDX FROM 1 BY 1
                   UNTIL LW-LOTE-IDX > LW-LOTE-MOEDAS-USADAS
               MOVE SPACES TO LOTE-TRAILER
               MOVE "TRAIL" TO LOTE-REG-ID
               MOVE LW-LOTE-QTD TO LOTE-TRL-QTD
               MOVE LW-LM-MOEDA(LW-LOTE-IDX) TO LOTE-TRL-MOEDA
               MOVE LW-LM-HASH-LIDO(LW-LOTE-IDX) TO LOTE-TRL-HASH
               WRITE LOTETMP-REC FROM LOTE-TRAILER
               IF LW-LOTETMP-STATUS NOT = "00"
                   MOVE "LOTETMP-FILE" TO LW-ERRO-ARQUIVO
                   MOVE LW-LOTETMP-STATUS TO LW-ERRO-STATUS
                   PERFORM TRATAR-ERRO-LOTE
               END-IF
           END-PERFORM.
           CLOSE LOTETMP-FILE.

           OPEN INPUT LOTETMP-FILE.
           IF LW-LOTETMP-STATUS NOT = "00"
               MOVE "LOTETMP-FILE" TO LW-ERRO-ARQUIVO
               MOVE LW-LOTETMP-STATUS TO LW-ERRO-STATUS
               PERFORM TRATAR-ERRO-LOTE
           END-IF.
           OPEN OUTPUT LOTE-FILE.
           IF LW-LOTE-STATUS NOT = "00"
               MOVE "LOTE-FILE" TO LW-ERRO-ARQUIVO
               MOVE LW-LOTE-STATUS TO LW-ERRO-STATUS
               PERFORM TRATAR-ERRO-LOTE
           END-IF.
           PERFORM UNTIL LW-LOTETMP-STATUS = "10"
               READ LOTETMP-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF LW-LOTETMP-STATUS NOT = "00"
                       AND LW-LOTETMP-STATUS NOT = "10"
                   MOVE "LOTETMP-FILE" TO LW-ERRO-ARQUIVO
                   MOVE LW-LOTETMP-STATUS TO LW-ERRO-STATUS
                   PERFORM TRATAR-ERRO-LOTE
               END-IF
               WRITE LOTE-REC FROM LOTETMP-REC
               IF LW-LOTE-STATUS NOT = "00"
                   MOVE "LOTE-FILE" TO LW-ERRO-ARQUIVO
                   MOVE LW-LOTE-STATUS TO LW-ERRO-STATUS
                   PERFORM TRATAR-ERRO-LOTE
               END-IF
           END-PERFORM.
           CLOSE LOTETMP-FILE.
           CLOSE LOTE-FILE.

       TRATAR-ERRO-LOTE.
           DISPLAY "ERRO DE ARQUIVO: " LW-ERRO-ARQUIVO
               " STATUS=" LW-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM ACRESCENTAR-LOTE-SALDOS.

      *=================================================================
      * Shared vacation balance: for one employee, the admission
      * date and a reference date, fills the SALDO-FERIAS answer
      * (SALDOFER.CPY) - the periods completed by the reference
      * date, 30 days each, against the F absences on AUSENCIA.DAT
      * counted in calendar days and consumed oldest period first.
      * PROG_AUSMANUT.cbl checks a new vacation booking against it
      * and PROG_FERSALDO.cbl prints it for HR, so both agree on
      * every employee's balance.
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. CALCULAR-SALDO-FERIAS.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT AUSENCIA-FILE ASSIGN TO "AUSENCIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LW-AUSENCIA-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  AUSENCIA-FILE.
        01 AUSENCIA-REC.
         05 AUS-EMP-ID PIC 9(05).
         05 AUS-TIPO PIC X(01).
         05 AUS-INICIO PIC 9(08).
         05 AUS-FIM PIC 9(08).
      *=================================================================
       WORKING-STORAGE                         SECTION.

         77 LW-AUSENCIA-STATUS PIC X(002) VALUE ZEROS.
         77 LW-DIAS-PERIODO    PIC 9(002) VALUE 30.
         77 LW-PERIODO         PIC 9(003) VALUE ZEROS.
         77 LW-ANOS            PIC 9(003) VALUE ZEROS.
         77 LW-ANIVERSARIO     PIC 9(008) VALUE ZEROS.
         77 LW-ANO-ANIV        PIC 9(004) VALUE ZEROS.
         77 LW-LIMITE-JANELA   PIC 9(008) VALUE ZEROS.
         77 LW-A-CONSUMIR      PIC 9(005) VALUE ZEROS.
         77 LW-RESTO-PERIODO   PIC 9(005) VALUE ZEROS.
         77 LW-INT-DIA         PIC 9(007) VALUE ZEROS.

       LINKAGE                                 SECTION.

         01 LS-FER-EMP-ID      PIC 9(005).
         01 LS-FER-ADMISSAO    PIC 9(008).
         01 LS-FER-DATA-REF    PIC 9(008).
           COPY SALDOFER.
      *=================================================================
       PROCEDURE                      DIVISION USING LS-FER-EMP-ID
                                                 LS-FER-ADMISSAO
                                                 LS-FER-DATA-REF
                                                 SALDO-FERIAS.

       MAIN-PROCEDURE.
       INICIO.
           MOVE ZEROS TO SFE-PERIODOS.
           MOVE ZEROS TO SFE-DIAS-ADQUIRIDOS.
           MOVE ZEROS TO SFE-DIAS-GOZADOS.
           MOVE ZEROS TO SFE-SALDO.
           MOVE ZEROS TO SFE-DIAS-VENCIDOS.
           MOVE ZEROS TO SFE-PRAZO.
           MOVE ZEROS TO SFE-PRAZO-DIAS.
           IF LS-FER-ADMISSAO = ZEROS
               GOBACK
           END-IF.

      * A period is acquired on each anniversary of the admission
      * reached by the reference date.
           MOVE 1 TO LW-ANOS.
           PERFORM CALCULAR-ANIVERSARIO.
           PERFORM UNTIL LW-ANIVERSARIO > LS-FER-DATA-REF
                   OR LW-ANOS > 60
               ADD 1 TO SFE-PERIODOS
               ADD LW-DIAS-PERIODO TO SFE-DIAS-ADQUIRIDOS
               ADD 1 TO LW-ANOS
               PERFORM CALCULAR-ANIVERSARIO
           END-PERFORM.

           PERFORM SOMAR-FERIAS-GOZADAS.
           COMPUTE SFE-SALDO = SFE-DIAS-ADQUIRIDOS - SFE-DIAS-GOZADOS.

      * Days taken settle the oldest period first; whatever is left
      * of a period is either already expired or still inside its
      * 12-month window, and the first open one gives the deadline
      * HR must watch.
           MOVE SFE-DIAS-GOZADOS TO LW-A-CONSUMIR.
           PERFORM VARYING LW-PERIODO FROM 1 BY 1
                   UNTIL LW-PERIODO > SFE-PERIODOS
               IF LW-A-CONSUMIR >= LW-DIAS-PERIODO
                   SUBTRACT LW-DIAS-PERIODO FROM LW-A-CONSUMIR
               ELSE
                   COMPUTE LW-RESTO-PERIODO =
                       LW-DIAS-PERIODO - LW-A-CONSUMIR
                   MOVE ZEROS TO LW-A-CONSUMIR
                   COMPUTE LW-ANOS = LW-PERIODO + 1
                   PERFORM CALCULAR-ANIVERSARIO
                   COMPUTE LW-INT-DIA =
                       FUNCTION INTEGER-OF-DATE(LW-ANIVERSARIO) - 1
                   COMPUTE LW-LIMITE-JANELA =
                       FUNCTION DATE-OF-INTEGER(LW-INT-DIA)
                   IF LW-LIMITE-JANELA < LS-FER-DATA-REF
                       ADD LW-RESTO-PERIODO TO SFE-DIAS-VENCIDOS
                   ELSE
                       IF SFE-PRAZO = ZEROS
                           MOVE LW-LIMITE-JANELA TO SFE-PRAZO
                           MOVE LW-RESTO-PERIODO TO SFE-PRAZO-DIAS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           GOBACK.

       CALCULAR-ANIVERSARIO.
      * Admission plus LW-ANOS years; a 29 February admission has
      * its anniversary on the 28th in the years without one.
           MOVE LS-FER-ADMISSAO(1:4) TO LW-ANO-ANIV.
           ADD LW-ANOS TO LW-ANO-ANIV.
           MOVE LS-FER-ADMISSAO TO LW-ANIVERSARIO.
           MOVE LW-ANO-ANIV TO LW-ANIVERSARIO(1:4).
           IF FUNCTION TEST-DATE-YYYYMMDD(LW-ANIVERSARIO) NOT = 0
               SUBTRACT 1 FROM LW-ANIVERSARIO
           END-IF.

       SOMAR-FERIAS-GOZADAS.
      * Every F absence on file counts, the ones still ahead
      * included - a booked vacation is already spoken for.
           OPEN INPUT AUSENCIA-FILE.
           IF LW-AUSENCIA-STATUS = "35"
               CLOSE AUSENCIA-FILE
               EXIT PARAGRAPH
           END-IF.
           IF LW-AUSENCIA-STATUS NOT = "00"
               DISPLAY "ERRO DE ARQUIVO: AUSENCIA-FILE STATUS="
                   LW-AUSENCIA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL LW-AUSENCIA-STATUS = "10"
               READ AUSENCIA-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF LW-AUSENCIA-STATUS NOT = "00"
                       AND LW-AUSENCIA-STATUS NOT = "10"
                   DISPLAY "ERRO DE ARQUIVO: AUSENCIA-FILE STATUS="
                       LW-AUSENCIA-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF AUS-EMP-ID = LS-FER-EMP-ID AND AUS-TIPO = "F"
                       AND AUS-INICIO >= LS-FER-ADMISSAO
                       AND AUS-FIM >= AUS-INICIO
                   COMPUTE SFE-DIAS-GOZADOS = SFE-DIAS-GOZADOS
                       + FUNCTION INTEGER-OF-DATE(AUS-FIM)
                       - FUNCTION INTEGER-OF-DATE(AUS-INICIO) + 1
               END-IF
           END-PERFORM.
           CLOSE AUSENCIA-FILE.

                            END PROGRAM CALCULAR-SALDO-FERIAS.

      *=================================================================
      * Shared measure lookup: for one measure code, answers the
      * name and unit on the MEDIDA.DAT master and whether the
      * measure is open for entry - A ativa, I inativa (history
      * only), N nao cadastrada. A brand-new installation is seeded
      * with the three counts operations keeps, pieces first since
      * every figure keyed before measures existed is a piece
      * count. Every program that keys, loads, closes or reports a
      * TABELA.DAT measure CALLs this instead of reading the master
      * itself.
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. OBTER-MEDIDA.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT MEDIDA-FILE ASSIGN TO "MEDIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LW-MEDIDA-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  MEDIDA-FILE.
           COPY MEDIDA.
      *=================================================================
       WORKING-STORAGE                         SECTION.

         77 LW-MEDIDA-STATUS PIC X(002) VALUE ZEROS.

       LINKAGE                                 SECTION.

         01 LS-MEDIDA-CODIGO   PIC 9(002).
         01 LS-MEDIDA-NOME     PIC X(020).
         01 LS-MEDIDA-UNIDADE  PIC X(005).
         01 LS-MEDIDA-SITUACAO PIC X(001).
      *=================================================================
       PROCEDURE                               DIVISION USING
           LS-MEDIDA-CODIGO LS-MEDIDA-NOME LS-MEDIDA-UNIDADE
           LS-MEDIDA-SITUACAO.

       MAIN-PROCEDURE.
       INICIO.
           MOVE SPACES TO LS-MEDIDA-NOME.
           MOVE SPACES TO LS-MEDIDA-UNIDADE.
           MOVE "N" TO LS-MEDIDA-SITUACAO.
           OPEN INPUT MEDIDA-FILE.
           IF LW-MEDIDA-STATUS = "35"
               PERFORM CRIAR-MEDIDA-PADRAO
               OPEN INPUT MEDIDA-FILE
           END-IF.
           IF LW-MEDIDA-STATUS NOT = "00"
               DISPLAY "ERRO DE ARQUIVO: MEDIDA-FILE STATUS="
                   LW-MEDIDA-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL LW-MEDIDA-STATUS = "10"
               READ MEDIDA-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF LW-MEDIDA-STATUS NOT = "00"
                   DISPLAY "ERRO DE ARQUIVO: MEDIDA-FILE STATUS="
                       LW-MEDIDA-STATUS
                   CLOSE MEDIDA-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               IF MED-CODIGO = LS-MEDIDA-CODIGO
                   MOVE MED-NOME TO LS-MEDIDA-NOME
                   MOVE MED-UNIDADE TO LS-MEDIDA-UNIDADE
                   IF MED-ATIVA = "N"
                       MOVE "I" TO LS-MEDIDA-SITUACAO
                   ELSE
                       MOVE "A" TO LS-MEDIDA-SITUACAO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE MEDIDA-FILE.
           GOBACK.

       CRIAR-MEDIDA-PADRAO.
           OPEN OUTPUT MEDIDA-FILE.
           IF LW-MEDIDA-STATUS NOT = "00"
               DISPLAY "ERRO DE ARQUIVO: MEDIDA-FILE STATUS="
                   LW-MEDIDA-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 01 TO MED-CODIGO.
           MOVE "PECAS PROCESSADAS" TO MED-NOME.
           MOVE "UN" TO MED-UNIDADE.
           MOVE "S" TO MED-ATIVA.
           WRITE MEDIDA-REC.
           MOVE 02 TO MED-CODIGO.
           MOVE "PESO" TO MED-NOME.
           MOVE "KG" TO MED-UNIDADE.
           MOVE "S" TO MED-ATIVA.
           WRITE MEDIDA-REC.
           MOVE 03 TO MED-CODIGO.
           MOVE "DEVOLUCOES" TO MED-NOME.
           MOVE "UN" TO MED-UNIDADE.
           MOVE "S" TO MED-ATIVA.
           WRITE MEDIDA-REC.
           CLOSE MEDIDA-FILE.

                            END PROGRAM OBTER-MEDIDA.

      *=================================================================
      * Shared audit-log seal: the seal of a line is a running
      * remainder, modulo the prime 999999999989, over the seal of
      * the line before it and then every byte of this line's own
      * text (first LS-TAMANHO bytes). Changing, inserting or
      * removing any line therefore changes every seal after it.
      * SELAR-LINHA-LOG stamps it on the way in and PROG_LOGVERIF
      * recomputes it on the way through.
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. CALCULAR-SELO-LOG.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       WORKING-STORAGE                         SECTION.

         77 LW-POS             PIC 9(003) VALUE ZEROS.

       LINKAGE                                 SECTION.

         01 LS-SELO-ANTERIOR   PIC 9(012).
         01 LS-LINHA           PIC X(500).
         01 LS-TAMANHO         PIC 9(003).
         01 LS-SELO            PIC 9(012).
      *=================================================================
       PROCEDURE                      DIVISION USING LS-SELO-ANTERIOR
                                                 LS-LINHA
                                                 LS-TAMANHO
                                                 LS-SELO.

       MAIN-PROCEDURE.
       INICIO.
           MOVE LS-SELO-ANTERIOR TO LS-SELO.
           PERFORM VARYING LW-POS FROM 1 BY 1
                   UNTIL LW-POS > LS-TAMANHO
               COMPUTE LS-SELO = FUNCTION MOD(LS-SELO * 131
                   + FUNCTION ORD(LS-LINHA(LW-POS:1)), 999999999989)
           END-PERFORM.
           GOBACK.

                            END PROGRAM CALCULAR-SELO-LOG.

      *=================================================================
      * Shared audit-log sealer. CLIAUDIT.LOG, CENTROAUDIT.LOG,
      * HORAPROV.LOG and TABIMP.LOG could be edited by anyone with
      * file access without a trace, so every writer now CALLs this
      * in mode "G" with the line it is about to WRITE: the line's
      * seal, chained on the seal of the last line already on the
      * log, is stamped as " SELO=" and twelve digits just past the
      * line's text (the records are 20 bytes wider for it). The
      * log is read through for its last seal on every CALL: the
      * batch writers append to these logs without a lock while
      * PROG_MENU keeps this module loaded, so a seal remembered
      * from an earlier CALL may no longer be the log's last one,
      * and chaining from it would show as a break. The writer
      * still owns the WRITE, so it has to put each sealed line on
      * disk before asking for the next seal: every writer that
      * keeps its log open across several lines closes it and
      * reopens it EXTEND right after each sealed WRITE. A program
      * that rewrites a log on purpose - period cutover,
      * anonymization, the retention purge - CALLs mode "R"
      * afterwards: the chain is rebuilt over what is left and the
      * log's companion .CTL control file restamped, so
      * PROG_LOGVERIF sees the rewrite as the new starting point
      * instead of a break. Logs not in the list below are left
      * alone.
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. SELAR-LINHA-LOG.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO LW-NOME-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LW-LOG-STATUS.

           SELECT SELTMP-FILE ASSIGN TO "SELO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LW-SELTMP-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  LOG-FILE.
        01 LOG-REC PIC X(500).

       FD  SELTMP-FILE.
        01 SELTMP-REC PIC X(500).
      *=================================================================
       WORKING-STORAGE                         SECTION.

         77 LW-LOG-STATUS      PIC X(002) VALUE ZEROS.
         77 LW-SELTMP-STATUS   PIC X(002) VALUE ZEROS.
         77 LW-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
         77 LW-ERRO-STATUS     PIC X(002) VALUE ZEROS.
         77 LW-NOME-LOG        PIC X(030) VALUE SPACES.
         77 LW-NOME-CONTROLE   PIC X(030) VALUE SPACES.
         77 LW-POS-PONTO       PIC 9(002) VALUE ZEROS.
         77 LW-TAMANHO         PIC 9(003) VALUE ZEROS.
         77 LW-SELO-ANTERIOR   PIC 9(012) VALUE ZEROS.
         77 LW-SELO            PIC 9(012) VALUE ZEROS.
         77 LW-LINHA           PIC X(500) VALUE SPACES.
         77 LW-QTD-LINHAS      PIC 9(009) VALUE ZEROS.
         77 LW-HASH            PIC 9(015) VALUE ZEROS.

        01 LW-AREA-SELO.
         05 FILLER             PIC X(006) VALUE " SELO=".
         05 LW-AREA-SELO-NUM   PIC 9(012).

       LINKAGE                                 SECTION.

         01 LS-MODO            PIC X(001).
         01 LS-ARQUIVO         PIC X(030).
         01 LS-LINHA           PIC X(500).
      *=================================================================
       PROCEDURE                      DIVISION USING LS-MODO
                                                 LS-ARQUIVO
                                                 LS-LINHA.

       MAIN-PROCEDURE.
       INICIO.
      * Width of each sealed log's text, the seal sitting right
      * after it; PROG_LOGVERIF.cbl carries the same list.
           EVALUATE LS-ARQUIVO
               WHEN "CLIAUDIT.LOG"
                   MOVE 480 TO LW-TAMANHO
               WHEN "CENTROAUDIT.LOG"
                   MOVE 120 TO LW-TAMANHO
               WHEN "HORAPROV.LOG"
                   MOVE 170 TO LW-TAMANHO
               WHEN "TABIMP.LOG"
                   MOVE 120 TO LW-TAMANHO
               WHEN OTHER
                   MOVE ZEROS TO LW-TAMANHO
           END-EVALUATE.
           IF LW-TAMANHO = ZEROS
               GOBACK
           END-IF.
           MOVE LS-ARQUIVO TO LW-NOME-LOG.

           EVALUATE LS-MODO
               WHEN "G"
                   PERFORM SELAR-LINHA
               WHEN "R"
                   PERFORM RESELAR-LOG
           END-EVALUATE.
           GOBACK.

       SELAR-LINHA.
           PERFORM OBTER-ULTIMO-SELO.
           MOVE SPACES TO LS-LINHA(LW-TAMANHO + 1:20).
           CALL "CALCULAR-SELO-LOG" USING LW-SELO-ANTERIOR LS-LINHA
               LW-TAMANHO LW-SELO.
           MOVE LW-SELO TO LW-AREA-SELO-NUM.
           MOVE LW-AREA-SELO TO LS-LINHA(LW-TAMANHO + 1:18).

       OBTER-ULTIMO-SELO.
      * Lines from before the seal carry none; the chain starts
      * from zero after them.
           MOVE ZEROS TO LW-SELO-ANTERIOR.
           OPEN INPUT LOG-FILE.
           IF LW-LOG-STATUS NOT = "35"
               IF LW-LOG-STATUS NOT = "00"
                   MOVE "LOG-FILE" TO LW-ERRO-ARQUIVO
                   MOVE LW-LOG-STATUS TO LW-ERRO-STATUS
                   PERFORM TRATAR-ERRO-SELO
               END-IF
               PERFORM UNTIL LW-LOG-STATUS = "10"
                   READ LOG-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF LW-LOG-STATUS NOT = "00"
                           AND LW-LOG-STATUS NOT = "10"
                       MOVE "LOG-FILE" TO LW-ERRO-ARQUIVO
                       MOVE LW-LOG-STATUS TO LW-ERRO-STATUS
                       PERFORM TRATAR-ERRO-SELO
                   END-IF
                   IF LOG-REC(LW-TAMANHO + 1:6) = " SELO="
                           AND LOG-REC(LW-TAMANHO + 7:12) IS NUMERIC
                       MOVE LOG-REC(LW-TAMANHO + 7:12)
                           TO LW-SELO-ANTERIOR
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE LOG-FILE.

       RESELAR-LOG.
           MOVE ZEROS TO LW-SELO-ANTERIOR.
           MOVE ZEROS TO LW-QTD-LINHAS.
           OPEN INPUT LOG-FILE.
           IF LW-LOG-STATUS = "35"
               CLOSE LOG-FILE
               EXIT PARAGRAPH
           END-IF.
           IF LW-LOG-STATUS NOT = "00"
               MOVE "LOG-FILE" TO LW-ERRO-ARQUIVO
               MOVE LW-LOG-STATUS TO LW-ERRO-STATUS
               PERFORM TRATAR-ERRO-SELO
           END-IF.
           OPEN OUTPUT SELTMP-FILE.
           IF LW-SELTMP-STATUS NOT = "00"
               MOVE "SELTMP-FILE" TO LW-ERRO-ARQUIVO
               MOVE LW-SELTMP-STATUS TO LW-ERRO-STATUS
               PERFORM TRATAR-ERRO-SELO
           END-IF.
           PERFORM UNTIL LW-LOG-STATUS = "10"
               READ LOG-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF LW-LOG-STATUS NOT = "00"
                       AND LW-LOG-STATUS NOT = "10"
                   MOVE "LOG-FILE" TO LW-ERRO-ARQUIVO
                   MOVE LW-LOG-STATUS TO LW-ERRO-STATUS
                   PERFORM TRATAR-ERRO-SELO
               END-IF
               MOVE LOG-REC TO LW-LINHA
               MOVE SPACES TO LW-LINHA(LW-TAMANHO + 1:)
               CALL "CALCULAR-SELO-LOG" USING LW-SELO-ANTERIOR
                   LW-LINHA LW-TAMANHO LW-SELO
               MOVE LW-SELO TO LW-AREA-SELO-NUM
               MOVE LW-AREA-SELO TO LW-LINHA(LW-TAMANHO + 1:18)
               WRITE SELTMP-REC FROM LW-LINHA
               IF LW-SELTMP-STATUS NOT = "00"
                   MOVE "SELTMP-FILE" TO LW-ERRO-ARQUIVO
                   MOVE LW-SELTMP-STATUS TO LW-ERRO-STATUS
                   PERFORM TRATAR-ERRO-SELO
               END-IF
               MOVE LW-SELO TO LW-SELO-ANTERIOR
               ADD 1 TO LW-QTD-LINHAS
           END-PERFORM.
           CLOSE LOG-FILE.
           CLOSE SELTMP-FILE.

           OPEN INPUT SELTMP-FILE.
           IF LW-SELTMP-STATUS NOT = "00"
               MOVE "SELTMP-FILE" TO LW-ERRO-ARQUIVO
               MOVE LW-SELTMP-STATUS TO LW-ERRO-STATUS
               PERFORM TRATAR-ERRO-SELO
           END-IF.
           OPEN OUTPUT LOG-FILE.
           IF LW-LOG-STATUS NOT = "00"
               MOVE "LOG-FILE" TO LW-ERRO-ARQUIVO
               MOVE LW-LOG-STATUS TO LW-ERRO-STATUS
               PERFORM TRATAR-ERRO-SELO
           END-IF.
           PERFORM UNTIL LW-SELTMP-STATUS = "10"
               READ SELTMP-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF LW-SELTMP-STATUS NOT = "00"
                       AND LW-SELTMP-STATUS NOT = "10"
                   MOVE "SELTMP-FILE" TO LW-ERRO-ARQUIVO
                   MOVE LW-SELTMP-STATUS TO LW-ERRO-STATUS
                   PERFORM TRATAR-ERRO-SELO
               END-IF
               WRITE LOG-REC FROM SELTMP-REC
               IF LW-LOG-STATUS NOT = "00"
                   MOVE "LOG-FILE" TO LW-ERRO-ARQUIVO
                   MOVE LW-LOG-STATUS TO LW-ERRO-STATUS
                   PERFORM TRATAR-ERRO-SELO
               END-IF
           END-PERFORM.
           CLOSE SELTMP-FILE.
           CLOSE LOG-FILE.

      * Same companion control file PROG_LOGVERIF stamps nightly:
      * the line count and the last seal.
           MOVE ZEROS TO LW-POS-PONTO.
           INSPECT LW-NOME-LOG TALLYING LW-POS-PONTO
               FOR CHARACTERS BEFORE INITIAL ".".
           MOVE SPACES TO LW-NOME-CONTROLE.
           STRING LW-NOME-LOG(1:LW-POS-PONTO) DELIMITED BY SPACE
               ".CTL" DELIMITED BY SIZE
               INTO LW-NOME-CONTROLE.
           MOVE LW-SELO-ANTERIOR TO LW-HASH.
           CALL "GRAVAR-CONTROLE-MASTER" USING LW-NOME-CONTROLE
               LW-QTD-LINHAS LW-HASH.
           DISPLAY LW-NOME-LOG " RESELADO - " LW-QTD-LINHAS " LINHAS".

       TRATAR-ERRO-SELO.
      * Any FILE STATUS other than 00 (success), 10 (end of file) or
      * 35 (not found, already handled above) means a real I/O
      * problem; log which file and status code and stop instead of
      * pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " LW-ERRO-ARQUIVO
               " STATUS=" LW-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM SELAR-LINHA-LOG.

      *=================================================================
      * Shared effective-function lookup: for one operator's four
      * legacy permission bytes (CLI/QTD/CEN/OPE, the OPERPERM
      * layout) and profile, answers which function letters the
      * operator holds - LS-FUNCOES position 1 is A, 26 is Z, S or
      * N each - exactly as CONFERIR-PERMISSAO in VALIDAR-OPERADOR
      * would answer them at sign-on. The segregation-of-duties
      * checks CALL this so that they judge what the operator can
      * really do, not what the prompts said.
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. OBTER-FUNCOES-OPERADOR.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT PERFIL-FILE ASSIGN TO "PERFIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LW-PERFIL-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  PERFIL-FILE.
        01 PERFIL-REC.
         05 PF-PERFIL PIC X(10).
         05 PF-FUNCAO PIC X(01).
      *=================================================================
       WORKING-STORAGE                         SECTION.

         77 LW-PERFIL-STATUS   PIC X(002) VALUE ZEROS.
         77 LW-ALFABETO        PIC X(026)
                               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         77 LW-LISTADAS        PIC X(026) VALUE SPACES.
         77 LW-POS             PIC 9(002) VALUE ZEROS.

       LINKAGE                                 SECTION.

         01 LS-PERMISSOES      PIC X(004).
         01 LS-PERFIL          PIC X(010).
         01 LS-FUNCOES         PIC X(026).
      *=================================================================
       PROCEDURE                      DIVISION USING LS-PERMISSOES
                                                 LS-PERFIL
                                                 LS-FUNCOES.

       MAIN-PROCEDURE.
       INICIO.
           MOVE ALL "N" TO LS-FUNCOES.
           IF LS-PERFIL = SPACES
               PERFORM FUNCOES-LEGADAS
           ELSE
               PERFORM FUNCOES-DO-PERFIL
           END-IF.
           GOBACK.

       FUNCOES-LEGADAS.
      * The legacy bytes, letter by letter, as CONFERIR-PERMISSAO
      * maps them; a letter no byte governs is open to any legacy
      * operator.
           PERFORM VARYING LW-POS FROM 1 BY 1 UNTIL LW-POS > 26
               EVALUATE LW-ALFABETO(LW-POS:1)
                   WHEN "C"
                       MOVE LS-PERMISSOES(1:1) TO LS-FUNCOES(LW-POS:1)
                   WHEN "Q"
                   WHEN "F"
                       MOVE LS-PERMISSOES(2:1) TO LS-FUNCOES(LW-POS:1)
                   WHEN "D"
                       MOVE LS-PERMISSOES(3:1) TO LS-FUNCOES(LW-POS:1)
                   WHEN "O"
                   WHEN "P"
                   WHEN "K"
                   WHEN "L"
                   WHEN "V"
                       MOVE LS-PERMISSOES(4:1) TO LS-FUNCOES(LW-POS:1)
                   WHEN OTHER
                       MOVE "S" TO LS-FUNCOES(LW-POS:1)
               END-EVALUATE
               IF LS-FUNCOES(LW-POS:1) NOT = "S"
                   MOVE "N" TO LS-FUNCOES(LW-POS:1)
               END-IF
           END-PERFORM.

       FUNCOES-DO-PERFIL.
      * Every PERFIL.DAT line of the role grants its letter. A year
      * close F or approval V that no role lists yet follows Q or O,
      * as CONFERIR-PERFIL does. With no PERFIL.DAT at all nothing
      * about the role can be vouched for, so it is taken to hold
      * every letter and any check errs on the side of the conflict.
           OPEN INPUT PERFIL-FILE.
           IF LW-PERFIL-STATUS = "35"
               MOVE ALL "S" TO LS-FUNCOES
               EXIT PARAGRAPH
           END-IF.
           IF LW-PERFIL-STATUS NOT = "00"
               DISPLAY "ERRO DE ARQUIVO: PERFIL-FILE STATUS="
                   LW-PERFIL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ALL "N" TO LW-LISTADAS.
           PERFORM UNTIL LW-PERFIL-STATUS = "10"
               READ PERFIL-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF LW-PERFIL-STATUS NOT = "00"
                   DISPLAY "ERRO DE ARQUIVO: PERFIL-FILE STATUS="
                       LW-PERFIL-STATUS
                   CLOSE PERFIL-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM VARYING LW-POS FROM 1 BY 1 UNTIL LW-POS > 26
                   IF LW-ALFABETO(LW-POS:1) = PF-FUNCAO
                       MOVE "S" TO LW-LISTADAS(LW-POS:1)
                       IF PF-PERFIL = LS-PERFIL
                           MOVE "S" TO LS-FUNCOES(LW-POS:1)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE PERFIL-FILE.
      * F is letter 6 and Q letter 17; V is letter 22 and O letter 15.
           IF LW-LISTADAS(6:1) = "N"
               MOVE LS-FUNCOES(17:1) TO LS-FUNCOES(6:1)
           END-IF.
           IF LW-LISTADAS(22:1) = "N"
               MOVE LS-FUNCOES(15:1) TO LS-FUNCOES(22:1)
           END-IF.

                            END PROGRAM OBTER-FUNCOES-OPERADOR.

      *=================================================================
      * Shared segregation-of-duties check: given the function
      * letters an operator holds (as OBTER-FUNCOES-OPERADOR answers
      * them, or the union over several IDs of one person), lists
      * every CONFLITO.DAT pair the operator covers - up to ten,
      * with the count of all of them. A brand-new installation is
      * seeded with the two pairs the shop requires kept apart:
      * quantities against the year close, operator maintenance
      * against the approval queue.
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. CONFERIR-CONFLITOS.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CONFLITO-FILE ASSIGN TO "CONFLITO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LW-CONFLITO-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  CONFLITO-FILE.
           COPY CONFLITO.
      *=================================================================
       WORKING-STORAGE                         SECTION.

         77 LW-CONFLITO-STATUS PIC X(002) VALUE ZEROS.
         77 LW-ALFABETO        PIC X(026)
                               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         77 LW-POS             PIC 9(002) VALUE ZEROS.
         77 LW-LETRA           PIC X(001) VALUE SPACE.
         77 LW-TEM-LETRA       PIC X(001) VALUE "N".
         77 LW-TEM-A           PIC X(001) VALUE "N".

       LINKAGE                                 SECTION.

         01 LS-FUNCOES         PIC X(026).
         01 LS-CONFLITOS.
          05 LS-QTD-CONFLITOS  PIC 9(002).
          05 LS-CONFLITO OCCURS 10 TIMES.
           10 LS-CNF-FUNCAO-A  PIC X(001).
           10 LS-CNF-FUNCAO-B  PIC X(001).
           10 LS-CNF-DESCRICAO PIC X(040).
      *=================================================================
       PROCEDURE                      DIVISION USING LS-FUNCOES
                                                 LS-CONFLITOS.

       MAIN-PROCEDURE.
       INICIO.
           MOVE ZEROS TO LS-QTD-CONFLITOS.
           OPEN INPUT CONFLITO-FILE.
           IF LW-CONFLITO-STATUS = "35"
               PERFORM CRIAR-CONFLITO-PADRAO
               OPEN INPUT CONFLITO-FILE
           END-IF.
           IF LW-CONFLITO-STATUS NOT = "00"
               DISPLAY "ERRO DE ARQUIVO: CONFLITO-FILE STATUS="
                   LW-CONFLITO-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL LW-CONFLITO-STATUS = "10"
               READ CONFLITO-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF LW-CONFLITO-STATUS NOT = "00"
                   DISPLAY "ERRO DE ARQUIVO: CONFLITO-FILE STATUS="
                       LW-CONFLITO-STATUS
                   CLOSE CONFLITO-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE CNF-FUNCAO-A TO LW-LETRA
               PERFORM CONFERIR-LETRA
               MOVE LW-TEM-LETRA TO LW-TEM-A
               MOVE CNF-FUNCAO-B TO LW-LETRA
               PERFORM CONFERIR-LETRA
               IF LW-TEM-A = "S" AND LW-TEM-LETRA = "S"
                   PERFORM ANOTAR-CONFLITO
               END-IF
           END-PERFORM.
           CLOSE CONFLITO-FILE.
           GOBACK.

       CONFERIR-LETRA.
      * A blank or non-letter column on the matrix never matches.
           MOVE "N" TO LW-TEM-LETRA.
           PERFORM VARYING LW-POS FROM 1 BY 1 UNTIL LW-POS > 26
               IF LW-ALFABETO(LW-POS:1) = LW-LETRA
                   MOVE LS-FUNCOES(LW-POS:1) TO LW-TEM-LETRA
               END-IF
           END-PERFORM.

       ANOTAR-CONFLITO.
           IF LS-QTD-CONFLITOS < 99
               ADD 1 TO LS-QTD-CONFLITOS
           END-IF.
           IF LS-QTD-CONFLITOS NOT > 10
               MOVE CNF-FUNCAO-A TO LS-CNF-FUNCAO-A(LS-QTD-CONFLITOS)
               MOVE CNF-FUNCAO-B TO LS-CNF-FUNCAO-B(LS-QTD-CONFLITOS)
               MOVE CNF-DESCRICAO
                   TO LS-CNF-DESCRICAO(LS-QTD-CONFLITOS)
           END-IF.

       CRIAR-CONFLITO-PADRAO.
           OPEN OUTPUT CONFLITO-FILE.
           IF LW-CONFLITO-STATUS NOT = "00"
               DISPLAY "ERRO DE ARQUIVO: CONFLITO-FILE STATUS="
                   LW-CONFLITO-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO CONFLITO-REC.
           MOVE "Q" TO CNF-FUNCAO-A.
           MOVE "F" TO CNF-FUNCAO-B.
           MOVE "DIGITAR QUANTIDADES E FECHAR O ANO"
               TO CNF-DESCRICAO.
           WRITE CONFLITO-REC.
           MOVE "O" TO CNF-FUNCAO-A.
           MOVE "V" TO CNF-FUNCAO-B.
           MOVE "MANTER OPERADORES E APROVAR PENDENCIAS"
               TO CNF-DESCRICAO.
           WRITE CONFLITO-REC.
           CLOSE CONFLITO-FILE.

                            END PROGRAM CONFERIR-CONFLITOS.
