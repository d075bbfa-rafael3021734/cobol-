      ******************************************************************
      * Author:Rafael FErreira
      * Date: 15/10/2026
      * Purpose: Segregation-of-duties report over the OPERADOR.DAT
      *          operator master: for every operator the functions
      *          really held - profile lines on PERFIL.DAT, or the
      *          legacy permission bytes for one without a profile
      *          (OBTER-FUNCOES-OPERADOR) - are held against the
      *          CONFLITO.DAT matrix of incompatible function pairs
      *          (CONFERIR-CONFLITOS), and every operator covering
      *          both sides of a pair is listed with the pairs hit.
      *          A conflict granted through an approved SODEXCEC
      *          exception on PENDAPRV.DAT is shown with the
      *          exception's number, approver and date, provided the
      *          operator still holds exactly what was approved.
      *          IDs sharing one name are taken as one person and
      *          their functions pooled, so a conflict split across
      *          two IDs of the same person shows as well. Any
      *          conflict without an exception ends the run with RC 4
      *          and a medium alert. The findings go to SEGREG.TXT.
      * Tectonics: cobc
      ******************************************************************
      *=================================================================
       IDENTIFICATION                          DIVISION.

       PROGRAM-ID. PROG_SEGREG.

      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERADOR-STATUS.

           SELECT APRV-FILE ASSIGN TO "PENDAPRV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APRV-STATUS.

           SELECT SEGREG-REPORT ASSIGN TO "SEGREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  OPERADOR-FILE.
           COPY OPERADOR.

       FD  APRV-FILE.
           COPY PENDAPRV.

       FD  SEGREG-REPORT.
        01 SEGREG-LINE PIC X(132).

      *=================================================================
       WORKING-STORAGE                         SECTION.

        77 WS-OPERADOR-STATUS PIC X(02) VALUE ZEROS.
        77 WS-APRV-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS   PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "SEGREG.TXT".
        77 WS-ERRO-ARQUIVO    PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS     PIC X(02) VALUE ZEROS.
        77 WS-RETURN-CODE     PIC 9(02) VALUE ZEROS.
        77 WS-DATA-PROCESSO   PIC 9(08) VALUE ZEROS.
        77 WS-RUNLOG-PROGRAMA PIC X(012) VALUE "PROG_SEGREG".
        77 WS-RUNLOG-EVENTO   PIC X(003) VALUE SPACES.
        77 WS-RUNLOG-LIDOS    PIC 9(006) VALUE ZEROS.
        77 WS-RUNLOG-GRAVADOS PIC 9(006) VALUE ZEROS.
        77 WS-ALERTA-SEVERIDADE PIC X(001) VALUE "M".
        77 WS-ALERTA-MENSAGEM PIC X(060) VALUE SPACES.

        77 WS-PERMISSOES      PIC X(04) VALUE SPACES.
        77 WS-FUNCOES         PIC X(26) VALUE SPACES.
        77 WS-IDX-CONFLITO    PIC 9(02) VALUE ZEROS.
        77 WS-IDX-EXCECAO     PIC 9(03) VALUE ZEROS.
        77 WS-IDX-PESSOA      PIC 9(03) VALUE ZEROS.
        77 WS-IDX-ID          PIC 9(02) VALUE ZEROS.
        77 WS-POS             PIC 9(02) VALUE ZEROS.
        77 WS-ACHOU           PIC X(01) VALUE "N".
        77 WS-QTD-OPER-CONFLITO PIC 9(04) VALUE ZEROS.
        77 WS-QTD-PESSOA-CONFLITO PIC 9(04) VALUE ZEROS.
        77 WS-QTD-SEM-EXCECAO PIC 9(04) VALUE ZEROS.
        77 WS-PESSOAS-ESTOURO PIC X(01) VALUE "N".

      * Same layout CONFERIR-CONFLITOS answers in.
        01 WS-CONFLITOS.
         05 WS-QTD-CONFLITOS  PIC 9(02) VALUE ZEROS.
         05 WS-CONFLITO OCCURS 10 TIMES.
          10 WS-CNF-FUNCAO-A  PIC X(01).
          10 WS-CNF-FUNCAO-B  PIC X(01).
          10 WS-CNF-DESCRICAO PIC X(40).

      * Approved SODEXCEC exceptions, latest per operator: what was
      * approved (the OPERPERM layout, four bytes and the profile),
      * by whom and when.
        01 WS-TAB-EXCECOES.
         05 WS-QTD-EXCECOES   PIC 9(03) VALUE ZEROS.
         05 WS-EXCECAO OCCURS 200 TIMES.
          10 WS-EXC-OPERADOR  PIC X(08).
          10 WS-EXC-DADOS     PIC X(14).
          10 WS-EXC-SEQ       PIC 9(06).
          10 WS-EXC-APROVADOR PIC X(08).
          10 WS-EXC-DATA      PIC 9(08).

      * One entry per operator name: the IDs under it and the pooled
      * functions of all of them.
        01 WS-TAB-PESSOAS.
         05 WS-QTD-PESSOAS    PIC 9(03) VALUE ZEROS.
         05 WS-PESSOA OCCURS 500 TIMES.
          10 WS-PES-NOME      PIC X(30).
          10 WS-PES-QTD-IDS   PIC 9(02).
          10 WS-PES-ID        PIC X(08) OCCURS 5 TIMES.
          10 WS-PES-FUNCOES   PIC X(26).
      *=================================================================
       PROCEDURE                               DIVISION.

       MAIN-PROCEDURE.
       INICIO.
           MOVE ZEROS TO WS-RUNLOG-LIDOS.
           MOVE ZEROS TO WS-RUNLOG-GRAVADOS.
           MOVE "INI" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.
           CALL "OBTER-DATA-PROCESSO" USING WS-DATA-PROCESSO.

           PERFORM CARREGAR-EXCECOES.

           OPEN OUTPUT SEGREG-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "SEGREG-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO SEGREG-LINE.
           STRING "CONFLITOS DE SEGREGACAO DE FUNCOES - "
               "DATA DE PROCESSAMENTO " WS-DATA-PROCESSO(7:2) "/"
               WS-DATA-PROCESSO(5:2) "/" WS-DATA-PROCESSO(1:4)
               DELIMITED BY SIZE INTO SEGREG-LINE.
           PERFORM GRAVAR-LINHA-SEGREG.
           MOVE SPACES TO SEGREG-LINE.
           PERFORM GRAVAR-LINHA-SEGREG.
           MOVE "OPERADORES EM CONFLITO" TO SEGREG-LINE.
           PERFORM GRAVAR-LINHA-SEGREG.

           PERFORM PERCORRER-OPERADORES.

           MOVE SPACES TO SEGREG-LINE.
           PERFORM GRAVAR-LINHA-SEGREG.
           MOVE "PESSOAS COM MAIS DE UM ID EM CONFLITO NO CONJUNTO"
               TO SEGREG-LINE.
           PERFORM GRAVAR-LINHA-SEGREG.
           PERFORM VARYING WS-IDX-PESSOA FROM 1 BY 1
                   UNTIL WS-IDX-PESSOA > WS-QTD-PESSOAS
               IF WS-PES-QTD-IDS(WS-IDX-PESSOA) > 1
                   PERFORM AVALIAR-PESSOA
               END-IF
           END-PERFORM.
           IF WS-PESSOAS-ESTOURO = "S"
               MOVE "  MAIS DE 500 NOMES - EXCEDENTES NAO AGRUPADOS"
                   TO SEGREG-LINE
               PERFORM GRAVAR-LINHA-SEGREG
           END-IF.

           MOVE SPACES TO SEGREG-LINE.
           PERFORM GRAVAR-LINHA-SEGREG.
           MOVE SPACES TO SEGREG-LINE.
           STRING "OPERADORES LIDOS: " WS-RUNLOG-LIDOS
               "  EM CONFLITO: " WS-QTD-OPER-CONFLITO
               "  PESSOAS EM CONFLITO ENTRE IDS: "
               WS-QTD-PESSOA-CONFLITO
               "  SEM EXCECAO APROVADA: " WS-QTD-SEM-EXCECAO
               DELIMITED BY SIZE INTO SEGREG-LINE.
           PERFORM GRAVAR-LINHA-SEGREG.
           CLOSE SEGREG-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RUNLOG-PROGRAMA
               WS-RELATORIO-ARQUIVO.

           IF WS-QTD-SEM-EXCECAO > ZEROS
               MOVE 4 TO WS-RETURN-CODE
               MOVE SPACES TO WS-ALERTA-MENSAGEM
               STRING "CONFLITOS DE SEGREGACAO SEM EXCECAO: "
                   WS-QTD-SEM-EXCECAO
                   DELIMITED BY SIZE INTO WS-ALERTA-MENSAGEM
               CALL "GRAVAR-ALERTA" USING WS-ALERTA-SEVERIDADE
                   WS-RUNLOG-PROGRAMA WS-ALERTA-MENSAGEM
           END-IF.

           DISPLAY "CONFLITOS DE SEGREGACAO - OPERADORES "
               WS-QTD-OPER-CONFLITO " PESSOAS "
               WS-QTD-PESSOA-CONFLITO " SEM EXCECAO "
               WS-QTD-SEM-EXCECAO.
           PERFORM ENCERRAR-RUNLOG.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *=================================================================
      * The approved exceptions: the queue is read in the order it
      * was written, so a later approval for the same operator
      * replaces an earlier one.
      *=================================================================
       CARREGAR-EXCECOES.
           MOVE ZEROS TO WS-QTD-EXCECOES.
           OPEN INPUT APRV-FILE.
           IF WS-APRV-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-APRV-STATUS NOT = "00"
               MOVE "APRV-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-APRV-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           PERFORM UNTIL WS-APRV-STATUS = "10"
               READ APRV-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-APRV-STATUS NOT = "00"
                   MOVE "APRV-FILE" TO WS-ERRO-ARQUIVO
                   MOVE WS-APRV-STATUS TO WS-ERRO-STATUS
                   PERFORM TRATAR-ERRO-ARQUIVO
               END-IF
               IF APRV-TIPO = "SODEXCEC" AND APRV-SITUACAO = "A"
                   PERFORM ANOTAR-EXCECAO
               END-IF
           END-PERFORM.
           CLOSE APRV-FILE.

       ANOTAR-EXCECAO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IDX-EXCECAO FROM 1 BY 1
                   UNTIL WS-IDX-EXCECAO > WS-QTD-EXCECOES
                   OR WS-ACHOU = "S"
               IF WS-EXC-OPERADOR(WS-IDX-EXCECAO) = APRV-CHAVE
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "S"
               SUBTRACT 1 FROM WS-IDX-EXCECAO
           ELSE
               IF WS-QTD-EXCECOES NOT < 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-QTD-EXCECOES
               MOVE WS-QTD-EXCECOES TO WS-IDX-EXCECAO
           END-IF.
           MOVE APRV-CHAVE TO WS-EXC-OPERADOR(WS-IDX-EXCECAO).
           MOVE APRV-DADOS(1:14) TO WS-EXC-DADOS(WS-IDX-EXCECAO).
           MOVE APRV-SEQ TO WS-EXC-SEQ(WS-IDX-EXCECAO).
           MOVE APRV-APROVADOR TO WS-EXC-APROVADOR(WS-IDX-EXCECAO).
           MOVE APRV-DATA-DECISAO TO WS-EXC-DATA(WS-IDX-EXCECAO).

      *=================================================================
      * Every operator in key order: its own conflicts, and its
      * functions pooled under its name for the per-person pass.
      *=================================================================
       PERCORRER-OPERADORES.
           OPEN INPUT OPERADOR-FILE.
           IF WS-OPERADOR-STATUS = "35"
               MOVE "  OPERADOR.DAT NAO EXISTE - NADA A CONFERIR"
                   TO SEGREG-LINE
               PERFORM GRAVAR-LINHA-SEGREG
               EXIT PARAGRAPH
           END-IF.
           IF WS-OPERADOR-STATUS NOT = "00"
               MOVE "OPERADOR-FILE" TO WS-ERRO-ARQUIVO
               MOVE WS-OPERADOR-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO OPER-ID.
           START OPERADOR-FILE KEY NOT LESS THAN OPER-ID
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-OPERADOR-STATUS = "00"
               PERFORM UNTIL WS-OPERADOR-STATUS = "10"
                   READ OPERADOR-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-OPERADOR-STATUS NOT = "00"
                       MOVE "OPERADOR-FILE" TO WS-ERRO-ARQUIVO
                       MOVE WS-OPERADOR-STATUS TO WS-ERRO-STATUS
                       PERFORM TRATAR-ERRO-ARQUIVO
                   END-IF
                   ADD 1 TO WS-RUNLOG-LIDOS
                   PERFORM AVALIAR-OPERADOR
               END-PERFORM
           END-IF.
           CLOSE OPERADOR-FILE.

       AVALIAR-OPERADOR.
           MOVE OPER-PERM-CLIENTE TO WS-PERMISSOES(1:1).
           MOVE OPER-PERM-QUANTIDADE TO WS-PERMISSOES(2:1).
           MOVE OPER-PERM-CENTRO TO WS-PERMISSOES(3:1).
           MOVE OPER-PERM-OPERADOR TO WS-PERMISSOES(4:1).
           CALL "OBTER-FUNCOES-OPERADOR" USING WS-PERMISSOES
               OPER-PERFIL WS-FUNCOES.
           PERFORM AGRUPAR-POR-PESSOA.
           CALL "CONFERIR-CONFLITOS" USING WS-FUNCOES WS-CONFLITOS.
           IF WS-QTD-CONFLITOS = ZEROS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-OPER-CONFLITO.
           ADD 1 TO WS-RUNLOG-GRAVADOS.
           MOVE SPACES TO SEGREG-LINE.
           STRING "  " OPER-ID " " OPER-NOME
               " PERFIL " OPER-PERFIL
               " CLI/QTD/CEN/OPE " WS-PERMISSOES
               " BLOQUEADO " OPER-BLOQUEADO
               DELIMITED BY SIZE INTO SEGREG-LINE.
           PERFORM GRAVAR-LINHA-SEGREG.
           PERFORM LISTAR-CONFLITOS.
      * The exception covers exactly what was approved: holding
      * anything else since then puts the operator back in breach.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IDX-EXCECAO FROM 1 BY 1
                   UNTIL WS-IDX-EXCECAO > WS-QTD-EXCECOES
                   OR WS-ACHOU = "S"
               IF WS-EXC-OPERADOR(WS-IDX-EXCECAO) = OPER-ID
                       AND WS-EXC-DADOS(WS-IDX-EXCECAO)(1:4)
                           = WS-PERMISSOES
                       AND WS-EXC-DADOS(WS-IDX-EXCECAO)(5:10)
                           = OPER-PERFIL
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           MOVE SPACES TO SEGREG-LINE.
           IF WS-ACHOU = "S"
               SUBTRACT 1 FROM WS-IDX-EXCECAO
               STRING "      EXCECAO APROVADA - PEDIDO "
                   WS-EXC-SEQ(WS-IDX-EXCECAO)
                   " POR " WS-EXC-APROVADOR(WS-IDX-EXCECAO)
                   " EM " WS-EXC-DATA(WS-IDX-EXCECAO)(7:2) "/"
                   WS-EXC-DATA(WS-IDX-EXCECAO)(5:2) "/"
                   WS-EXC-DATA(WS-IDX-EXCECAO)(1:4)
                   DELIMITED BY SIZE INTO SEGREG-LINE
           ELSE
               ADD 1 TO WS-QTD-SEM-EXCECAO
               MOVE "      *** SEM EXCECAO APROVADA" TO SEGREG-LINE
           END-IF.
           PERFORM GRAVAR-LINHA-SEGREG.

       AGRUPAR-POR-PESSOA.
      * A blank name cannot tie two IDs together.
           IF OPER-NOME = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IDX-PESSOA FROM 1 BY 1
                   UNTIL WS-IDX-PESSOA > WS-QTD-PESSOAS
                   OR WS-ACHOU = "S"
               IF WS-PES-NOME(WS-IDX-PESSOA) = OPER-NOME
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "S"
               SUBTRACT 1 FROM WS-IDX-PESSOA
           ELSE
               IF WS-QTD-PESSOAS NOT < 500
                   MOVE "S" TO WS-PESSOAS-ESTOURO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-QTD-PESSOAS
               MOVE WS-QTD-PESSOAS TO WS-IDX-PESSOA
               MOVE OPER-NOME TO WS-PES-NOME(WS-IDX-PESSOA)
               MOVE ZEROS TO WS-PES-QTD-IDS(WS-IDX-PESSOA)
               MOVE SPACES TO WS-PES-ID(WS-IDX-PESSOA, 1)
                   WS-PES-ID(WS-IDX-PESSOA, 2)
                   WS-PES-ID(WS-IDX-PESSOA, 3)
                   WS-PES-ID(WS-IDX-PESSOA, 4)
                   WS-PES-ID(WS-IDX-PESSOA, 5)
               MOVE ALL "N" TO WS-PES-FUNCOES(WS-IDX-PESSOA)
           END-IF.
           IF WS-PES-QTD-IDS(WS-IDX-PESSOA) < 99
               ADD 1 TO WS-PES-QTD-IDS(WS-IDX-PESSOA)
           END-IF.
           IF WS-PES-QTD-IDS(WS-IDX-PESSOA) NOT > 5
               MOVE OPER-ID TO WS-PES-ID(WS-IDX-PESSOA,
                   WS-PES-QTD-IDS(WS-IDX-PESSOA))
           END-IF.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 26
               IF WS-FUNCOES(WS-POS:1) = "S"
                   MOVE "S" TO WS-PES-FUNCOES(WS-IDX-PESSOA)(WS-POS:1)
               END-IF
           END-PERFORM.

      *=================================================================
      * One person under several IDs: the pooled functions against
      * the matrix. No exception covers a conflict split across IDs
      * - the IDs themselves are the finding.
      *=================================================================
       AVALIAR-PESSOA.
           CALL "CONFERIR-CONFLITOS" USING
               WS-PES-FUNCOES(WS-IDX-PESSOA) WS-CONFLITOS.
           IF WS-QTD-CONFLITOS = ZEROS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTD-PESSOA-CONFLITO.
           ADD 1 TO WS-QTD-SEM-EXCECAO.
           MOVE SPACES TO SEGREG-LINE.
           STRING "  " WS-PES-NOME(WS-IDX-PESSOA)
               " IDS " WS-PES-QTD-IDS(WS-IDX-PESSOA) ":"
               DELIMITED BY SIZE INTO SEGREG-LINE.
           PERFORM VARYING WS-IDX-ID FROM 1 BY 1
                   UNTIL WS-IDX-ID > WS-PES-QTD-IDS(WS-IDX-PESSOA)
                   OR WS-IDX-ID > 5
               COMPUTE WS-POS = 34 + (WS-IDX-ID * 9)
               MOVE WS-PES-ID(WS-IDX-PESSOA, WS-IDX-ID)
                   TO SEGREG-LINE(WS-POS:8)
           END-PERFORM.
           PERFORM GRAVAR-LINHA-SEGREG.
           PERFORM LISTAR-CONFLITOS.

       LISTAR-CONFLITOS.
           PERFORM VARYING WS-IDX-CONFLITO FROM 1 BY 1
                   UNTIL WS-IDX-CONFLITO > WS-QTD-CONFLITOS
                   OR WS-IDX-CONFLITO > 10
               MOVE SPACES TO SEGREG-LINE
               STRING "      CONFLITO "
                   WS-CNF-FUNCAO-A(WS-IDX-CONFLITO) "/"
                   WS-CNF-FUNCAO-B(WS-IDX-CONFLITO) " "
                   WS-CNF-DESCRICAO(WS-IDX-CONFLITO)
                   DELIMITED BY SIZE INTO SEGREG-LINE
               PERFORM GRAVAR-LINHA-SEGREG
           END-PERFORM.
           IF WS-QTD-CONFLITOS > 10
               MOVE SPACES TO SEGREG-LINE
               STRING "      ... TOTAL DE PARES EM CONFLITO: "
                   WS-QTD-CONFLITOS
                   DELIMITED BY SIZE INTO SEGREG-LINE
               PERFORM GRAVAR-LINHA-SEGREG
           END-IF.

       ENCERRAR-RUNLOG.
           MOVE "FIM" TO WS-RUNLOG-EVENTO.
           CALL "GRAVAR-RUNLOG" USING WS-RUNLOG-PROGRAMA
               WS-RUNLOG-EVENTO WS-RUNLOG-LIDOS
               WS-RUNLOG-GRAVADOS WS-RETURN-CODE.

       GRAVAR-LINHA-SEGREG.
           WRITE SEGREG-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "SEGREG-REPORT" TO WS-ERRO-ARQUIVO
               MOVE WS-REPORT-STATUS TO WS-ERRO-STATUS
               PERFORM TRATAR-ERRO-ARQUIVO
           END-IF.

       TRATAR-ERRO-ARQUIVO.
      * Any FILE STATUS other than 00 (success), 10 (end of file) or
      * 35 (not found, already handled above) means a real I/O
      * problem; log which file and status code and stop instead of
      * pressing on with bad data.
           DISPLAY "ERRO DE ARQUIVO: " WS-ERRO-ARQUIVO
               " STATUS=" WS-ERRO-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

                            END PROGRAM PROG_SEGREG.
