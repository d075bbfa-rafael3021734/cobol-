               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS END-CEP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS IS WS-CLIENTE-STATUS.

      * Same CENTRO.DAT master PROG_TESTE_11.cbl owns and seeds; this
        77 WS-CENTRO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-XREF-STATUS PIC X(02) VALUE ZEROS.
        77 WS-REPORT-STATUS PIC X(02) VALUE ZEROS.
        77 WS-RELATORIO-ARQUIVO PIC X(030) VALUE "XREFRPT.TXT".
        77 WS-RELATORIO-PROGRAMA PIC X(012) VALUE "PROG_XREFRPT".
        77 WS-ERRO-ARQUIVO PIC X(020) VALUE SPACES.
        77 WS-ERRO-STATUS PIC X(02) VALUE ZEROS.
        77 WS-CABECALHO PIC X(030) VALUE SPACES.
           PERFORM GERAR-CABECALHO-RELATORIO.
           PERFORM GERAR-LINHAS-XREF.
           CLOSE XREF-REPORT.
           CALL "ARQUIVAR-RELATORIO" USING WS-RELATORIO-PROGRAMA
               WS-RELATORIO-ARQUIVO.
           CLOSE XREF-FILE.
           IF WS-CLIENTE-EXISTE = "S"
               CLOSE CLIENTE-FILE
