      *=================================================================
      * MEDIDA-FILE measure master record layout (MEDIDA.DAT): one
      * line per thing operations counts each day - pieces
      * processed, weight in kilos, returns. The code is part of
      * the TABELA.DAT and TABCENTRO.DAT keys; a new measure is a
      * data change on this file, read through the shared
      * OBTER-MEDIDA routine.
      *=================================================================
        01 MEDIDA-REC.
         05 MED-CODIGO PIC 9(02).
         05 MED-NOME PIC X(20).
         05 MED-UNIDADE PIC X(05).
      * N retires a measure from new entry and loads; its history
      * stays readable.
         05 MED-ATIVA PIC X(01).
