      * Legal hold table (HOLDLEGAL.DAT): while a line is here the
      * purge leaves alone what it names, whatever the retention
      * table says. Type A holds a whole file by the name it has on
      * RETENCAO.DAT (LEDGER holds every closed month, or one month
      * by its LEDGER-AAAAMM.TXT name); type C holds everything that
      * carries one customer CODIGO (left-justified in HLD-CHAVE).
      * Lifting a hold is deleting its line.
        01 HOLDLEGAL-REC.
         05 HLD-TIPO            PIC X(01).
         05 FILLER              PIC X(01).
         05 HLD-CHAVE           PIC X(20).
         05 FILLER              PIC X(01).
         05 HLD-DESDE           PIC 9(08).
         05 FILLER              PIC X(01).
         05 HLD-MOTIVO          PIC X(40).
