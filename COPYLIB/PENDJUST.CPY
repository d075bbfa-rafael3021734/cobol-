      * Justification side file (PENDJUST.DAT) for pending-approval
      * items that must carry a reason - today the SODEXCEC
      * segregation-of-duties exception. One line per item, keyed
      * by the APRV-SEQ of its PENDAPRV.DAT record; the queue
      * record itself has no room for free text.
        01 PENDJUST-REC.
         05 JUS-SEQ             PIC 9(06).
         05 FILLER              PIC X(01).
         05 JUS-TEXTO           PIC X(60).
