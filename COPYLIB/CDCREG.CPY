      *=================================================================
      * CDC-REG record layout: one line of the nightly change extract
      * PROG_CDCEXT.cbl writes for the reporting warehouse, one file
      * per source and processing date (CDCCLI-AAAAMMDD.TXT for
      * CLIENTE.DAT, CDCCTA for CONTAS.DAT, CDCXRF for XREF.DAT,
      * CDCEMP for EMPREGADO.DAT, CDCPRJ for PROJETO.DAT, CDCCEN for
      * CENTRO.DAT and CDCLED for the day's new LEDGER.DAT lines).
      * A detail line carries the operation - I inserted, U changed,
      * D deleted - and the whole record image in its own copybook's
      * layout: the new image on I and U, the last one seen on D.
      * A ledger line's image is the LEDGIX-CHAVE (account + SEQ=)
      * followed by the 160-byte line itself, always I.
      *=================================================================
        01 CDC-REG.
         05 CDC-OPERACAO PIC X(001).
         05 CDC-DATA PIC 9(008).
         05 CDC-ENTIDADE PIC X(003).
         05 CDC-IMAGEM PIC X(200).
      * The last line of every file (CDC-OPERACAO T) counts what
      * came before it; on CDCLED the changed and deleted counts are
      * always zero and the SEQ= range extracted follows.
         05 CDC-CONTROLE REDEFINES CDC-IMAGEM.
          10 CDC-QTD-INCLUIDOS PIC 9(007).
          10 CDC-QTD-ALTERADOS PIC 9(007).
          10 CDC-QTD-EXCLUIDOS PIC 9(007).
          10 CDC-QTD-TOTAL PIC 9(007).
          10 CDC-SEQ-DE PIC 9(006).
          10 CDC-SEQ-ATE PIC 9(006).
          10 FILLER PIC X(160).
