      ******************************************************************
      * CDCACKR - acknowledgement record on CDCACK.DAT, returned by
      * the parent app vendor for each change batch it has loaded
      * ('A') or could not load ('R'). AK-LAST-SEQ must match the
      * batch trailer. CDCEXTR moves the acknowledged high-water mark
      * forward over an unbroken run of accepted batches and resends
      * from the mark after a rejection. Reprocessing the same file
      * is harmless.
      ******************************************************************
       01 CDC-ACK-RECORD.
             02 AK-BATCH-NO        PIC 9(06).
             02 AK-LAST-SEQ        PIC 9(09).
             02 AK-ACK-DATE        PIC 9(08).
             02 AK-RESULT          PIC X(01).
                 88 AK-ACCEPTED        VALUE 'A'.
                 88 AK-REJECTED        VALUE 'R'.
