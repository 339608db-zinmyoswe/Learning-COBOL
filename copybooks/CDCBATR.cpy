      ******************************************************************
      * CDCBATR - change batch register record on CDCBATCH.DAT, one per
      * CDCnnnnnn.DAT batch file CDCEXTR has sent to the parent app
      * vendor: the sequence numbers it carries, the journal position
      * it ended at (so a rejected batch can be resent from the last
      * acknowledged one) and whether the vendor has acknowledged it.
      ******************************************************************
       01 CDC-BATCH-RECORD.
             02 CB-BATCH-NO        PIC 9(06).
             02 CB-FILE-NAME       PIC X(14).
             02 CB-SENT-DATE       PIC 9(08).
             02 CB-SENT-TIME       PIC 9(08).
             02 CB-FIRST-SEQ       PIC 9(09).
             02 CB-LAST-SEQ        PIC 9(09).
             02 CB-RECORD-COUNT    PIC 9(06).
      * Date, time and ordinal among same-time entries of the last
      * journal record in the batch.
             02 CB-END-JR-DATE     PIC 9(08).
             02 CB-END-JR-TIME     PIC 9(08).
             02 CB-END-JR-SAME     PIC 9(05).
             02 CB-STATUS          PIC X(01).
                 88 CB-SENT            VALUE 'S'.
                 88 CB-ACKNOWLEDGED    VALUE 'A'.
                 88 CB-REJECTED        VALUE 'R'.
                 88 CB-SUPERSEDED      VALUE 'X'.
             02 CB-ACK-DATE        PIC 9(08).
