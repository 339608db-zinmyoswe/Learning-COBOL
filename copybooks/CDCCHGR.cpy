      ******************************************************************
      * CDCCHGR - outbound change record on the CDCnnnnnn.DAT batch
      * files CDCEXTR writes for the parent mobile app vendor, one per
      * STDJRNL.DAT add/rewrite/delete not yet sent, masked by the
      * MASKCTL.DAT card. CC-SEQ-NO runs on from batch to batch with
      * no gaps; each batch ends with one 'T' trailer carrying its
      * record count and first and last sequence numbers, which the
      * vendor quotes back on its CDCACK.DAT acknowledgement.
      ******************************************************************
       01 CDC-CHANGE-RECORD.
             02 CC-REC-TYPE        PIC X(01).
                 88 CC-DETAIL          VALUE 'D'.
                 88 CC-TRAILER         VALUE 'T'.
             02 CC-BATCH-NO        PIC 9(06).
             02 CC-SEQ-NO          PIC 9(09).
             02 CC-CHANGE-DATA.
      * A add / R rewrite / D delete, as journaled by MSTJRNL.
                 03 CC-ACTION        PIC X(01).
                 03 CC-CHANGE-DATE   PIC 9(08).
                 03 CC-CHANGE-TIME   PIC 9(08).
                 03 CC-STU-NO        PIC 9(05).
                 03 CC-NAME          PIC X(15).
                 03 CC-GENDER        PIC X(01).
                 03 CC-CLASS         PIC 9(02).
                 03 CC-SECTION       PIC X(01).
                 03 CC-PHONE         PIC X(12).
                 03 CC-DOB           PIC X(10).
                 03 CC-STATUS        PIC X(01).
             02 CC-TRAILER-DATA REDEFINES CC-CHANGE-DATA.
                 03 CT-RECORD-COUNT  PIC 9(06).
                 03 CT-FIRST-SEQ     PIC 9(09).
                 03 CT-LAST-SEQ      PIC 9(09).
                 03 FILLER           PIC X(40).
