      ******************************************************************
      * GLJRNLR - general-ledger journal line on GLJRNL.DAT, the file
      * the accounting package imports. GLEXPORT appends one balanced
      * set of lines per closed posting day: one line per GL account
      * and side, summarising that day's FEELEDGR.DAT postings.
      ******************************************************************
       01 GL-JOURNAL-RECORD.
             02 GJ-POST-DATE    PIC 9(08).
             02 GJ-LINE-NO      PIC 9(04).
             02 GJ-GL-ACCOUNT   PIC X(10).
             02 GJ-DR-CR        PIC X(01).
                 88 GJ-DEBIT          VALUE 'D'.
                 88 GJ-CREDIT         VALUE 'C'.
             02 GJ-AMOUNT       PIC 9(09)V9(02).
             02 GJ-TXN-COUNT    PIC 9(05).
             02 GJ-NARRATION    PIC X(20).
