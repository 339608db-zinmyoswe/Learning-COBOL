      ******************************************************************
      * ASSETTXR - asset transaction record on ASSETTXN.DAT, appended
      * by the ASSETDSK asset desk: 'B' breakage or damage (with the
      * student held responsible and the amount charged to the
      * student's FEELEDGR.DAT ledger, zero when no one is charged),
      * 'V' a physical-verification sighting and 'W' a write-off. The
      * write-off register the auditors sign is printed from the 'W'
      * rows.
      ******************************************************************
       01 ASSET-TXN-RECORD.
             02 AT-ASSET-ID      PIC X(08).
             02 AT-TXN-DATE      PIC 9(08).
             02 AT-TXN-TYPE      PIC X(01).
                 88 AT-BREAKAGE       VALUE 'B'.
                 88 AT-VERIFICATION   VALUE 'V'.
                 88 AT-WRITE-OFF      VALUE 'W'.
             02 AT-STU-NO        PIC 9(05).
             02 AT-CHARGE-AMOUNT PIC 9(07)V9(02).
             02 AT-NEW-CONDITION PIC X(01).
             02 AT-REMARKS       PIC X(20).
             02 AT-OPERATOR-ID   PIC X(08).
