      ******************************************************************
      * STORTXNR - school store stock movement on STORETXN.DAT,
      * appended by the STOREDSK store desk, one row per item moved:
      * 'K' issued as part of a class kit and 'I' issued as an extra
      * item, both to SX-STU-NO at the selling price and charged to
      * the student's FEELEDGR.DAT ledger; 'R' received from the
      * supplier at cost; 'A' and 'W' a stock count found more or
      * less than the books showed. A 'K' row carries the class and
      * the SCHPROF academic year, so a kit goes to a student only
      * once a year. STORERPT totals the month's movements from here.
      ******************************************************************
       01 STORE-TXN-RECORD.
             02 SX-TXN-DATE      PIC 9(08).
             02 SX-TXN-TYPE      PIC X(01).
                 88 SX-KIT-ISSUE      VALUE 'K'.
                 88 SX-EXTRA-ISSUE    VALUE 'I'.
                 88 SX-RECEIPT        VALUE 'R'.
                 88 SX-COUNT-GAIN     VALUE 'A'.
                 88 SX-COUNT-LOSS     VALUE 'W'.
                 88 SX-ISSUE-TXN      VALUE 'K' 'I'.
             02 SX-ITEM-CODE     PIC X(06).
             02 SX-QUANTITY      PIC 9(05).
      * Selling price on an issue, cost on a receipt or count.
             02 SX-UNIT-PRICE    PIC 9(05)V9(02).
             02 SX-AMOUNT        PIC 9(07)V9(02).
             02 SX-STU-NO        PIC 9(05).
             02 SX-CLASS         PIC 9(02).
             02 SX-ACAD-YEAR     PIC X(09).
      * Supplier invoice on a receipt, reason on a count.
             02 SX-REFERENCE     PIC X(12).
             02 SX-OPERATOR-ID   PIC X(08).
