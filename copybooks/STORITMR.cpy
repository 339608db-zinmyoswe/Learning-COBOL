      ******************************************************************
      * STORITMR - school store item master on STOREITM.DAT, one
      * record per textbook, uniform piece or other item the store
      * sells to students. SI-ON-HAND is the stock in the store room;
      * SI-UNIT-COST is the average cost of that stock, re-averaged
      * on every receipt, and values it on the STORERPT month-end
      * valuation. An item at or below SI-REORDER-LEVEL is flagged
      * for reordering by STOREDSK after each issue and by STORERPT.
      * Maintained by the STOREDSK store desk; a discontinued item
      * stays on file so its history still prints.
      ******************************************************************
       01 STORE-ITEM-RECORD.
             02 SI-ITEM-CODE     PIC X(06).
             02 SI-DESCRIPTION   PIC X(20).
             02 SI-CATEGORY      PIC X(01).
                 88 SI-TEXTBOOK       VALUE 'B'.
                 88 SI-UNIFORM        VALUE 'U'.
                 88 SI-STATIONERY     VALUE 'S'.
                 88 SI-OTHER-ITEM     VALUE 'O'.
                 88 SI-CATEGORY-VALID VALUE 'B' 'U' 'S' 'O'.
      * Price charged to the student's FEELEDGR.DAT ledger.
             02 SI-SELL-PRICE    PIC 9(05)V9(02).
             02 SI-UNIT-COST     PIC 9(05)V9(02).
             02 SI-ON-HAND       PIC 9(05).
             02 SI-REORDER-LEVEL PIC 9(05).
      * Quantity normally ordered from the supplier (zero = bring the
      * stock back to twice the reorder level).
             02 SI-REORDER-QTY   PIC 9(05).
             02 SI-STATUS        PIC X(01).
                 88 SI-ACTIVE         VALUE 'A'.
                 88 SI-DISCONTINUED   VALUE 'D'.
