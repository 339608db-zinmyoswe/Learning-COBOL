      ******************************************************************
      * ASSETMSR - asset master record on ASSETMST.DAT, one record per
      * tagged item of laboratory equipment, furniture or computer
      * hardware: where it is, what it cost and what state it is in.
      * Maintained by the ASSETDSK asset desk, which also writes the
      * ASSETTXN.DAT damage/verification/write-off history. A written
      * off asset stays on the master so the register is complete.
      ******************************************************************
       01 ASSET-MASTER-RECORD.
             02 AM-ASSET-ID      PIC X(08).
             02 AM-DESCRIPTION   PIC X(20).
             02 AM-CATEGORY      PIC X(01).
                 88 AM-LAB-EQUIPMENT  VALUE 'L'.
                 88 AM-FURNITURE      VALUE 'F'.
                 88 AM-COMPUTER       VALUE 'C'.
                 88 AM-OTHER-ASSET    VALUE 'O'.
                 88 AM-CATEGORY-VALID VALUE 'L' 'F' 'C' 'O'.
             02 AM-LOCATION      PIC X(10).
             02 AM-COST          PIC 9(07)V9(02).
             02 AM-ACQUIRED-DATE PIC 9(08).
             02 AM-CONDITION     PIC X(01).
                 88 AM-GOOD           VALUE 'G'.
                 88 AM-FAIR           VALUE 'F'.
                 88 AM-DAMAGED        VALUE 'D'.
                 88 AM-UNSERVICEABLE  VALUE 'U'.
                 88 AM-MISSING        VALUE 'M'.
                 88 AM-WRITTEN-OFF    VALUE 'W'.
                 88 AM-IN-SERVICE     VALUE 'G' 'F' 'D' 'U' 'M'.
      * Date of the last physical verification (zero = never).
             02 AM-LAST-VERIFIED PIC 9(08).
             02 AM-WRITE-OFF-DATE PIC 9(08).
