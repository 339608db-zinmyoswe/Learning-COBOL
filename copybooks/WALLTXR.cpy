      ******************************************************************
      * WALLTXR - wallet transaction on WALLETTX.DAT, one per movement
      * on a student's prepaid wallet, appended in the order posted.
      * 'T' top-ups are taken at the fee desk (FEEPOST) against a
      * numbered fee receipt; 'D' debits are purchases posted by an
      * outlet at WALLETDK - C canteen, S store, H hostel warden
      * (boarders' pocket money) - with the bill or slip number; the
      * 'X' debit closes the wallet into the fee account when
      * REFUNDST settles a leaving student. WALLSTMT prints the
      * monthly statements and the outlet settlement from these.
      ******************************************************************
       01 WALLET-TXN-RECORD.
             02 WT-STU-NO          PIC 9(05).
             02 WT-TXN-DATE        PIC 9(08).
             02 WT-TXN-TIME        PIC 9(08).
             02 WT-TXN-TYPE        PIC X(01).
                 88 WT-TOP-UP           VALUE 'T'.
                 88 WT-OUTLET-DEBIT     VALUE 'D'.
                 88 WT-CLOSING-DEBIT    VALUE 'X'.
                 88 WT-CREDIT-TXN       VALUE 'T'.
                 88 WT-DEBIT-TXN        VALUE 'D' 'X'.
             02 WT-OUTLET          PIC X(01).
                 88 WT-CANTEEN          VALUE 'C'.
                 88 WT-STORE            VALUE 'S'.
                 88 WT-HOSTEL-WARDEN    VALUE 'H'.
                 88 WT-OUTLET-VALID     VALUE 'C' 'S' 'H'.
             02 WT-AMOUNT          PIC 9(07)V9(02).
             02 WT-REFERENCE       PIC X(10).
             02 WT-OPERATOR-ID     PIC X(08).
