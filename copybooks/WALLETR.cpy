      ******************************************************************
      * WALLETR - student prepaid wallet on WALLET.DAT, one per STU-NO
      * holding a wallet, kept apart from the fee ledger. Opened by
      * WALLETDK with the daily spend limit the guardian has set for
      * the canteen, store and hostel-warden outlets; closed by
      * REFUNDST when the student leaves and the remaining balance is
      * refunded with the fee account. The balance itself is the sum
      * of the WALLETTX.DAT transactions (WALLCHK).
      ******************************************************************
       01 WALLET-MASTER-RECORD.
             02 WM-STU-NO          PIC 9(05).
             02 WM-DAILY-LIMIT     PIC 9(05)V9(02).
             02 WM-STATUS          PIC X(01).
                 88 WM-ACTIVE           VALUE 'A'.
                 88 WM-CLOSED           VALUE 'C'.
             02 WM-OPENED-DATE     PIC 9(08).
             02 WM-LIMIT-SET-DATE  PIC 9(08).
             02 WM-LIMIT-SET-BY    PIC X(08).
             02 WM-CLOSED-DATE     PIC 9(08).
