      ******************************************************************
      * HOUSEPTR - inter-house points ledger transaction on
      * HOUSEPTS.DAT, never changed once written: points awarded to a
      * house for its place in an event (HT-POSITION 1 for first, 0
      * for a participation or other award), or deducted for conduct,
      * with the EVENTS.DAT event where there is one, in the SCHPROF
      * academic year they count toward. HOUSEDSK posts them; HOUSERPT
      * prints the running standings. A wrong posting is corrected by
      * an opposite transaction, never by changing this one.
      ******************************************************************
       01 HOUSE-POINTS-RECORD.
             02 HT-TXN-DATE        PIC 9(08).
             02 HT-HOUSE-CODE      PIC X(01).
             02 HT-TXN-TYPE        PIC X(01).
                 88 HT-AWARD            VALUE 'A'.
                 88 HT-DEDUCTION        VALUE 'D'.
             02 HT-EVENT-NO        PIC 9(05).
             02 HT-DESCRIPTION     PIC X(20).
             02 HT-POSITION        PIC 9(01).
             02 HT-POINTS          PIC 9(04).
             02 HT-ACAD-YEAR       PIC X(09).
             02 HT-OPERATOR-ID     PIC X(08).
