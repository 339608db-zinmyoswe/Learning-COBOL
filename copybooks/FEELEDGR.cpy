      * FEEAGING and swept by the LATEFEE run. FL-DUE-DATE carries the
      * installment due date of a charge (zero = due on posting), so
      * aging and late fees run against when the money was actually
      * owed instead of when the row happened to be keyed. REFUNDST
      * settles a leaving student's account: a 'J' row adjusts the
      * refundable caution deposit (raised as a 'CAUTION DEPOSIT'
      * charge) back against the account, and an 'R' row records the
      * refund paid out, which debits the account like a charge.
      * ASSETDSK raises a 'BREAKAGE <asset id>' charge against the
      * student held responsible for damaging a school asset, and
      * IDCARDS an 'ID CARD REISSUE' charge for a duplicate card.
      * LEDGCLOS closes the year: the closed year's rows move to a
      * dated FEELEDGR.A<date> archive and each current student's
      * closing balance comes back as one opening row - 'O' when the
      * student owes the school, 'B' when the school owes the student.
      * XFEROUT clears a student transferred to the other branch: an
      * 'X' credit takes off a balance owed, a 'Y' debit one owed back
      * to the student, and the balance travels in the transfer package
      * to come back at the other branch as an 'O'/'B' opening row.
      * A guardian's top-up of the student's prepaid wallet is taken
      * at FEEPOST as a 'WALLET TOP-UP' charge and payment pair, so the
      * cash is receipted without moving the fee balance; whatever is
      * left on the wallet when the student leaves comes back through
      * REFUNDST as a 'WALLET BALANCE' 'J' credit.
      * EVNTDESK charges the cost of a field trip or tournament as an
      * 'EVENT <event no> <title>' charge to each student whose
      * guardian consented, due on the first day of the event.
      ******************************************************************
       01 FEE-LEDGER-RECORD.
             02 FL-STU-NO       PIC 9(05).
      * approval desk, so waived revenue is an explicit audited line
      * instead of a charge that was quietly never raised.
             02 FL-TXN-TYPE     PIC X(01).
                 88 FL-CHARGE-TXN      VALUE 'C' 'R' 'O' 'Y'.
                 88 FL-PAYMENT-TXN     VALUE 'P'.
                 88 FL-CONCESSION-TXN  VALUE 'N'.
                 88 FL-DEPOSIT-ADJ-TXN VALUE 'J'.
                 88 FL-REFUND-TXN      VALUE 'R'.
                 88 FL-CREDIT-TXN      VALUE 'P' 'N' 'J' 'B' 'X'.
                 88 FL-OPENING-TXN     VALUE 'O' 'B'.
                 88 FL-TRANSFER-TXN    VALUE 'X' 'Y'.
             02 FL-AMOUNT       PIC 9(07)V9(02).
             02 FL-DESCRIPTION  PIC X(20).
             02 FL-DUE-DATE     PIC 9(08).
