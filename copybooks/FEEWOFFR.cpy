      ******************************************************************
      * FEEWOFFR - fee write-off / recovery list record, one per
      * student who left during the year with a fee balance still
      * open at the year-end close. Appended to FEEWOFF.DAT by
      * LEDGCLOS in place of an opening-balance row, so a leaver's
      * arrears (or money owed back to them) is worked from the list
      * by the accounts office instead of sitting in the live ledger.
      * WO-CLOSE-DATE names the FEELEDGR.A<date> archive the balance
      * was closed out of.
      ******************************************************************
       01 FEE-WRITEOFF-RECORD.
             02 WO-STU-NO       PIC 9(05).
             02 WO-STU-NAME     PIC X(15).
             02 WO-CLOSE-DATE   PIC 9(08).
             02 WO-BALANCE      PIC 9(07)V9(02).
      * 'D' the student owes the school (to recover or write off),
      * 'C' the school owes the student (to refund).
             02 WO-BAL-SIDE     PIC X(01).
                 88 WO-RECOVERABLE     VALUE 'D'.
                 88 WO-REFUNDABLE      VALUE 'C'.
      * Why the student is not carried: 'T' transferred out, 'S'
      * struck off, 'G' gone from the master (graduated and archived
      * by YREARCH, or removed).
             02 WO-LEAVE-REASON PIC X(01).
                 88 WO-TRANSFERRED     VALUE 'T'.
                 88 WO-STRUCK-OFF      VALUE 'S'.
                 88 WO-OFF-MASTER      VALUE 'G'.
             02 WO-STATUS       PIC X(01).
                 88 WO-OPEN            VALUE 'O'.
                 88 WO-RECOVERED       VALUE 'R'.
                 88 WO-WRITTEN-OFF     VALUE 'W'.
