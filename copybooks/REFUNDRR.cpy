      ******************************************************************
      * REFUNDRR - refund register record on REFUNDRG.DAT, one record
      * per refund voucher issued when a leaving student's account is
      * settled. Written by the REFUNDST settlement desk, which also
      * posts the matching 'J' and 'R' rows to FEELEDGR.DAT; read by
      * BANKRCN to match the outgoing bank payment to the voucher.
      * The breakdown fields carry the figures printed on the voucher
      * so a reprint shows exactly what was settled at the time.
      ******************************************************************
       01 REFUND-REGISTER-RECORD.
             02 RF-VOUCHER-NO    PIC 9(06).
             02 RF-STU-NO        PIC 9(05).
             02 RF-VOUCHER-DATE  PIC 9(08).
             02 RF-DEPOSIT-HELD  PIC 9(07)V9(02).
             02 RF-CREDITS       PIC 9(07)V9(02).
             02 RF-FEE-CHARGES   PIC 9(07)V9(02).
             02 RF-LIBRARY-FINES PIC 9(07)V9(02).
             02 RF-HOSTEL-CHARGES PIC 9(07)V9(02).
             02 RF-REFUND-AMOUNT PIC 9(07)V9(02).
      * Cheque number or bank transfer reference - the reference the
      * bank statement carries against the outgoing debit.
             02 RF-PAY-MODE      PIC X(01).
                 88 RF-BY-CHEQUE     VALUE 'Q'.
                 88 RF-BY-TRANSFER   VALUE 'T'.
                 88 RF-PAY-MODE-VALID VALUE 'Q' 'T'.
             02 RF-BANK-REF      PIC X(16).
             02 RF-OPERATOR-ID   PIC X(08).
