      ******************************************************************
      * Author:
      * Date:
      * Purpose: Refund and caution-deposit settlement desk for a
      *          student who has left on a transfer certificate. Any
      *          credit balance or refundable caution deposit used to
      *          sit on FEELEDGR.DAT until the accounts office paid it
      *          out by hand with no trail. Here a supervisor settles
      *          the account: the student must be marked transferred
      *          by TRANSFER, hold no library books (LIBCHK - overdue
      *          fines are on the ledger once the books are back) and
      *          have no open hostel allocation (the last month's mess
      *          charge must be raised first). The desk totals the
      *          caution deposit held ('CAUTION DEPOSIT' charges not
      *          yet adjusted), payments and concessions, fee charges,
      *          library fines and hostel charges; the refundable
      *          amount is the deposit held less whatever is still
      *          owed. The deposit is adjusted back with a 'J' ledger
      *          row and the refund paid out is posted as an 'R' row,
      *          leaving the account at nil; a deposit that does not
      *          cover the dues is adjusted against them and no
      *          refund is made. Each refund consumes the next voucher
      *          number on the REFUNDRG.DAT refund register, prints a
      *          numbered voucher to REFUNDV.RPT (reprintable as a
      *          DUPLICATE) and carries the cheque number or transfer
      *          reference BANKRCN matches the bank debit against. The
      *          register prints to REFUNDRG.RPT. Sign-on is through
      *          OPSIGNON. Whatever is left on the student's prepaid
      *          wallet (WALLCHK) is refunded with the account: it is
      *          credited back as a 'WALLET BALANCE' 'J' row, a
      *          closing debit empties WALLETTX.DAT and the WALLET.DAT
      *          wallet is closed, so the outlets can no longer spend
      *          against it. The voucher and register carry the wallet
      *          money within the payments line.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REFUNDST.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT FEE-LEDGER ASSIGN TO "FEELEDGR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT HOSTEL-ALLOCATION ASSIGN TO "HSTLALOC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALLOC-STATUS.
           SELECT REFUND-REGISTER ASSIGN TO "REFUNDRG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFREG-STATUS.
           SELECT REFUND-VOUCHER ASSIGN TO "REFUNDV.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VOUCHER-STATUS.
           SELECT REFUND-REGISTER-REPORT ASSIGN TO "REFUNDRG.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT WALLET-FILE ASSIGN TO "WALLET.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WALLET-STATUS.
           SELECT WALLET-TXN-FILE ASSIGN TO "WALLETTX.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WALLTX-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  FEE-LEDGER.
           COPY FEELEDGR.

       FD  HOSTEL-ALLOCATION.
           COPY HSTLALOR.

       FD  REFUND-REGISTER.
           COPY REFUNDRR.

       FD  REFUND-VOUCHER.
       01 REFUND-VOUCHER-LINE PIC X(72).

       FD  REFUND-REGISTER-REPORT.
       01 REFUND-REPORT-LINE  PIC X(72).

       FD  WALLET-FILE.
           COPY WALLETR.

       FD  WALLET-TXN-FILE.
           COPY WALLTXR.

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-LEDGER-STATUS   PIC X(02) VALUE '00'.
       01 WS-ALLOC-STATUS    PIC X(02) VALUE '00'.
       01 WS-REFREG-STATUS   PIC X(02) VALUE '00'.
       01 WS-VOUCHER-STATUS  PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-MENU-CHOICE     PIC 9(01) VALUE ZERO.
           88 DONE-WITH-MENU   VALUE 4.
       01 WS-OPERATOR-ID     PIC X(08).
       01 WS-OPERATOR-NAME   PIC X(15).
       01 WS-AUTH-LEVEL      PIC 9(01) VALUE ZERO.
           88 SUPERVISOR-LEVEL VALUE 2 THRU 9.
       01 WS-SIGNON-RESULT   PIC X(01).
           88 SIGNON-OK        VALUE 'Y'.
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'REFUNDST'.
       01 WS-TODAY           PIC 9(08).
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-WORK-STU-NAME   PIC X(15).
       01 WS-WORK-STU-STATUS PIC X(01).
           88 WORK-STU-TRANSFERRED VALUE 'T'.
       01 WS-STU-FOUND       PIC X(01).
           88 STUDENT-ON-MASTER VALUE 'Y'.
       01 WS-BOOKS-OUT       PIC 9(03) VALUE ZERO.
       01 WS-LIB-RESULT      PIC X(01).
           88 BOOKS-OUTSTANDING VALUE 'O'.
           88 LIBRARY-CLEAR     VALUE 'C'.
           88 NO-CIRC-ON-FILE   VALUE 'U'.
       01 WS-BOARDER-FLAG    PIC X(01).
           88 STILL-A-BOARDER  VALUE 'Y'.
       01 WS-LEDGER-ROWS     PIC 9(05) VALUE ZERO.
      * Settlement figures for the student being settled.
       01 WS-DEPOSIT-CHARGED PIC 9(07)V9(02) VALUE ZERO.
       01 WS-DEPOSIT-ADJUSTED PIC 9(07)V9(02) VALUE ZERO.
       01 WS-DEPOSIT-HELD    PIC 9(07)V9(02) VALUE ZERO.
       01 WS-CREDITS         PIC 9(07)V9(02) VALUE ZERO.
       01 WS-FEE-CHARGES     PIC 9(07)V9(02) VALUE ZERO.
       01 WS-LIBRARY-FINES   PIC 9(07)V9(02) VALUE ZERO.
       01 WS-HOSTEL-CHARGES  PIC 9(07)V9(02) VALUE ZERO.
       01 WS-BALANCE         PIC S9(08)V9(02) VALUE ZERO.
       01 WS-REFUNDABLE      PIC S9(08)V9(02) VALUE ZERO.
       01 WS-REFUND-AMOUNT   PIC 9(07)V9(02) VALUE ZERO.
       01 WS-PAY-MODE        PIC X(01).
           88 PAY-MODE-VALID   VALUE 'Q' 'T'.
       01 WS-BANK-REF        PIC X(16).
       01 WS-CONFIRM         PIC X(01).
           88 SETTLEMENT-CONFIRMED VALUE 'Y'.
       01 WS-VOUCHER-NO      PIC 9(06) VALUE ZERO.
       01 WS-VOUCHER-DATE    PIC 9(08) VALUE ZERO.
       01 WS-REPRINT-NO      PIC 9(06) VALUE ZERO.
       01 WS-VCH-FOUND       PIC X(01).
           88 VOUCHER-FOUND    VALUE 'Y'.
       01 WS-VCH-COPY-TYPE   PIC X(01).
           88 VOUCHER-ORIGINAL  VALUE 'O'.
           88 VOUCHER-DUPLICATE VALUE 'D'.
       01 WS-LEDGER-DESC     PIC X(20).
       01 WS-RPT-AMOUNT      PIC Z(06)9.99.
       01 WS-RPT-SIGNED      PIC -(07)9.99.
       01 WS-RPT-TOTAL       PIC Z(08)9.99.
       01 WS-REG-COUNT       PIC 9(05) VALUE ZERO.
       01 WS-REG-TOTAL       PIC 9(09)V9(02) VALUE ZERO.
       01 WS-WALLET-STATUS   PIC X(02) VALUE '00'.
       01 WS-WALLTX-STATUS   PIC X(02) VALUE '00'.
       01 WS-WALLET-HELD     PIC 9(07)V9(02) VALUE ZERO.
       01 WS-WALLET-BALANCE  PIC S9(07)V9(02) VALUE ZERO.
       01 WS-WALLET-SPENT    PIC 9(07)V9(02) VALUE ZERO.
       01 WS-WALLET-LIMIT    PIC 9(05)V9(02) VALUE ZERO.
       01 WS-WALLET-RESULT   PIC X(01).
           88 WALLET-ACTIVE    VALUE 'A'.
       01 WS-TIME-NOW        PIC 9(08).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           CALL 'SCHPROF' USING SCHOOL-PROFILE.
           PERFORM OPERATOR-SIGN-ON.
           PERFORM UNTIL DONE-WITH-MENU
               PERFORM DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       IF SUPERVISOR-LEVEL
                           PERFORM SETTLE-STUDENT-ACCOUNT
                       ELSE
                           DISPLAY 'SETTLEMENT REQUIRES SUPERVISOR '
                               'AUTHORITY - SIGNED ON AS LEVEL '
                               WS-AUTH-LEVEL
                       END-IF
                   WHEN 2
                       PERFORM REPRINT-VOUCHER
                   WHEN 3
                       PERFORM PRINT-REFUND-REGISTER
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       OPERATOR-SIGN-ON.
           CALL 'OPSIGNON' USING WS-OPERATOR-ID WS-OPERATOR-NAME
               WS-AUTH-LEVEL WS-SIGNON-RESULT WS-SIGNON-PROGRAM.
           IF NOT SIGNON-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       DISPLAY-MENU.
           DISPLAY ' '.
           DISPLAY '1. SETTLE LEAVING STUDENT ACCOUNT (SUPERVISOR)'.
           DISPLAY '2. REPRINT REFUND VOUCHER (DUPLICATE)'.
           DISPLAY '3. PRINT REFUND REGISTER'.
           DISPLAY '4. EXIT'.
           DISPLAY 'ENTER CHOICE : '.

       SETTLE-STUDENT-ACCOUNT.
           DISPLAY 'ENTER STU-NO : '.
           ACCEPT WS-WORK-STU-NO.
           PERFORM READ-STUDENT-MASTER.
           IF NOT STUDENT-ON-MASTER
               DISPLAY 'NO SUCH STU-NO ON MASTER : ' WS-WORK-STU-NO
           ELSE
               IF NOT WORK-STU-TRANSFERRED
                   DISPLAY 'STU-NO ' WS-WORK-STU-NO ' HAS NO '
                       'TRANSFER CERTIFICATE - SETTLE ONLY AFTER '
                       'TRANSFER'
               ELSE
                   PERFORM CHECK-LEAVING-CLEARANCES
               END-IF
           END-IF.

       CHECK-LEAVING-CLEARANCES.
           CALL 'LIBCHK' USING WS-WORK-STU-NO WS-BOOKS-OUT
               WS-LIB-RESULT.
           PERFORM CHECK-HOSTEL-ALLOCATION.
           EVALUATE TRUE
               WHEN BOOKS-OUTSTANDING
                   DISPLAY WS-BOOKS-OUT ' LIBRARY BOOK(S) STILL OUT '
                       '- RETURN THROUGH LIBCIRC SO THE FINE IS '
                       'RAISED, THEN SETTLE'
               WHEN STILL-A-BOARDER
                   DISPLAY 'STUDENT STILL HOLDS A HOSTEL ROOM - '
                       'VACATE THROUGH HOSTEL AND RAISE THE LAST '
                       'MESS CHARGE FIRST'
               WHEN OTHER
                   PERFORM TOTAL-STUDENT-LEDGER
                   IF WS-LEDGER-ROWS = ZERO
                       DISPLAY 'NO LEDGER ROWS FOR STU-NO '
                           WS-WORK-STU-NO ' - NOTHING TO SETTLE'
                   ELSE
                       PERFORM SHOW-SETTLEMENT-FIGURES
                       PERFORM DECIDE-SETTLEMENT
                   END-IF
           END-EVALUATE.

       READ-STUDENT-MASTER.
           MOVE 'N' TO WS-STU-FOUND.
           MOVE SPACES TO WS-WORK-STU-NAME.
           MOVE SPACE TO WS-WORK-STU-STATUS.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS = '00'
               MOVE WS-WORK-STU-NO TO STU-NO IN STUDENT-DETAILS
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-STU-FOUND
                       MOVE STU-NAME TO WS-WORK-STU-NAME
                       MOVE STU-STATUS TO WS-WORK-STU-STATUS
               END-READ
               CLOSE STUDENT-MASTER
           END-IF.

       CHECK-HOSTEL-ALLOCATION.
           MOVE 'N' TO WS-BOARDER-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HOSTEL-ALLOCATION.
           IF WS-ALLOC-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ HOSTEL-ALLOCATION
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF HA-STU-NO = WS-WORK-STU-NO
                               AND HA-CURRENT-BOARDER
                               MOVE 'Y' TO WS-BOARDER-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOSTEL-ALLOCATION
           END-IF.

       TOTAL-STUDENT-LEDGER.
           MOVE ZERO TO WS-LEDGER-ROWS.
           MOVE ZERO TO WS-DEPOSIT-CHARGED.
           MOVE ZERO TO WS-DEPOSIT-ADJUSTED.
           MOVE ZERO TO WS-CREDITS.
           MOVE ZERO TO WS-FEE-CHARGES.
           MOVE ZERO TO WS-LIBRARY-FINES.
           MOVE ZERO TO WS-HOSTEL-CHARGES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FEE-LEDGER.
           IF WS-LEDGER-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ FEE-LEDGER
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF FL-STU-NO = WS-WORK-STU-NO
                               ADD 1 TO WS-LEDGER-ROWS
                               PERFORM CLASSIFY-LEDGER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-LEDGER
           END-IF.
           COMPUTE WS-DEPOSIT-HELD =
               WS-DEPOSIT-CHARGED - WS-DEPOSIT-ADJUSTED.
           MOVE ZERO TO WS-WALLET-HELD.
           CALL 'WALLCHK' USING WS-WORK-STU-NO WS-TODAY
               WS-WALLET-BALANCE WS-WALLET-SPENT WS-WALLET-LIMIT
               WS-WALLET-RESULT.
           IF WALLET-ACTIVE AND WS-WALLET-BALANCE > ZERO
               MOVE WS-WALLET-BALANCE TO WS-WALLET-HELD
           END-IF.
      * What the student still owes with the deposit counted as an
      * ordinary charge - the deposit covers that first. Money left
      * on the wallet is owed back like any payment on account.
           COMPUTE WS-BALANCE = WS-DEPOSIT-HELD + WS-FEE-CHARGES
               + WS-LIBRARY-FINES + WS-HOSTEL-CHARGES - WS-CREDITS
               - WS-WALLET-HELD.
           COMPUTE WS-REFUNDABLE = WS-DEPOSIT-HELD - WS-BALANCE.

       CLASSIFY-LEDGER-ROW.
      * Earlier refunds debit the account like any fee charge.
           EVALUATE TRUE
               WHEN FL-DEPOSIT-ADJ-TXN
                AND FL-DESCRIPTION (1:14) = 'WALLET BALANCE'
                   ADD FL-AMOUNT TO WS-CREDITS
               WHEN FL-DEPOSIT-ADJ-TXN
                   ADD FL-AMOUNT TO WS-DEPOSIT-ADJUSTED
               WHEN FL-CREDIT-TXN
                   ADD FL-AMOUNT TO WS-CREDITS
               WHEN FL-REFUND-TXN
                   ADD FL-AMOUNT TO WS-FEE-CHARGES
               WHEN FL-DESCRIPTION (1:15) = 'CAUTION DEPOSIT'
                   ADD FL-AMOUNT TO WS-DEPOSIT-CHARGED
               WHEN FL-DESCRIPTION (1:12) = 'LIBRARY FINE'
                   ADD FL-AMOUNT TO WS-LIBRARY-FINES
               WHEN FL-DESCRIPTION (1:12) = 'HOSTEL MESS '
                   ADD FL-AMOUNT TO WS-HOSTEL-CHARGES
               WHEN FL-CHARGE-TXN
                   ADD FL-AMOUNT TO WS-FEE-CHARGES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SHOW-SETTLEMENT-FIGURES.
           DISPLAY ' '.
           DISPLAY 'SETTLEMENT FOR STU-NO ' WS-WORK-STU-NO ' '
               WS-WORK-STU-NAME.
           MOVE WS-DEPOSIT-HELD TO WS-RPT-AMOUNT.
           DISPLAY '  CAUTION DEPOSIT HELD   : ' WS-RPT-AMOUNT.
           MOVE WS-CREDITS TO WS-RPT-AMOUNT.
           DISPLAY '  PAYMENTS/CONCESSIONS   : ' WS-RPT-AMOUNT.
           MOVE WS-WALLET-HELD TO WS-RPT-AMOUNT.
           DISPLAY '  WALLET BALANCE         : ' WS-RPT-AMOUNT.
           MOVE WS-FEE-CHARGES TO WS-RPT-AMOUNT.
           DISPLAY '  LESS FEES AND DEBITS   : ' WS-RPT-AMOUNT.
           MOVE WS-LIBRARY-FINES TO WS-RPT-AMOUNT.
           DISPLAY '  LESS LIBRARY FINES     : ' WS-RPT-AMOUNT.
           MOVE WS-HOSTEL-CHARGES TO WS-RPT-AMOUNT.
           DISPLAY '  LESS HOSTEL CHARGES    : ' WS-RPT-AMOUNT.
           MOVE WS-REFUNDABLE TO WS-RPT-SIGNED.
           DISPLAY '  REFUNDABLE             : ' WS-RPT-SIGNED.

       DECIDE-SETTLEMENT.
           EVALUATE TRUE
               WHEN WS-REFUNDABLE > ZERO
                   PERFORM ACCEPT-REFUND-PAYMENT
               WHEN WS-DEPOSIT-HELD > ZERO
                 OR WS-WALLET-HELD > ZERO
                   PERFORM ADJUST-DEPOSIT-AGAINST-DUES
               WHEN OTHER
                   MOVE WS-BALANCE TO WS-RPT-SIGNED
                   DISPLAY 'NOTHING REFUNDABLE - ACCOUNT BALANCE '
                       WS-RPT-SIGNED
           END-EVALUATE.

       ADJUST-DEPOSIT-AGAINST-DUES.
           DISPLAY 'DEPOSIT AND WALLET DO NOT COVER THE DUES - '
               'ADJUST THEM AGAINST THE DUES (Y/N) : '.
           ACCEPT WS-CONFIRM.
           IF SETTLEMENT-CONFIRMED
               OPEN EXTEND FEE-LEDGER
               IF WS-LEDGER-STATUS NOT = '00'
                   OPEN OUTPUT FEE-LEDGER
               END-IF
               IF WS-DEPOSIT-HELD > ZERO
                   PERFORM WRITE-DEPOSIT-ADJUSTMENT
               END-IF
               IF WS-WALLET-HELD > ZERO
                   PERFORM WRITE-WALLET-ADJUSTMENT
               END-IF
               CLOSE FEE-LEDGER
               PERFORM CLOSE-STUDENT-WALLET
               COMPUTE WS-BALANCE = WS-BALANCE - WS-DEPOSIT-HELD
               MOVE WS-BALANCE TO WS-RPT-SIGNED
               DISPLAY 'DEPOSIT/WALLET ADJUSTED - BALANCE STILL DUE : '
                   WS-RPT-SIGNED
           ELSE
               DISPLAY 'SETTLEMENT ABANDONED, NOTHING POSTED'
           END-IF.

       ACCEPT-REFUND-PAYMENT.
           MOVE WS-REFUNDABLE TO WS-REFUND-AMOUNT.
           DISPLAY 'PAY BY (Q CHEQUE / T BANK TRANSFER) : '.
           ACCEPT WS-PAY-MODE.
           PERFORM UNTIL PAY-MODE-VALID
               DISPLAY 'MUST BE Q OR T, RE-ENTER : '
               ACCEPT WS-PAY-MODE
           END-PERFORM.
           DISPLAY 'ENTER CHEQUE NO / TRANSFER REFERENCE : '.
           ACCEPT WS-BANK-REF.
           PERFORM UNTIL WS-BANK-REF NOT = SPACES
               DISPLAY 'REFERENCE IS REQUIRED FOR BANK MATCHING, '
                   'RE-ENTER : '
               ACCEPT WS-BANK-REF
           END-PERFORM.
           MOVE WS-REFUND-AMOUNT TO WS-RPT-AMOUNT.
           DISPLAY 'POST REFUND OF ' WS-RPT-AMOUNT ' (Y/N) : '.
           ACCEPT WS-CONFIRM.
           IF SETTLEMENT-CONFIRMED
               PERFORM FIND-NEXT-VOUCHER-NO
               MOVE WS-TODAY TO WS-VOUCHER-DATE
               PERFORM POST-REFUND-TO-LEDGER
               PERFORM CLOSE-STUDENT-WALLET
      * The register has no wallet column - the wallet money is
      * carried in the payments line of the voucher and register.
               ADD WS-WALLET-HELD TO WS-CREDITS
               PERFORM WRITE-REFUND-REGISTER
               MOVE 'O' TO WS-VCH-COPY-TYPE
               PERFORM PRINT-ONE-VOUCHER
               DISPLAY 'REFUND POSTED, VOUCHER NO : ' WS-VOUCHER-NO
           ELSE
               DISPLAY 'SETTLEMENT ABANDONED, NOTHING POSTED'
           END-IF.

       POST-REFUND-TO-LEDGER.
           OPEN EXTEND FEE-LEDGER.
           IF WS-LEDGER-STATUS NOT = '00'
               OPEN OUTPUT FEE-LEDGER
           END-IF.
           IF WS-DEPOSIT-HELD > ZERO
               PERFORM WRITE-DEPOSIT-ADJUSTMENT
           END-IF.
           IF WS-WALLET-HELD > ZERO
               PERFORM WRITE-WALLET-ADJUSTMENT
           END-IF.
           MOVE WS-WORK-STU-NO TO FL-STU-NO.
           MOVE WS-TODAY TO FL-TXN-DATE.
           MOVE 'R' TO FL-TXN-TYPE.
           MOVE WS-REFUND-AMOUNT TO FL-AMOUNT.
           MOVE SPACES TO WS-LEDGER-DESC.
           STRING 'REFUND VCH ' WS-VOUCHER-NO
               DELIMITED BY SIZE INTO WS-LEDGER-DESC.
           MOVE WS-LEDGER-DESC TO FL-DESCRIPTION.
           MOVE ZERO TO FL-DUE-DATE.
           MOVE WS-PAY-MODE TO FL-PAY-MODE.
           MOVE WS-OPERATOR-ID TO FL-OPERATOR-ID.
           WRITE FEE-LEDGER-RECORD.
           CLOSE FEE-LEDGER.

       WRITE-DEPOSIT-ADJUSTMENT.
           MOVE WS-WORK-STU-NO TO FL-STU-NO.
           MOVE WS-TODAY TO FL-TXN-DATE.
           MOVE 'J' TO FL-TXN-TYPE.
           MOVE WS-DEPOSIT-HELD TO FL-AMOUNT.
           MOVE 'CAUTION DEP ADJUSTED' TO FL-DESCRIPTION.
           MOVE ZERO TO FL-DUE-DATE.
           MOVE SPACE TO FL-PAY-MODE.
           MOVE WS-OPERATOR-ID TO FL-OPERATOR-ID.
           WRITE FEE-LEDGER-RECORD.

       WRITE-WALLET-ADJUSTMENT.
           MOVE WS-WORK-STU-NO TO FL-STU-NO.
           MOVE WS-TODAY TO FL-TXN-DATE.
           MOVE 'J' TO FL-TXN-TYPE.
           MOVE WS-WALLET-HELD TO FL-AMOUNT.
           MOVE 'WALLET BALANCE' TO FL-DESCRIPTION.
           MOVE ZERO TO FL-DUE-DATE.
           MOVE SPACE TO FL-PAY-MODE.
           MOVE WS-OPERATOR-ID TO FL-OPERATOR-ID.
           WRITE FEE-LEDGER-RECORD.

       CLOSE-STUDENT-WALLET.
           IF WALLET-ACTIVE
               IF WS-WALLET-HELD > ZERO
                   PERFORM WRITE-WALLET-CLOSING-DEBIT
               END-IF
               MOVE 'N' TO WS-EOF-FLAG
               OPEN I-O WALLET-FILE
               IF WS-WALLET-STATUS = '00'
                   PERFORM UNTIL END-OF-CURRENT-FILE
                       READ WALLET-FILE
                           AT END
                               SET END-OF-CURRENT-FILE TO TRUE
                           NOT AT END
                               IF WM-STU-NO = WS-WORK-STU-NO
                                   MOVE 'C' TO WM-STATUS
                                   MOVE WS-TODAY TO WM-CLOSED-DATE
                                   REWRITE WALLET-MASTER-RECORD
                                   SET END-OF-CURRENT-FILE TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE WALLET-FILE
               END-IF
               DISPLAY 'WALLET CLOSED FOR STU-NO ' WS-WORK-STU-NO
           END-IF.

       WRITE-WALLET-CLOSING-DEBIT.
           ACCEPT WS-TIME-NOW FROM TIME.
           OPEN EXTEND WALLET-TXN-FILE.
           IF WS-WALLTX-STATUS NOT = '00'
               OPEN OUTPUT WALLET-TXN-FILE
           END-IF.
           MOVE WS-WORK-STU-NO TO WT-STU-NO.
           MOVE WS-TODAY       TO WT-TXN-DATE.
           MOVE WS-TIME-NOW    TO WT-TXN-TIME.
           MOVE 'X'            TO WT-TXN-TYPE.
           MOVE SPACE          TO WT-OUTLET.
           MOVE WS-WALLET-HELD TO WT-AMOUNT.
           MOVE 'FEE ACCT'     TO WT-REFERENCE.
           MOVE WS-OPERATOR-ID TO WT-OPERATOR-ID.
           WRITE WALLET-TXN-RECORD.
           CLOSE WALLET-TXN-FILE.

       WRITE-REFUND-REGISTER.
           OPEN EXTEND REFUND-REGISTER.
           IF WS-REFREG-STATUS NOT = '00'
               OPEN OUTPUT REFUND-REGISTER
           END-IF.
           MOVE WS-VOUCHER-NO     TO RF-VOUCHER-NO.
           MOVE WS-WORK-STU-NO    TO RF-STU-NO.
           MOVE WS-TODAY          TO RF-VOUCHER-DATE.
           MOVE WS-DEPOSIT-HELD   TO RF-DEPOSIT-HELD.
           MOVE WS-CREDITS        TO RF-CREDITS.
           MOVE WS-FEE-CHARGES    TO RF-FEE-CHARGES.
           MOVE WS-LIBRARY-FINES  TO RF-LIBRARY-FINES.
           MOVE WS-HOSTEL-CHARGES TO RF-HOSTEL-CHARGES.
           MOVE WS-REFUND-AMOUNT  TO RF-REFUND-AMOUNT.
           MOVE WS-PAY-MODE       TO RF-PAY-MODE.
           MOVE WS-BANK-REF       TO RF-BANK-REF.
           MOVE WS-OPERATOR-ID    TO RF-OPERATOR-ID.
           WRITE REFUND-REGISTER-RECORD.
           CLOSE REFUND-REGISTER.

       FIND-NEXT-VOUCHER-NO.
           MOVE ZERO TO WS-VOUCHER-NO.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT REFUND-REGISTER.
           IF WS-REFREG-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ REFUND-REGISTER
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF RF-VOUCHER-NO > WS-VOUCHER-NO
                               MOVE RF-VOUCHER-NO TO WS-VOUCHER-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFUND-REGISTER
           END-IF.
           ADD 1 TO WS-VOUCHER-NO.

       REPRINT-VOUCHER.
           DISPLAY 'ENTER VOUCHER NO TO REPRINT : '.
           ACCEPT WS-REPRINT-NO.
           MOVE 'N' TO WS-VCH-FOUND.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT REFUND-REGISTER.
           IF WS-REFREG-STATUS NOT = '00'
               DISPLAY 'NO REFUND REGISTER ON FILE'
           ELSE
               PERFORM UNTIL END-OF-CURRENT-FILE OR VOUCHER-FOUND
                   READ REFUND-REGISTER
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF RF-VOUCHER-NO = WS-REPRINT-NO
                               MOVE 'Y' TO WS-VCH-FOUND
                               PERFORM LOAD-VOUCHER-FROM-REGISTER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFUND-REGISTER
               IF VOUCHER-FOUND
                   PERFORM READ-STUDENT-MASTER
                   MOVE 'D' TO WS-VCH-COPY-TYPE
                   PERFORM PRINT-ONE-VOUCHER
                   DISPLAY 'DUPLICATE VOUCHER PRINTED, NO : '
                       WS-REPRINT-NO
               ELSE
                   DISPLAY 'VOUCHER NOT ON REGISTER : '
                       WS-REPRINT-NO
               END-IF
           END-IF.

       LOAD-VOUCHER-FROM-REGISTER.
           MOVE RF-VOUCHER-NO     TO WS-VOUCHER-NO.
           MOVE RF-STU-NO         TO WS-WORK-STU-NO.
           MOVE RF-VOUCHER-DATE   TO WS-VOUCHER-DATE.
           MOVE RF-DEPOSIT-HELD   TO WS-DEPOSIT-HELD.
           MOVE RF-CREDITS        TO WS-CREDITS.
           MOVE RF-FEE-CHARGES    TO WS-FEE-CHARGES.
           MOVE RF-LIBRARY-FINES  TO WS-LIBRARY-FINES.
           MOVE RF-HOSTEL-CHARGES TO WS-HOSTEL-CHARGES.
           MOVE RF-REFUND-AMOUNT  TO WS-REFUND-AMOUNT.
           MOVE RF-PAY-MODE       TO WS-PAY-MODE.
           MOVE RF-BANK-REF       TO WS-BANK-REF.

       PRINT-ONE-VOUCHER.
           OPEN EXTEND REFUND-VOUCHER.
           IF WS-VOUCHER-STATUS NOT = '00'
               OPEN OUTPUT REFUND-VOUCHER
           END-IF.
           MOVE ALL '=' TO REFUND-VOUCHER-LINE.
           WRITE REFUND-VOUCHER-LINE.
           MOVE SPACES TO REFUND-VOUCHER-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO REFUND-VOUCHER-LINE.
           WRITE REFUND-VOUCHER-LINE.
           MOVE '                 REFUND VOUCHER' TO
               REFUND-VOUCHER-LINE.
           WRITE REFUND-VOUCHER-LINE.
           IF VOUCHER-DUPLICATE
               MOVE '             *** DUPLICATE ***' TO
                   REFUND-VOUCHER-LINE
               WRITE REFUND-VOUCHER-LINE
           END-IF.
           MOVE ALL '-' TO REFUND-VOUCHER-LINE.
           WRITE REFUND-VOUCHER-LINE.
           MOVE SPACES TO REFUND-VOUCHER-LINE.
           STRING 'VOUCHER NO : ' WS-VOUCHER-NO
               '   DATE : ' WS-VOUCHER-DATE
               DELIMITED BY SIZE INTO REFUND-VOUCHER-LINE.
           WRITE REFUND-VOUCHER-LINE.
           MOVE SPACES TO REFUND-VOUCHER-LINE.
           STRING 'STU-NO     : ' WS-WORK-STU-NO '  '
               WS-WORK-STU-NAME
               DELIMITED BY SIZE INTO REFUND-VOUCHER-LINE.
           WRITE REFUND-VOUCHER-LINE.
           MOVE ALL '-' TO REFUND-VOUCHER-LINE.
           WRITE REFUND-VOUCHER-LINE.
           MOVE WS-DEPOSIT-HELD TO WS-RPT-AMOUNT.
           MOVE SPACES TO REFUND-VOUCHER-LINE.
           STRING 'CAUTION DEPOSIT HELD         ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO REFUND-VOUCHER-LINE.
           WRITE REFUND-VOUCHER-LINE.
           MOVE WS-CREDITS TO WS-RPT-AMOUNT.
           MOVE SPACES TO REFUND-VOUCHER-LINE.
           STRING 'ADD PAYMENTS/CONC./WALLET    ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO REFUND-VOUCHER-LINE.
           WRITE REFUND-VOUCHER-LINE.
           MOVE WS-FEE-CHARGES TO WS-RPT-AMOUNT.
           MOVE SPACES TO REFUND-VOUCHER-LINE.
           STRING 'LESS FEES AND OTHER DEBITS   ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO REFUND-VOUCHER-LINE.
           WRITE REFUND-VOUCHER-LINE.
           MOVE WS-LIBRARY-FINES TO WS-RPT-AMOUNT.
           MOVE SPACES TO REFUND-VOUCHER-LINE.
           STRING 'LESS LIBRARY FINES           ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO REFUND-VOUCHER-LINE.
           WRITE REFUND-VOUCHER-LINE.
           MOVE WS-HOSTEL-CHARGES TO WS-RPT-AMOUNT.
           MOVE SPACES TO REFUND-VOUCHER-LINE.
           STRING 'LESS HOSTEL CHARGES          ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO REFUND-VOUCHER-LINE.
           WRITE REFUND-VOUCHER-LINE.
           MOVE ALL '-' TO REFUND-VOUCHER-LINE.
           WRITE REFUND-VOUCHER-LINE.
           MOVE WS-REFUND-AMOUNT TO WS-RPT-AMOUNT.
           MOVE SPACES TO REFUND-VOUCHER-LINE.
           STRING 'REFUND PAYABLE               ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO REFUND-VOUCHER-LINE.
           WRITE REFUND-VOUCHER-LINE.
           MOVE SPACES TO REFUND-VOUCHER-LINE.
           IF WS-PAY-MODE = 'Q'
               STRING 'PAID BY CHEQUE NO   : ' WS-BANK-REF
                   DELIMITED BY SIZE INTO REFUND-VOUCHER-LINE
           ELSE
               STRING 'PAID BY TRANSFER REF : ' WS-BANK-REF
                   DELIMITED BY SIZE INTO REFUND-VOUCHER-LINE
           END-IF.
           WRITE REFUND-VOUCHER-LINE.
           MOVE ALL '-' TO REFUND-VOUCHER-LINE.
           WRITE REFUND-VOUCHER-LINE.
           MOVE 'ACCOUNTANT SIGN.   PRINCIPAL SIGN.   RECEIVED BY'
               TO REFUND-VOUCHER-LINE.
           WRITE REFUND-VOUCHER-LINE.
           MOVE ALL '=' TO REFUND-VOUCHER-LINE.
           WRITE REFUND-VOUCHER-LINE.
           MOVE SPACES TO REFUND-VOUCHER-LINE.
           WRITE REFUND-VOUCHER-LINE.
           CLOSE REFUND-VOUCHER.

       PRINT-REFUND-REGISTER.
           MOVE ZERO TO WS-REG-COUNT.
           MOVE ZERO TO WS-REG-TOTAL.
           OPEN OUTPUT REFUND-REGISTER-REPORT.
           MOVE ALL '=' TO REFUND-REPORT-LINE.
           WRITE REFUND-REPORT-LINE.
           MOVE SPACES TO REFUND-REPORT-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO REFUND-REPORT-LINE.
           WRITE REFUND-REPORT-LINE.
           MOVE '                  REFUND REGISTER' TO
               REFUND-REPORT-LINE.
           WRITE REFUND-REPORT-LINE.
           MOVE SPACES TO REFUND-REPORT-LINE.
           STRING 'PRINTED : ' WS-TODAY
               DELIMITED BY SIZE INTO REFUND-REPORT-LINE.
           WRITE REFUND-REPORT-LINE.
           MOVE ALL '-' TO REFUND-REPORT-LINE.
           WRITE REFUND-REPORT-LINE.
           MOVE 'VCH-NO DATE     STU-NO    AMOUNT M REFERENCE'
               TO REFUND-REPORT-LINE.
           WRITE REFUND-REPORT-LINE.
           MOVE ALL '-' TO REFUND-REPORT-LINE.
           WRITE REFUND-REPORT-LINE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT REFUND-REGISTER.
           IF WS-REFREG-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ REFUND-REGISTER
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           PERFORM WRITE-ONE-REGISTER-LINE
                   END-READ
               END-PERFORM
               CLOSE REFUND-REGISTER
           END-IF.
           MOVE ALL '-' TO REFUND-REPORT-LINE.
           WRITE REFUND-REPORT-LINE.
           MOVE WS-REG-TOTAL TO WS-RPT-TOTAL.
           MOVE SPACES TO REFUND-REPORT-LINE.
           STRING 'VOUCHERS ' WS-REG-COUNT
               '  TOTAL REFUNDED ' WS-RPT-TOTAL
               DELIMITED BY SIZE INTO REFUND-REPORT-LINE.
           WRITE REFUND-REPORT-LINE.
           MOVE ALL '=' TO REFUND-REPORT-LINE.
           WRITE REFUND-REPORT-LINE.
           CLOSE REFUND-REGISTER-REPORT.
           DISPLAY 'REFUND REGISTER PRINTED, VOUCHERS : '
               WS-REG-COUNT.

       WRITE-ONE-REGISTER-LINE.
           ADD 1 TO WS-REG-COUNT.
           ADD RF-REFUND-AMOUNT TO WS-REG-TOTAL.
           MOVE RF-REFUND-AMOUNT TO WS-RPT-AMOUNT.
           MOVE SPACES TO REFUND-REPORT-LINE.
           STRING RF-VOUCHER-NO ' ' RF-VOUCHER-DATE ' '
               RF-STU-NO ' ' WS-RPT-AMOUNT ' '
               RF-PAY-MODE ' ' RF-BANK-REF ' '
               RF-OPERATOR-ID
               DELIMITED BY SIZE INTO REFUND-REPORT-LINE.
           WRITE REFUND-REPORT-LINE.
      ** add other procedures here
       END PROGRAM REFUNDST.
