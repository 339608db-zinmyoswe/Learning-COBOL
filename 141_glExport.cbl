      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly general-ledger journal export. The school's
      *          accounting package used to be fed by retyping totals
      *          off the CASHEOD and FEEPOST reports. This run takes
      *          the RUNCTL run date's FEELEDGR.DAT postings - once
      *          CASHEOD has closed the day on DAYCLOSE.DAT, so the
      *          figures are final - and summarises them into
      *          balanced debit/credit journal lines appended to
      *          GLJRNL.DAT, one line per GL account and side. Every
      *          posting is balanced against the fees receivable
      *          control account: a charge credits its fee head's
      *          account, a payment debits the cash, bank or clearing
      *          account of its pay mode, a concession or caution
      *          deposit adjustment debits its head's account and a
      *          refund credits the account it was paid from. The
      *          head and pay-mode accounts come from the GLMAP.DAT
      *          account map. A posting whose head or pay mode has no
      *          map stops the whole export (RC 8) and is listed on
      *          the GLCTL.RPT control report - nothing is parked in
      *          a suspense account. The control report ties the
      *          journal back to the day: DAYCLOSE.DAT close details,
      *          ledger rows and amount by transaction type, payments
      *          by mode as CASHEOD printed them, and journal debits
      *          equal to journal credits. A day already on GLJRNL.DAT
      *          is not exported twice. The 'O'/'B' opening-balance
      *          rows LEDGCLOS posts at year-end are not exported -
      *          they re-state balances the receivable account
      *          already holds, and neither are the 'X'/'Y' rows
      *          XFEROUT posts when a balance moves to the other
      *          branch. Appends to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GLEXPORT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT FEE-LEDGER ASSIGN TO "FEELEDGR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT GL-JOURNAL ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT DAY-CLOSE-FILE ASSIGN TO "DAYCLOSE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAYCLOSE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT GL-CONTROL-REPORT ASSIGN TO "GLCTL.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  FEE-LEDGER.
           COPY FEELEDGR.

       FD  GL-MAP-FILE.
           COPY GLMAPR.

       FD  GL-JOURNAL.
           COPY GLJRNLR.

       FD  DAY-CLOSE-FILE.
       01 DAY-CLOSE-RECORD.
           05 DY-CLOSE-DATE   PIC 9(08).
           05 DY-CLOSED-BY    PIC X(08).
           05 DY-CLOSE-TIME   PIC 9(08).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  GL-CONTROL-REPORT.
       01 GL-CONTROL-LINE     PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-LEDGER-STATUS   PIC X(02) VALUE '00'.
       01 WS-GLMAP-STATUS    PIC X(02) VALUE '00'.
       01 WS-JOURNAL-STATUS  PIC X(02) VALUE '00'.
       01 WS-DAYCLOSE-STATUS PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08) VALUE ZERO.
       01 WS-RUN-DATE-INT    PIC 9(08) VALUE ZERO.
       01 WS-DAY-CLOSED      PIC X(01) VALUE 'N'.
           88 DAY-IS-CLOSED    VALUE 'Y'.
       01 WS-CLOSED-BY       PIC X(08) VALUE SPACES.
       01 WS-CLOSE-TIME      PIC 9(08) VALUE ZERO.
       01 WS-ALREADY-FLAG    PIC X(01) VALUE 'N'.
           88 DAY-ALREADY-EXPORTED VALUE 'Y'.
      * Account map from GLMAP.DAT.
       01 WS-MAP-COUNT       PIC 9(03) VALUE ZERO.
       01 WS-MAP-TABLE.
           05 WS-GM-ENTRY OCCURS 200 TIMES INDEXED BY GM-INDEX.
               10 WS-GM-TYPE     PIC X(01).
               10 WS-GM-KEY      PIC X(20).
               10 WS-GM-LEN      PIC 9(02).
               10 WS-GM-ACCOUNT  PIC X(10).
               10 WS-GM-NAME     PIC X(20).
       01 WS-RECEIVABLE-ACCOUNT PIC X(10) VALUE SPACES.
       01 WS-RECEIVABLE-NAME PIC X(20) VALUE SPACES.
      * Accounts resolved for the ledger row in hand.
       01 WS-DR-ACCOUNT      PIC X(10).
       01 WS-DR-NAME         PIC X(20).
       01 WS-CR-ACCOUNT      PIC X(10).
       01 WS-CR-NAME         PIC X(20).
       01 WS-ROW-MAPPED      PIC X(01).
           88 ROW-FULLY-MAPPED VALUE 'Y'.
       01 WS-HIT-ACCOUNT     PIC X(10).
       01 WS-HIT-NAME        PIC X(20).
       01 WS-HIT-LEN         PIC 9(02).
       01 WS-WORK-LEN        PIC 9(02).
      * Journal lines being built - one per account and side.
       01 WS-JRNL-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-JRNL-FULL-FLAG  PIC X(01) VALUE 'N'.
           88 JOURNAL-TABLE-FULL VALUE 'Y'.
       01 WS-JRNL-TABLE.
           05 WS-JL-ENTRY OCCURS 200 TIMES INDEXED BY JL-INDEX.
               10 WS-JL-ACCOUNT  PIC X(10).
               10 WS-JL-DR-CR    PIC X(01).
               10 WS-JL-AMOUNT   PIC 9(09)V9(02).
               10 WS-JL-COUNT    PIC 9(05).
               10 WS-JL-NAME     PIC X(20).
       01 WS-POST-ACCOUNT    PIC X(10).
       01 WS-POST-DR-CR      PIC X(01).
       01 WS-POST-NAME       PIC X(20).
       01 WS-FOUND-FLAG      PIC X(01).
           88 ENTRY-FOUND      VALUE 'Y'.
      * Heads, pay modes and types with no account map.
       01 WS-UNMAPPED-COUNT  PIC 9(03) VALUE ZERO.
       01 WS-UNMAPPED-TABLE.
           05 WS-UM-ENTRY OCCURS 50 TIMES INDEXED BY UM-INDEX.
               10 WS-UM-TYPE     PIC X(01).
               10 WS-UM-KEY      PIC X(20).
               10 WS-UM-ROWS     PIC 9(05).
               10 WS-UM-AMOUNT   PIC 9(09)V9(02).
       01 WS-MISS-TYPE       PIC X(01).
       01 WS-MISS-KEY        PIC X(20).
      * Day totals for the control report.
       01 WS-ROWS-READ       PIC 9(05) VALUE ZERO.
       01 WS-DAY-ROWS        PIC 9(05) VALUE ZERO.
       01 WS-DAY-AMOUNT      PIC 9(09)V9(02) VALUE ZERO.
       01 WS-TYPE-TOTALS.
           05 WS-TT-ENTRY OCCURS 5 TIMES INDEXED BY TT-INDEX.
               10 WS-TT-ROWS     PIC 9(05).
               10 WS-TT-AMOUNT   PIC 9(09)V9(02).
       01 WS-TYPE-LABELS.
           05 FILLER PIC X(20) VALUE 'C CHARGES'.
           05 FILLER PIC X(20) VALUE 'P PAYMENTS'.
           05 FILLER PIC X(20) VALUE 'N CONCESSIONS'.
           05 FILLER PIC X(20) VALUE 'J DEPOSIT ADJUSTED'.
           05 FILLER PIC X(20) VALUE 'R REFUNDS'.
       01 WS-TYPE-LABEL-TABLE REDEFINES WS-TYPE-LABELS.
           05 WS-TT-LABEL PIC X(20) OCCURS 5 TIMES.
       01 WS-CASH-TOTAL      PIC 9(09)V9(02) VALUE ZERO.
       01 WS-CHEQUE-TOTAL    PIC 9(09)V9(02) VALUE ZERO.
       01 WS-TRANSFER-TOTAL  PIC 9(09)V9(02) VALUE ZERO.
       01 WS-DEBIT-TOTAL     PIC 9(09)V9(02) VALUE ZERO.
       01 WS-CREDIT-TOTAL    PIC 9(09)V9(02) VALUE ZERO.
       01 WS-LINES-WRITTEN   PIC 9(05) VALUE ZERO.
       01 WS-RPT-AMOUNT      PIC Z(08)9.99.
       01 WS-RPT-DEBIT       PIC Z(08)9.99.
       01 WS-RPT-CREDIT      PIC Z(08)9.99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-START-TIME FROM TIME.
           CALL 'SCHPROF' USING SCHOOL-PROFILE.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM CHECK-DAY-CLOSED.
           IF NOT DAY-IS-CLOSED
               DISPLAY 'DAY ' WS-RUN-DATE-INT ' NOT CLOSED ON '
                   'DAYCLOSE.DAT - CLOSE IT THROUGH CASHEOD, '
                   'EXPORT HELD'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM CHECK-ALREADY-EXPORTED.
           IF DAY-ALREADY-EXPORTED
               DISPLAY 'DAY ' WS-RUN-DATE-INT ' IS ALREADY ON '
                   'GLJRNL.DAT - NOT EXPORTED TWICE'
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM LOAD-ACCOUNT-MAP.
           PERFORM SUMMARISE-DAY-POSTINGS.
           OPEN OUTPUT GL-CONTROL-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-DAY-TIE-OUT.
           EVALUATE TRUE
               WHEN WS-UNMAPPED-COUNT > ZERO
                   PERFORM WRITE-UNMAPPED-LIST
                   DISPLAY 'UNMAPPED HEADS/PAY MODES : '
                       WS-UNMAPPED-COUNT ' - EXPORT STOPPED, SEE '
                       'GLCTL.RPT'
                   MOVE 8 TO RETURN-CODE
               WHEN JOURNAL-TABLE-FULL
                   MOVE 'JOURNAL LINE TABLE FULL - EXPORT STOPPED'
                       TO GL-CONTROL-LINE
                   WRITE GL-CONTROL-LINE
                   DISPLAY 'JOURNAL LINE TABLE FULL AT '
                       WS-JRNL-COUNT ' LINES - EXPORT STOPPED'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                   MOVE 'JOURNAL DOES NOT BALANCE - EXPORT STOPPED'
                       TO GL-CONTROL-LINE
                   WRITE GL-CONTROL-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-JRNL-COUNT = ZERO
                   MOVE 'NO POSTINGS FOR THE DAY - NOTHING EXPORTED'
                       TO GL-CONTROL-LINE
                   WRITE GL-CONTROL-LINE
               WHEN OTHER
                   PERFORM WRITE-JOURNAL-LINES
           END-EVALUATE.
           PERFORM WRITE-REPORT-FOOTING.
           CLOSE GL-CONTROL-REPORT.
           DISPLAY 'GL EXPORT FOR ' WS-RUN-DATE-INT
               ' - POSTINGS ' WS-DAY-ROWS
               '  JOURNAL LINES ' WS-LINES-WRITTEN.
           PERFORM WRITE-RUN-LOG.
           GOBACK.

       LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = '00'
               READ RUN-CONTROL-FILE
                   NOT AT END
                       DISPLAY 'RUN CONTROL - TERM : ' RUN-TERM-CODE
                           ' RUN-DATE : ' RUN-DATE
                       MOVE RUN-DATE TO WS-RUN-DATE-INT
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-RUN-DATE-INT = ZERO
               ACCEPT WS-RUN-DATE-INT FROM DATE YYYYMMDD
           END-IF.

       CHECK-DAY-CLOSED.
           MOVE 'N' TO WS-DAY-CLOSED.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT DAY-CLOSE-FILE.
           IF WS-DAYCLOSE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ DAY-CLOSE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF DY-CLOSE-DATE = WS-RUN-DATE-INT
                               MOVE 'Y' TO WS-DAY-CLOSED
                               MOVE DY-CLOSED-BY TO WS-CLOSED-BY
                               MOVE DY-CLOSE-TIME TO WS-CLOSE-TIME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAY-CLOSE-FILE
           END-IF.

       CHECK-ALREADY-EXPORTED.
           MOVE 'N' TO WS-ALREADY-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GL-JOURNAL.
           IF WS-JOURNAL-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GL-JOURNAL
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF GJ-POST-DATE = WS-RUN-DATE-INT
                               MOVE 'Y' TO WS-ALREADY-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-JOURNAL
           END-IF.

       LOAD-ACCOUNT-MAP.
           MOVE ZERO TO WS-MAP-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GL-MAP-FILE.
           IF WS-GLMAP-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GL-MAP-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-ONE-MAP-ENTRY
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
           ELSE
               DISPLAY 'NO GLMAP.DAT ACCOUNT MAP ON FILE - EVERY '
                   'POSTING WILL BE UNMAPPED'
           END-IF.

       STORE-ONE-MAP-ENTRY.
           EVALUATE TRUE
               WHEN GM-RECEIVABLE
                   MOVE GM-GL-ACCOUNT TO WS-RECEIVABLE-ACCOUNT
                   MOVE GM-ACCOUNT-NAME TO WS-RECEIVABLE-NAME
               WHEN (GM-FEE-HEAD OR GM-PAY-MODE)
                   AND WS-MAP-COUNT < 200
                   ADD 1 TO WS-MAP-COUNT
                   SET GM-INDEX TO WS-MAP-COUNT
                   MOVE GM-MAP-TYPE TO WS-GM-TYPE (GM-INDEX)
                   MOVE GM-KEY TO WS-GM-KEY (GM-INDEX)
                   IF GM-MATCH-LEN = ZERO OR GM-MATCH-LEN > 20
                       MOVE 20 TO WS-GM-LEN (GM-INDEX)
                   ELSE
                       MOVE GM-MATCH-LEN TO WS-GM-LEN (GM-INDEX)
                   END-IF
                   MOVE GM-GL-ACCOUNT TO WS-GM-ACCOUNT (GM-INDEX)
                   MOVE GM-ACCOUNT-NAME TO WS-GM-NAME (GM-INDEX)
               WHEN GM-FEE-HEAD OR GM-PAY-MODE
                   DISPLAY 'ACCOUNT MAP TABLE FULL - ' GM-KEY
                       ' IGNORED'
               WHEN OTHER
                   DISPLAY 'UNKNOWN MAP TYPE ' GM-MAP-TYPE
                       ' IGNORED - ' GM-KEY
           END-EVALUATE.

       SUMMARISE-DAY-POSTINGS.
           PERFORM VARYING TT-INDEX FROM 1 BY 1 UNTIL TT-INDEX > 5
               MOVE ZERO TO WS-TT-ROWS (TT-INDEX)
               MOVE ZERO TO WS-TT-AMOUNT (TT-INDEX)
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FEE-LEDGER.
           IF WS-LEDGER-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ FEE-LEDGER
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ROWS-READ
      * Opening balances from the year-end close are already in
      * the receivable account - they are carried, not posted.
      * Balances moved between branches are settled between the
      * branches' books, not through the fee heads.
                           IF FL-TXN-DATE = WS-RUN-DATE-INT
                               AND NOT FL-OPENING-TXN
                               AND NOT FL-TRANSFER-TXN
                               PERFORM JOURNAL-ONE-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-LEDGER
           ELSE
               DISPLAY 'NO FEE LEDGER ON FILE'
           END-IF.

       JOURNAL-ONE-POSTING.
           ADD 1 TO WS-DAY-ROWS.
           ADD FL-AMOUNT TO WS-DAY-AMOUNT.
           PERFORM TALLY-TYPE-TOTALS.
           PERFORM RESOLVE-ROW-ACCOUNTS.
           IF ROW-FULLY-MAPPED
               MOVE WS-DR-ACCOUNT TO WS-POST-ACCOUNT
               MOVE 'D' TO WS-POST-DR-CR
               MOVE WS-DR-NAME TO WS-POST-NAME
               PERFORM ADD-TO-JOURNAL-LINE
               MOVE WS-CR-ACCOUNT TO WS-POST-ACCOUNT
               MOVE 'C' TO WS-POST-DR-CR
               MOVE WS-CR-NAME TO WS-POST-NAME
               PERFORM ADD-TO-JOURNAL-LINE
           END-IF.

       TALLY-TYPE-TOTALS.
           EVALUATE TRUE
               WHEN FL-TXN-TYPE = 'C'
                   SET TT-INDEX TO 1
               WHEN FL-PAYMENT-TXN
                   SET TT-INDEX TO 2
                   EVALUATE TRUE
                       WHEN FL-CASH-PAYMENT
                           ADD FL-AMOUNT TO WS-CASH-TOTAL
                       WHEN FL-CHEQUE-PAYMENT
                           ADD FL-AMOUNT TO WS-CHEQUE-TOTAL
                       WHEN OTHER
                           ADD FL-AMOUNT TO WS-TRANSFER-TOTAL
                   END-EVALUATE
               WHEN FL-CONCESSION-TXN
                   SET TT-INDEX TO 3
               WHEN FL-DEPOSIT-ADJ-TXN
                   SET TT-INDEX TO 4
               WHEN OTHER
                   SET TT-INDEX TO 5
           END-EVALUATE.
           ADD 1 TO WS-TT-ROWS (TT-INDEX).
           ADD FL-AMOUNT TO WS-TT-AMOUNT (TT-INDEX).

       RESOLVE-ROW-ACCOUNTS.
      * Every posting is one debit and one credit, one side always
      * the fees receivable control account.
           MOVE 'Y' TO WS-ROW-MAPPED.
           IF WS-RECEIVABLE-ACCOUNT = SPACES
               MOVE 'R' TO WS-MISS-TYPE
               MOVE 'RECEIVABLE CONTROL' TO WS-MISS-KEY
               PERFORM NOTE-UNMAPPED
           END-IF.
           EVALUATE TRUE
               WHEN FL-REFUND-TXN
                   MOVE WS-RECEIVABLE-ACCOUNT TO WS-DR-ACCOUNT
                   MOVE WS-RECEIVABLE-NAME TO WS-DR-NAME
                   PERFORM FIND-PAY-MODE-ACCOUNT
                   MOVE WS-HIT-ACCOUNT TO WS-CR-ACCOUNT
                   MOVE WS-HIT-NAME TO WS-CR-NAME
               WHEN FL-TXN-TYPE = 'C'
                   MOVE WS-RECEIVABLE-ACCOUNT TO WS-DR-ACCOUNT
                   MOVE WS-RECEIVABLE-NAME TO WS-DR-NAME
                   PERFORM FIND-FEE-HEAD-ACCOUNT
                   MOVE WS-HIT-ACCOUNT TO WS-CR-ACCOUNT
                   MOVE WS-HIT-NAME TO WS-CR-NAME
               WHEN FL-PAYMENT-TXN
                   PERFORM FIND-PAY-MODE-ACCOUNT
                   MOVE WS-HIT-ACCOUNT TO WS-DR-ACCOUNT
                   MOVE WS-HIT-NAME TO WS-DR-NAME
                   MOVE WS-RECEIVABLE-ACCOUNT TO WS-CR-ACCOUNT
                   MOVE WS-RECEIVABLE-NAME TO WS-CR-NAME
               WHEN FL-CONCESSION-TXN OR FL-DEPOSIT-ADJ-TXN
                   PERFORM FIND-FEE-HEAD-ACCOUNT
                   MOVE WS-HIT-ACCOUNT TO WS-DR-ACCOUNT
                   MOVE WS-HIT-NAME TO WS-DR-NAME
                   MOVE WS-RECEIVABLE-ACCOUNT TO WS-CR-ACCOUNT
                   MOVE WS-RECEIVABLE-NAME TO WS-CR-NAME
               WHEN OTHER
                   MOVE 'T' TO WS-MISS-TYPE
                   MOVE SPACES TO WS-MISS-KEY
                   MOVE FL-TXN-TYPE TO WS-MISS-KEY
                   PERFORM NOTE-UNMAPPED
           END-EVALUATE.

       FIND-FEE-HEAD-ACCOUNT.
      * Longest matching head key wins, so 'HOSTEL MESS' maps every
      * month's mess charge while a full description can still be
      * mapped on its own.
           MOVE SPACES TO WS-HIT-ACCOUNT.
           MOVE SPACES TO WS-HIT-NAME.
           MOVE ZERO TO WS-HIT-LEN.
           PERFORM VARYING GM-INDEX FROM 1 BY 1
               UNTIL GM-INDEX > WS-MAP-COUNT
               IF WS-GM-TYPE (GM-INDEX) = 'H'
                   MOVE WS-GM-LEN (GM-INDEX) TO WS-WORK-LEN
                   IF FL-DESCRIPTION (1:WS-WORK-LEN)
                       = WS-GM-KEY (GM-INDEX) (1:WS-WORK-LEN)
                       AND WS-WORK-LEN > WS-HIT-LEN
                       MOVE WS-WORK-LEN TO WS-HIT-LEN
                       MOVE WS-GM-ACCOUNT (GM-INDEX)
                           TO WS-HIT-ACCOUNT
                       MOVE WS-GM-NAME (GM-INDEX) TO WS-HIT-NAME
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-HIT-LEN = ZERO
               MOVE 'H' TO WS-MISS-TYPE
               MOVE FL-DESCRIPTION TO WS-MISS-KEY
               PERFORM NOTE-UNMAPPED
           END-IF.

       FIND-PAY-MODE-ACCOUNT.
           MOVE SPACES TO WS-HIT-ACCOUNT.
           MOVE SPACES TO WS-HIT-NAME.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING GM-INDEX FROM 1 BY 1
               UNTIL GM-INDEX > WS-MAP-COUNT OR ENTRY-FOUND
               IF WS-GM-TYPE (GM-INDEX) = 'M'
                   AND WS-GM-KEY (GM-INDEX) (1:1) = FL-PAY-MODE
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-GM-ACCOUNT (GM-INDEX) TO WS-HIT-ACCOUNT
                   MOVE WS-GM-NAME (GM-INDEX) TO WS-HIT-NAME
               END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND
               MOVE 'M' TO WS-MISS-TYPE
               MOVE SPACES TO WS-MISS-KEY
               MOVE FL-PAY-MODE TO WS-MISS-KEY
               PERFORM NOTE-UNMAPPED
           END-IF.

       NOTE-UNMAPPED.
           MOVE 'N' TO WS-ROW-MAPPED.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING UM-INDEX FROM 1 BY 1
               UNTIL UM-INDEX > WS-UNMAPPED-COUNT OR ENTRY-FOUND
               IF WS-UM-TYPE (UM-INDEX) = WS-MISS-TYPE
                   AND WS-UM-KEY (UM-INDEX) = WS-MISS-KEY
                   MOVE 'Y' TO WS-FOUND-FLAG
                   ADD 1 TO WS-UM-ROWS (UM-INDEX)
                   ADD FL-AMOUNT TO WS-UM-AMOUNT (UM-INDEX)
               END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND
               IF WS-UNMAPPED-COUNT < 50
                   ADD 1 TO WS-UNMAPPED-COUNT
                   SET UM-INDEX TO WS-UNMAPPED-COUNT
                   MOVE WS-MISS-TYPE TO WS-UM-TYPE (UM-INDEX)
                   MOVE WS-MISS-KEY TO WS-UM-KEY (UM-INDEX)
                   MOVE 1 TO WS-UM-ROWS (UM-INDEX)
                   MOVE FL-AMOUNT TO WS-UM-AMOUNT (UM-INDEX)
               ELSE
                   DISPLAY 'UNMAPPED LIST FULL - ALSO UNMAPPED : '
                       WS-MISS-TYPE ' ' WS-MISS-KEY
               END-IF
           END-IF.

       ADD-TO-JOURNAL-LINE.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING JL-INDEX FROM 1 BY 1
               UNTIL JL-INDEX > WS-JRNL-COUNT OR ENTRY-FOUND
               IF WS-JL-ACCOUNT (JL-INDEX) = WS-POST-ACCOUNT
                   AND WS-JL-DR-CR (JL-INDEX) = WS-POST-DR-CR
                   MOVE 'Y' TO WS-FOUND-FLAG
                   ADD FL-AMOUNT TO WS-JL-AMOUNT (JL-INDEX)
                   ADD 1 TO WS-JL-COUNT (JL-INDEX)
               END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND
               IF WS-JRNL-COUNT < 200
                   ADD 1 TO WS-JRNL-COUNT
                   SET JL-INDEX TO WS-JRNL-COUNT
                   MOVE WS-POST-ACCOUNT TO WS-JL-ACCOUNT (JL-INDEX)
                   MOVE WS-POST-DR-CR TO WS-JL-DR-CR (JL-INDEX)
                   MOVE FL-AMOUNT TO WS-JL-AMOUNT (JL-INDEX)
                   MOVE 1 TO WS-JL-COUNT (JL-INDEX)
                   MOVE WS-POST-NAME TO WS-JL-NAME (JL-INDEX)
               ELSE
                   SET JOURNAL-TABLE-FULL TO TRUE
               END-IF
           END-IF.
           IF WS-POST-DR-CR = 'D'
               ADD FL-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD FL-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.

       WRITE-JOURNAL-LINES.
           OPEN EXTEND GL-JOURNAL.
           IF WS-JOURNAL-STATUS NOT = '00'
               OPEN OUTPUT GL-JOURNAL
           END-IF.
           MOVE 'JOURNAL LINES EXPORTED :' TO GL-CONTROL-LINE.
           WRITE GL-CONTROL-LINE.
           MOVE 'LINE ACCOUNT    NAME' TO GL-CONTROL-LINE.
           MOVE 'DEBIT' TO GL-CONTROL-LINE (45:5).
           MOVE 'CREDIT' TO GL-CONTROL-LINE (56:6).
           WRITE GL-CONTROL-LINE.
           PERFORM VARYING JL-INDEX FROM 1 BY 1
               UNTIL JL-INDEX > WS-JRNL-COUNT
               PERFORM WRITE-ONE-JOURNAL-LINE
           END-PERFORM.
           CLOSE GL-JOURNAL.

       WRITE-ONE-JOURNAL-LINE.
           ADD 1 TO WS-LINES-WRITTEN.
           MOVE WS-RUN-DATE-INT TO GJ-POST-DATE.
           MOVE WS-LINES-WRITTEN TO GJ-LINE-NO.
           MOVE WS-JL-ACCOUNT (JL-INDEX) TO GJ-GL-ACCOUNT.
           MOVE WS-JL-DR-CR (JL-INDEX) TO GJ-DR-CR.
           MOVE WS-JL-AMOUNT (JL-INDEX) TO GJ-AMOUNT.
           MOVE WS-JL-COUNT (JL-INDEX) TO GJ-TXN-COUNT.
           MOVE WS-JL-NAME (JL-INDEX) TO GJ-NARRATION.
           MOVE WS-JL-AMOUNT (JL-INDEX) TO WS-RPT-AMOUNT.
           MOVE SPACES TO GL-CONTROL-LINE.
           STRING GJ-LINE-NO ' ' GJ-GL-ACCOUNT ' ' GJ-NARRATION
               DELIMITED BY SIZE INTO GL-CONTROL-LINE.
           IF GJ-DEBIT
               MOVE WS-RPT-AMOUNT TO GL-CONTROL-LINE (38:12)
           ELSE
               MOVE WS-RPT-AMOUNT TO GL-CONTROL-LINE (50:12)
           END-IF.
           WRITE GL-JOURNAL-RECORD.
           WRITE GL-CONTROL-LINE.

       WRITE-UNMAPPED-LIST.
           MOVE 'NO ACCOUNT MAP ON GLMAP.DAT FOR :' TO
               GL-CONTROL-LINE.
           WRITE GL-CONTROL-LINE.
           MOVE 'TYPE KEY                   ROWS       AMOUNT' TO
               GL-CONTROL-LINE.
           WRITE GL-CONTROL-LINE.
           PERFORM VARYING UM-INDEX FROM 1 BY 1
               UNTIL UM-INDEX > WS-UNMAPPED-COUNT
               MOVE WS-UM-AMOUNT (UM-INDEX) TO WS-RPT-AMOUNT
               MOVE SPACES TO GL-CONTROL-LINE
               STRING WS-UM-TYPE (UM-INDEX) '    '
                   WS-UM-KEY (UM-INDEX) ' '
                   WS-UM-ROWS (UM-INDEX) ' '
                   WS-RPT-AMOUNT
                   DELIMITED BY SIZE INTO GL-CONTROL-LINE
               WRITE GL-CONTROL-LINE
           END-PERFORM.
           MOVE '(H FEE HEAD, M PAY MODE, R RECEIVABLE, T TXN TYPE)'
               TO GL-CONTROL-LINE.
           WRITE GL-CONTROL-LINE.
           MOVE 'EXPORT STOPPED - NOTHING WRITTEN TO GLJRNL.DAT' TO
               GL-CONTROL-LINE.
           WRITE GL-CONTROL-LINE.

       WRITE-REPORT-HEADING.
           MOVE ALL '=' TO GL-CONTROL-LINE.
           WRITE GL-CONTROL-LINE.
           MOVE SPACES TO GL-CONTROL-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO GL-CONTROL-LINE.
           WRITE GL-CONTROL-LINE.
           MOVE '          GENERAL LEDGER EXPORT CONTROL REPORT' TO
               GL-CONTROL-LINE.
           WRITE GL-CONTROL-LINE.
           MOVE SPACES TO GL-CONTROL-LINE.
           STRING 'POSTING DATE : ' WS-RUN-DATE-INT
               '   CLOSED BY ' WS-CLOSED-BY
               ' AT ' WS-CLOSE-TIME
               DELIMITED BY SIZE INTO GL-CONTROL-LINE.
           WRITE GL-CONTROL-LINE.
           MOVE ALL '-' TO GL-CONTROL-LINE.
           WRITE GL-CONTROL-LINE.

       WRITE-DAY-TIE-OUT.
           MOVE 'LEDGER POSTINGS FOR THE DAY      ROWS       AMOUNT'
               TO GL-CONTROL-LINE.
           WRITE GL-CONTROL-LINE.
           PERFORM VARYING TT-INDEX FROM 1 BY 1 UNTIL TT-INDEX > 5
               MOVE WS-TT-AMOUNT (TT-INDEX) TO WS-RPT-AMOUNT
               MOVE SPACES TO GL-CONTROL-LINE
               STRING '  ' WS-TT-LABEL (TT-INDEX) '          '
                   WS-TT-ROWS (TT-INDEX) ' ' WS-RPT-AMOUNT
                   DELIMITED BY SIZE INTO GL-CONTROL-LINE
               WRITE GL-CONTROL-LINE
           END-PERFORM.
           MOVE WS-DAY-AMOUNT TO WS-RPT-AMOUNT.
           MOVE SPACES TO GL-CONTROL-LINE.
           STRING '  TOTAL                         ' WS-DAY-ROWS
               ' ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO GL-CONTROL-LINE.
           WRITE GL-CONTROL-LINE.
           MOVE 'PAYMENTS BY MODE (AS CASHEOD) :' TO GL-CONTROL-LINE.
           WRITE GL-CONTROL-LINE.
           MOVE WS-CASH-TOTAL TO WS-RPT-AMOUNT.
           MOVE SPACES TO GL-CONTROL-LINE.
           STRING '  CASH ' WS-RPT-AMOUNT DELIMITED BY SIZE
               INTO GL-CONTROL-LINE.
           MOVE WS-CHEQUE-TOTAL TO WS-RPT-AMOUNT.
           MOVE '  CHEQUE ' TO GL-CONTROL-LINE (21:9).
           MOVE WS-RPT-AMOUNT TO GL-CONTROL-LINE (30:12).
           MOVE WS-TRANSFER-TOTAL TO WS-RPT-AMOUNT.
           MOVE '  TRANSFER ' TO GL-CONTROL-LINE (42:11).
           MOVE WS-RPT-AMOUNT TO GL-CONTROL-LINE (53:12).
           WRITE GL-CONTROL-LINE.
           MOVE ALL '-' TO GL-CONTROL-LINE.
           WRITE GL-CONTROL-LINE.

       WRITE-REPORT-FOOTING.
           MOVE ALL '-' TO GL-CONTROL-LINE.
           WRITE GL-CONTROL-LINE.
           MOVE WS-DEBIT-TOTAL TO WS-RPT-DEBIT.
           MOVE WS-CREDIT-TOTAL TO WS-RPT-CREDIT.
           MOVE SPACES TO GL-CONTROL-LINE.
           STRING 'JOURNAL DEBITS ' WS-RPT-DEBIT
               '   CREDITS ' WS-RPT-CREDIT
               DELIMITED BY SIZE INTO GL-CONTROL-LINE.
           WRITE GL-CONTROL-LINE.
           MOVE SPACES TO GL-CONTROL-LINE.
           IF WS-UNMAPPED-COUNT = ZERO
               AND WS-DEBIT-TOTAL = WS-DAY-AMOUNT
               AND WS-CREDIT-TOTAL = WS-DAY-AMOUNT
               MOVE 'TIES TO THE DAY''S LEDGER POSTINGS' TO
                   GL-CONTROL-LINE
           ELSE
               MOVE 'DOES NOT TIE TO THE DAY''S LEDGER POSTINGS' TO
                   GL-CONTROL-LINE
           END-IF.
           WRITE GL-CONTROL-LINE.
           MOVE 'ACCOUNTANT SIGN.            PRINCIPAL SIGN.' TO
               GL-CONTROL-LINE.
           WRITE GL-CONTROL-LINE.
           MOVE ALL '=' TO GL-CONTROL-LINE.
           WRITE GL-CONTROL-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'GLEXPORT'          TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE       TO RL-TERM-CODE.
           MOVE WS-RUN-DATE-INT     TO RL-RUN-DATE.
           MOVE WS-START-TIME       TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-ROWS-READ        TO RL-RECORDS-READ.
           MOVE WS-LINES-WRITTEN    TO RL-RECORDS-WRITTEN.
           MOVE WS-UNMAPPED-COUNT   TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE         TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM GLEXPORT.
