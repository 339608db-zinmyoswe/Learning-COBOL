      ******************************************************************
      * Author:
      * Date:
      * Purpose: Fee ledger year-end close, run as a stage of the
      *          ROLLOVER controller (or on its own once the term is
      *          closed). FEELEDGR.DAT otherwise grows for ever and
      *          every FEECHK and FEEAGING run re-reads every year the
      *          school has ever billed. The RUNCTL run date is the
      *          close date. Each closed-year row is moved to the
      *          dated archive FEELEDGR.A<close date> and summed by
      *          STU-NO into the student's closing balance; each
      *          current student's non-zero balance comes back as a
      *          single opening row dated the close date - 'O' for
      *          money owed to the school, 'B' for money the school
      *          owes - so FEECHK, FEEAGING and LATEFEE carry on as
      *          before. A student who left during the year (gone
      *          from STUDENT.IDX, transferred or struck off) gets no
      *          opening row: the balance goes to the FEEWOFF.DAT
      *          write-off/recovery list instead. Rows that belong to
      *          the new year stay live - anything dated after the
      *          close, charges whose installment falls due after it,
      *          and the caution deposit and its 'J' adjustment, which
      *          REFUNDST settles only when the student leaves (a
      *          'WALLET BALANCE' 'J' row closes like any other). The
      *          archive is read back and must agree with what was
      *          taken off the ledger before FEELEDGR.DAT is rewritten
      *          (RC 8 and the ledger left alone if it does not). The
      *          closing trial balance on LEDGCLOS.RPT lists every
      *          student's archived debits and credits and where the
      *          balance went, and ties the archive to the opening
      *          rows plus the write-off list to the paisa. A close
      *          date already closed cleanly on RUNLOG.DAT is not
      *          closed twice (RC 4). Appends to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. LEDGCLOS.
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
           SELECT LEDGER-ARCHIVE ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT LEDGER-WORK ASSIGN TO "FEELEDGR.WRK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HISTORY-INDEX ASSIGN TO "STUHST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-NO IN STUDENT-DETAILS-HIX
               ALTERNATE RECORD KEY IS
                   STU-NAME IN STUDENT-DETAILS-HIX
                   WITH DUPLICATES
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT WRITEOFF-LIST ASSIGN TO "FEEWOFF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WOFF-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT CLOSE-REPORT ASSIGN TO "LEDGCLOS.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  FEE-LEDGER.
           COPY FEELEDGR.

       FD  LEDGER-ARCHIVE.
           COPY FEELEDGR
               REPLACING FEE-LEDGER-RECORD BY FEE-LEDGER-RECORD-A
               FL-STU-NO BY FLA-STU-NO
               FL-TXN-DATE BY FLA-TXN-DATE
               FL-TXN-TYPE BY FLA-TXN-TYPE
               FL-CHARGE-TXN BY FLA-CHARGE-TXN
               FL-PAYMENT-TXN BY FLA-PAYMENT-TXN
               FL-CONCESSION-TXN BY FLA-CONCESSION-TXN
               FL-DEPOSIT-ADJ-TXN BY FLA-DEPOSIT-ADJ-TXN
               FL-REFUND-TXN BY FLA-REFUND-TXN
               FL-CREDIT-TXN BY FLA-CREDIT-TXN
               FL-OPENING-TXN BY FLA-OPENING-TXN
               FL-TRANSFER-TXN BY FLA-TRANSFER-TXN
               FL-AMOUNT BY FLA-AMOUNT
               FL-DESCRIPTION BY FLA-DESCRIPTION
               FL-DUE-DATE BY FLA-DUE-DATE
               FL-DUE-ON-POSTING BY FLA-DUE-ON-POSTING
               FL-PAY-MODE BY FLA-PAY-MODE
               FL-CASH-PAYMENT BY FLA-CASH-PAYMENT
               FL-CHEQUE-PAYMENT BY FLA-CHEQUE-PAYMENT
               FL-TRANSFER-PAYMENT BY FLA-TRANSFER-PAYMENT
               FL-OPERATOR-ID BY FLA-OPERATOR-ID.

      * The rows that stay live, held while the ledger is rebuilt.
       FD  LEDGER-WORK.
       01 LEDGER-WORK-RECORD  PIC X(60).

       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  HISTORY-INDEX.
           COPY STDRECD
               REPLACING STUDENT-DETAILS BY STUDENT-DETAILS-HIX.

       FD  WRITEOFF-LIST.
           COPY FEEWOFFR.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  CLOSE-REPORT.
       01 CLOSE-REPORT-LINE   PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-LEDGER-STATUS   PIC X(02) VALUE '00'.
       01 WS-ARCHIVE-STATUS  PIC X(02) VALUE '00'.
       01 WS-WORK-STATUS     PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-INDEX-STATUS    PIC X(02) VALUE '00'.
       01 WS-WOFF-STATUS     PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-INDEX-OPEN      PIC X(01) VALUE 'N'.
           88 HISTORY-INDEX-OPEN VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08).
       01 WS-CLOSE-DATE      PIC 9(08) VALUE ZERO.
       01 WS-ARCHIVE-NAME    PIC X(20) VALUE SPACES.
       01 WS-TERM-STATE      PIC X(01) VALUE 'U'.
           88 TERM-IS-CLOSED   VALUE 'C'.
       01 WS-CLOSED-FLAG     PIC X(01) VALUE 'N'.
           88 LEDGER-ALREADY-CLOSED VALUE 'Y'.
       01 WS-ARCHIVE-FLAG    PIC X(01) VALUE 'N'.
           88 ARCHIVE-AGREES   VALUE 'Y'.
       01 WS-DEPOSIT-TAG     PIC X(15) VALUE 'CAUTION DEPOSIT'.
       01 WS-OPENING-TAG     PIC X(20) VALUE 'OPENING BALANCE'.
       01 WS-ROW-ACTION      PIC X(01).
           88 ROW-TO-ARCHIVE   VALUE 'A'.
           88 ROW-STAYS-LIVE   VALUE 'L'.
      * Where a student's closing balance goes - 'C' a current
      * student carried as an opening row, otherwise the leave
      * reason used on the write-off/recovery list.
       01 WS-CARRY-REASON    PIC X(01).
           88 CARRY-CURRENT    VALUE 'C'.
           88 CARRY-TRANSFERRED VALUE 'T'.
           88 CARRY-STRUCK-OFF VALUE 'S'.
           88 CARRY-OFF-MASTER VALUE 'G'.
       01 WS-CARRY-NAME      PIC X(15).
       01 WS-CARRY-TEXT      PIC X(08).
       01 WS-WORK-STU-NO     PIC 9(05).
      * Archived debits and credits by STU-NO.
       01 WS-BALANCE-TABLE.
           05 WS-BAL-ENTRY OCCURS 99999 TIMES INDEXED BY BAL-INDEX.
               10 WS-BAL-ACTIVE   PIC X(01).
               10 WS-BAL-DEBITS   PIC 9(09)V9(02).
               10 WS-BAL-CREDITS  PIC 9(09)V9(02).
       01 WS-STU-BALANCE     PIC S9(09)V9(02).
       01 WS-ABS-BALANCE     PIC 9(09)V9(02).
       01 WS-ROWS-READ       PIC 9(07) VALUE ZERO.
       01 WS-ROWS-ARCHIVED   PIC 9(07) VALUE ZERO.
       01 WS-ROWS-KEPT       PIC 9(07) VALUE ZERO.
       01 WS-ROWS-VERIFIED   PIC 9(07) VALUE ZERO.
       01 WS-ROWS-RESTORED   PIC 9(07) VALUE ZERO.
       01 WS-OPEN-DR-COUNT   PIC 9(05) VALUE ZERO.
       01 WS-OPEN-CR-COUNT   PIC 9(05) VALUE ZERO.
       01 WS-OPENING-COUNT   PIC 9(05) VALUE ZERO.
       01 WS-RECOVER-COUNT   PIC 9(05) VALUE ZERO.
       01 WS-REFUND-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-WOFF-COUNT      PIC 9(05) VALUE ZERO.
       01 WS-SETTLED-COUNT   PIC 9(05) VALUE ZERO.
       01 WS-ARCH-DEBITS     PIC 9(11)V9(02) VALUE ZERO.
       01 WS-ARCH-CREDITS    PIC 9(11)V9(02) VALUE ZERO.
       01 WS-VERIFY-DEBITS   PIC 9(11)V9(02) VALUE ZERO.
       01 WS-VERIFY-CREDITS  PIC 9(11)V9(02) VALUE ZERO.
       01 WS-OPEN-DEBITS     PIC 9(11)V9(02) VALUE ZERO.
       01 WS-OPEN-CREDITS    PIC 9(11)V9(02) VALUE ZERO.
       01 WS-WOFF-RECOVER    PIC 9(11)V9(02) VALUE ZERO.
       01 WS-WOFF-REFUND     PIC 9(11)V9(02) VALUE ZERO.
       01 WS-ARCHIVE-NET     PIC S9(11)V9(02) VALUE ZERO.
       01 WS-CARRIED-NET     PIC S9(11)V9(02) VALUE ZERO.
       01 WS-DIFFERENCE      PIC S9(11)V9(02) VALUE ZERO.
       01 WS-RPT-DEBITS      PIC Z(8)9.99.
       01 WS-RPT-CREDITS     PIC Z(8)9.99.
       01 WS-RPT-BALANCE     PIC Z(7)9.99.
       01 WS-RPT-SIDE        PIC X(02).
       01 WS-RPT-AMOUNT      PIC Z(10)9.99.
       01 WS-RPT-SIGNED      PIC -(10)9.99.
       01 WS-RPT-COUNT       PIC Z(6)9.
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
           CALL 'TERMCHK' USING RUN-TERM-CODE WS-TERM-STATE.
           IF NOT TERM-IS-CLOSED
               DISPLAY 'TERM ' RUN-TERM-CODE ' HAS NOT BEEN CLOSED '
                   '- LEDGER CLOSE REFUSED (CLOSE THE TERM VIA '
                   'TERMCTL FIRST)'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM CHECK-ALREADY-CLOSED.
           IF LEDGER-ALREADY-CLOSED
               DISPLAY 'FEE LEDGER ALREADY CLOSED AT ' WS-CLOSE-DATE
                   ' - NOTHING DONE'
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           OPEN INPUT FEE-LEDGER.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'NO FEE LEDGER ON FILE, NOTHING TO CLOSE'
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
      * Without the master every balance would look like a leaver's.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'STUDENT MASTER NOT AVAILABLE - LEDGER CLOSE '
                   'REFUSED'
               CLOSE FEE-LEDGER
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           CLOSE STUDENT-MASTER.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING 'FEELEDGR' DELIMITED BY SPACE
               '.A' WS-CLOSE-DATE DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME.
           INITIALIZE WS-BALANCE-TABLE.
           PERFORM SPLIT-LEDGER.
           PERFORM VERIFY-ARCHIVE.
           OPEN OUTPUT CLOSE-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           IF NOT ARCHIVE-AGREES
               PERFORM WRITE-ARCHIVE-MISMATCH
               CLOSE CLOSE-REPORT
               DISPLAY 'ARCHIVE ' WS-ARCHIVE-NAME ' DOES NOT AGREE '
                   'WITH THE LEDGER - FEELEDGR.DAT NOT REWRITTEN'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           OPEN OUTPUT FEE-LEDGER.
           PERFORM CARRY-FORWARD-BALANCES.
           PERFORM RESTORE-LIVE-ROWS.
           CLOSE FEE-LEDGER.
           PERFORM WRITE-TRIAL-BALANCE.
           CLOSE CLOSE-REPORT.
           DISPLAY 'LEDGER ROWS READ     : ' WS-ROWS-READ.
           DISPLAY 'ROWS ARCHIVED        : ' WS-ROWS-ARCHIVED
               ' TO ' WS-ARCHIVE-NAME.
           DISPLAY 'ROWS KEPT LIVE       : ' WS-ROWS-KEPT.
           DISPLAY 'OPENING ROWS POSTED  : ' WS-OPENING-COUNT.
           DISPLAY 'LEAVERS TO WRITE-OFF : ' WS-WOFF-COUNT.
           IF WS-DIFFERENCE NOT = ZERO
               DISPLAY 'CLOSING TRIAL BALANCE OUT BY ' WS-RPT-SIGNED
                   ' - SEE LEDGCLOS.RPT'
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG.
           GOBACK.

       LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = '00'
               READ RUN-CONTROL-FILE
                   NOT AT END
                       DISPLAY 'RUN CONTROL - TERM : ' RUN-TERM-CODE
                           ' RUN-DATE : ' RUN-DATE
                       MOVE RUN-DATE TO WS-CLOSE-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-CLOSE-DATE = ZERO
               ACCEPT WS-CLOSE-DATE FROM DATE YYYYMMDD
           END-IF.

       CHECK-ALREADY-CLOSED.
      * Only a clean close counts - a failed one left the ledger
      * as it was and may be run again.
           MOVE 'N' TO WS-CLOSED-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ RUN-LOG-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF RL-PROGRAM-ID = 'LEDGCLOS'
                               AND RL-RUN-DATE = WS-CLOSE-DATE
                               AND RL-CONDITION-CODE = ZERO
                               MOVE 'Y' TO WS-CLOSED-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-IF.

       SPLIT-LEDGER.
           OPEN OUTPUT LEDGER-ARCHIVE.
           OPEN OUTPUT LEDGER-WORK.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ FEE-LEDGER
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       PERFORM SPLIT-ONE-ROW
               END-READ
           END-PERFORM.
           CLOSE FEE-LEDGER.
           CLOSE LEDGER-ARCHIVE.
           CLOSE LEDGER-WORK.

       SPLIT-ONE-ROW.
           PERFORM CLASSIFY-LEDGER-ROW.
           IF ROW-TO-ARCHIVE
               WRITE FEE-LEDGER-RECORD-A FROM FEE-LEDGER-RECORD
               ADD 1 TO WS-ROWS-ARCHIVED
               SET BAL-INDEX TO FL-STU-NO
               MOVE 'Y' TO WS-BAL-ACTIVE (BAL-INDEX)
               IF FL-CHARGE-TXN
                   ADD FL-AMOUNT TO WS-BAL-DEBITS (BAL-INDEX)
                   ADD FL-AMOUNT TO WS-ARCH-DEBITS
               ELSE
                   ADD FL-AMOUNT TO WS-BAL-CREDITS (BAL-INDEX)
                   ADD FL-AMOUNT TO WS-ARCH-CREDITS
               END-IF
           ELSE
               WRITE LEDGER-WORK-RECORD FROM FEE-LEDGER-RECORD
               ADD 1 TO WS-ROWS-KEPT
           END-IF.

       CLASSIFY-LEDGER-ROW.
      * A row closes when it is dated on or before the close date and
      * is part of the student's balance. Rows with no student, rows
      * for the new year, installments not yet due and the caution
      * deposit (held until the student leaves) stay on the ledger.
      * A wallet balance refunded to a leaver is a 'J' row too, but
      * it closes with the refund it went out in.
           SET ROW-TO-ARCHIVE TO TRUE.
           EVALUATE TRUE
               WHEN FL-STU-NO = ZERO
                   SET ROW-STAYS-LIVE TO TRUE
               WHEN NOT FL-CHARGE-TXN AND NOT FL-CREDIT-TXN
                   SET ROW-STAYS-LIVE TO TRUE
               WHEN FL-TXN-DATE > WS-CLOSE-DATE
                   SET ROW-STAYS-LIVE TO TRUE
               WHEN FL-CHARGE-TXN AND FL-DUE-DATE > WS-CLOSE-DATE
                   SET ROW-STAYS-LIVE TO TRUE
               WHEN FL-DEPOSIT-ADJ-TXN
                AND FL-DESCRIPTION (1:14) NOT = 'WALLET BALANCE'
                   SET ROW-STAYS-LIVE TO TRUE
               WHEN FL-DESCRIPTION (1:15) = WS-DEPOSIT-TAG
                   SET ROW-STAYS-LIVE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VERIFY-ARCHIVE.
      * Read the archive back from disk - it is the only copy of the
      * closed year once the ledger is rewritten.
           MOVE 'N' TO WS-ARCHIVE-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LEDGER-ARCHIVE.
           IF WS-ARCHIVE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ LEDGER-ARCHIVE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ROWS-VERIFIED
                           IF FLA-CHARGE-TXN
                               ADD FLA-AMOUNT TO WS-VERIFY-DEBITS
                           ELSE
                               ADD FLA-AMOUNT TO WS-VERIFY-CREDITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-ARCHIVE
           END-IF.
           IF WS-ROWS-VERIFIED = WS-ROWS-ARCHIVED
               AND WS-VERIFY-DEBITS = WS-ARCH-DEBITS
               AND WS-VERIFY-CREDITS = WS-ARCH-CREDITS
               AND WS-ROWS-ARCHIVED + WS-ROWS-KEPT = WS-ROWS-READ
               MOVE 'Y' TO WS-ARCHIVE-FLAG
           END-IF.
           COMPUTE WS-ARCHIVE-NET =
               WS-VERIFY-DEBITS - WS-VERIFY-CREDITS.

       CARRY-FORWARD-BALANCES.
           OPEN EXTEND WRITEOFF-LIST.
           IF WS-WOFF-STATUS NOT = '00'
               OPEN OUTPUT WRITEOFF-LIST
           END-IF.
           OPEN INPUT STUDENT-MASTER.
      * Graduates archived by YREARCH are named from the archive
      * index when HSTINDEX has built one.
           OPEN INPUT HISTORY-INDEX.
           IF WS-INDEX-STATUS = '00'
               MOVE 'Y' TO WS-INDEX-OPEN
           END-IF.
           MOVE 'STU-NO NAME' TO CLOSE-REPORT-LINE.
           MOVE 'ARCHIVED DR' TO CLOSE-REPORT-LINE (24:11).
           MOVE 'ARCHIVED CR' TO CLOSE-REPORT-LINE (37:11).
           MOVE 'CLOSING' TO CLOSE-REPORT-LINE (53:7).
           MOVE 'CARRIED' TO CLOSE-REPORT-LINE (64:7).
           WRITE CLOSE-REPORT-LINE.
           MOVE ALL '-' TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           PERFORM VARYING BAL-INDEX FROM 1 BY 1
               UNTIL BAL-INDEX > 99999
               IF WS-BAL-ACTIVE (BAL-INDEX) = 'Y'
                   PERFORM CARRY-ONE-STUDENT
               END-IF
           END-PERFORM.
           CLOSE WRITEOFF-LIST.
           CLOSE STUDENT-MASTER.
           IF HISTORY-INDEX-OPEN
               CLOSE HISTORY-INDEX
           END-IF.

       CARRY-ONE-STUDENT.
           SET WS-WORK-STU-NO TO BAL-INDEX.
           COMPUTE WS-STU-BALANCE = WS-BAL-DEBITS (BAL-INDEX)
               - WS-BAL-CREDITS (BAL-INDEX).
           IF WS-STU-BALANCE = ZERO
               ADD 1 TO WS-SETTLED-COUNT
           ELSE
               IF WS-STU-BALANCE < ZERO
                   COMPUTE WS-ABS-BALANCE = ZERO - WS-STU-BALANCE
                   MOVE 'CR' TO WS-RPT-SIDE
               ELSE
                   MOVE WS-STU-BALANCE TO WS-ABS-BALANCE
                   MOVE 'DR' TO WS-RPT-SIDE
               END-IF
               PERFORM FIND-CARRY-STUDENT
               IF CARRY-CURRENT
                   PERFORM POST-OPENING-BALANCE
               ELSE
                   PERFORM LIST-FOR-WRITEOFF
               END-IF
               PERFORM WRITE-STUDENT-LINE
           END-IF.

       FIND-CARRY-STUDENT.
           MOVE SPACES TO WS-CARRY-NAME.
           SET CARRY-OFF-MASTER TO TRUE.
           MOVE WS-WORK-STU-NO TO STU-NO IN STUDENT-DETAILS.
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE STU-NAME IN STUDENT-DETAILS TO WS-CARRY-NAME
                   EVALUATE TRUE
                       WHEN STU-TRANSFERRED IN STUDENT-DETAILS
                           SET CARRY-TRANSFERRED TO TRUE
                       WHEN STU-STRUCK-OFF IN STUDENT-DETAILS
                           SET CARRY-STRUCK-OFF TO TRUE
                       WHEN OTHER
                           SET CARRY-CURRENT TO TRUE
                   END-EVALUATE
           END-READ.
           IF CARRY-OFF-MASTER AND HISTORY-INDEX-OPEN
               MOVE WS-WORK-STU-NO TO STU-NO IN STUDENT-DETAILS-HIX
               READ HISTORY-INDEX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STU-NAME IN STUDENT-DETAILS-HIX
                           TO WS-CARRY-NAME
               END-READ
           END-IF.

       POST-OPENING-BALANCE.
           MOVE WS-WORK-STU-NO  TO FL-STU-NO.
           MOVE WS-CLOSE-DATE   TO FL-TXN-DATE.
           IF WS-STU-BALANCE > ZERO
               MOVE 'O' TO FL-TXN-TYPE
               ADD WS-ABS-BALANCE TO WS-OPEN-DEBITS
               ADD 1 TO WS-OPEN-DR-COUNT
           ELSE
               MOVE 'B' TO FL-TXN-TYPE
               ADD WS-ABS-BALANCE TO WS-OPEN-CREDITS
               ADD 1 TO WS-OPEN-CR-COUNT
           END-IF.
           MOVE WS-ABS-BALANCE  TO FL-AMOUNT.
           MOVE WS-OPENING-TAG  TO FL-DESCRIPTION.
           MOVE ZERO TO FL-DUE-DATE.
           MOVE SPACE TO FL-PAY-MODE.
           MOVE SPACES TO FL-OPERATOR-ID.
           WRITE FEE-LEDGER-RECORD.
           ADD 1 TO WS-OPENING-COUNT.
           MOVE 'OPENING' TO WS-CARRY-TEXT.

       LIST-FOR-WRITEOFF.
           MOVE WS-WORK-STU-NO  TO WO-STU-NO.
           MOVE WS-CARRY-NAME   TO WO-STU-NAME.
           MOVE WS-CLOSE-DATE   TO WO-CLOSE-DATE.
           MOVE WS-ABS-BALANCE  TO WO-BALANCE.
           IF WS-STU-BALANCE > ZERO
               SET WO-RECOVERABLE TO TRUE
               ADD WS-ABS-BALANCE TO WS-WOFF-RECOVER
               ADD 1 TO WS-RECOVER-COUNT
           ELSE
               SET WO-REFUNDABLE TO TRUE
               ADD WS-ABS-BALANCE TO WS-WOFF-REFUND
               ADD 1 TO WS-REFUND-COUNT
           END-IF.
           MOVE WS-CARRY-REASON TO WO-LEAVE-REASON.
           SET WO-OPEN TO TRUE.
           WRITE FEE-WRITEOFF-RECORD.
           ADD 1 TO WS-WOFF-COUNT.
           MOVE SPACES TO WS-CARRY-TEXT.
           STRING 'WOFF-' WS-CARRY-REASON DELIMITED BY SIZE
               INTO WS-CARRY-TEXT.

       WRITE-STUDENT-LINE.
           MOVE WS-BAL-DEBITS (BAL-INDEX) TO WS-RPT-DEBITS.
           MOVE WS-BAL-CREDITS (BAL-INDEX) TO WS-RPT-CREDITS.
           MOVE WS-ABS-BALANCE TO WS-RPT-BALANCE.
           IF WS-CARRY-NAME = SPACES
               MOVE '(NOT ON FILE)' TO WS-CARRY-NAME
           END-IF.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING WS-WORK-STU-NO ' ' WS-CARRY-NAME ' '
               WS-RPT-DEBITS ' ' WS-RPT-CREDITS ' '
               WS-RPT-BALANCE ' ' WS-RPT-SIDE ' ' WS-CARRY-TEXT
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.

       RESTORE-LIVE-ROWS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LEDGER-WORK.
           IF WS-WORK-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ LEDGER-WORK INTO FEE-LEDGER-RECORD
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           WRITE FEE-LEDGER-RECORD
                           ADD 1 TO WS-ROWS-RESTORED
                   END-READ
               END-PERFORM
               CLOSE LEDGER-WORK
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE ALL '=' TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE '     FEE LEDGER YEAR-END CLOSE - CLOSING TRIAL BALANCE'
               TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING 'CLOSE DATE : ' WS-CLOSE-DATE
               '   ARCHIVE : ' WS-ARCHIVE-NAME
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE ALL '-' TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.

       WRITE-ARCHIVE-MISMATCH.
           MOVE '*** ARCHIVE DOES NOT AGREE WITH THE LEDGER - '
               TO CLOSE-REPORT-LINE.
           MOVE 'NOT CLOSED ***' TO CLOSE-REPORT-LINE (47:14).
           WRITE CLOSE-REPORT-LINE.
           MOVE WS-ROWS-READ TO WS-RPT-COUNT.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING 'LEDGER ROWS READ             ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE WS-ROWS-ARCHIVED TO WS-RPT-COUNT.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING 'ROWS TAKEN FOR THE ARCHIVE   ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE WS-ROWS-VERIFIED TO WS-RPT-COUNT.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING 'ROWS READ BACK FROM ARCHIVE  ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE WS-ARCH-DEBITS TO WS-RPT-AMOUNT.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING 'DEBITS TAKEN / READ BACK   ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
           MOVE WS-VERIFY-DEBITS TO WS-RPT-AMOUNT.
           MOVE WS-RPT-AMOUNT TO CLOSE-REPORT-LINE (43:14).
           WRITE CLOSE-REPORT-LINE.
           MOVE WS-ARCH-CREDITS TO WS-RPT-AMOUNT.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING 'CREDITS TAKEN / READ BACK  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
           MOVE WS-VERIFY-CREDITS TO WS-RPT-AMOUNT.
           MOVE WS-RPT-AMOUNT TO CLOSE-REPORT-LINE (43:14).
           WRITE CLOSE-REPORT-LINE.
           MOVE ALL '=' TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.

       WRITE-TRIAL-BALANCE.
           COMPUTE WS-CARRIED-NET = WS-OPEN-DEBITS - WS-OPEN-CREDITS
               + WS-WOFF-RECOVER - WS-WOFF-REFUND.
           COMPUTE WS-DIFFERENCE = WS-ARCHIVE-NET - WS-CARRIED-NET.
           MOVE ALL '-' TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE WS-ROWS-ARCHIVED TO WS-RPT-COUNT.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING 'ROWS ARCHIVED              ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE WS-VERIFY-DEBITS TO WS-RPT-AMOUNT.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING 'ARCHIVED DEBITS                    ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE WS-VERIFY-CREDITS TO WS-RPT-AMOUNT.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING 'ARCHIVED CREDITS                   ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE WS-ARCHIVE-NET TO WS-RPT-SIGNED.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING 'ARCHIVE NET BALANCE                ' WS-RPT-SIGNED
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE WS-OPEN-DR-COUNT TO WS-RPT-COUNT.
           MOVE WS-OPEN-DEBITS TO WS-RPT-AMOUNT.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING 'OPENING DEBITS  (O)  ' WS-RPT-COUNT
               '       ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE WS-OPEN-CR-COUNT TO WS-RPT-COUNT.
           MOVE WS-OPEN-CREDITS TO WS-RPT-AMOUNT.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING 'OPENING CREDITS (B)  ' WS-RPT-COUNT
               '       ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE WS-RECOVER-COUNT TO WS-RPT-COUNT.
           MOVE WS-WOFF-RECOVER TO WS-RPT-AMOUNT.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING 'LEAVERS TO RECOVER   ' WS-RPT-COUNT
               '       ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE WS-REFUND-COUNT TO WS-RPT-COUNT.
           MOVE WS-WOFF-REFUND TO WS-RPT-AMOUNT.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING 'LEAVERS TO REFUND    ' WS-RPT-COUNT
               '       ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE WS-CARRIED-NET TO WS-RPT-SIGNED.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING 'NET CARRIED FORWARD                ' WS-RPT-SIGNED
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE WS-DIFFERENCE TO WS-RPT-SIGNED.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING 'DIFFERENCE                         ' WS-RPT-SIGNED
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE WS-SETTLED-COUNT TO WS-RPT-COUNT.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING 'STUDENTS CLOSED AT NIL     ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE WS-ROWS-RESTORED TO WS-RPT-COUNT.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING 'ROWS KEPT LIVE             ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE ALL '=' TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           IF WS-DIFFERENCE = ZERO
               MOVE '*** TRIAL BALANCE AGREES - ARCHIVE TIES TO THE '
                   TO CLOSE-REPORT-LINE
               MOVE 'OPENING BALANCES ***' TO CLOSE-REPORT-LINE (48:)
           ELSE
               MOVE '*** TRIAL BALANCE OUT OF BALANCE - INVESTIGATE '
                   TO CLOSE-REPORT-LINE
               MOVE 'BEFORE POSTING ***' TO CLOSE-REPORT-LINE (48:)
           END-IF.
           WRITE CLOSE-REPORT-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'LEDGCLOS'          TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE       TO RL-TERM-CODE.
           MOVE WS-CLOSE-DATE       TO RL-RUN-DATE.
           MOVE WS-START-TIME       TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-ROWS-READ        TO RL-RECORDS-READ.
           MOVE WS-OPENING-COUNT    TO RL-RECORDS-WRITTEN.
           MOVE WS-WOFF-COUNT       TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE         TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM LEDGCLOS.
