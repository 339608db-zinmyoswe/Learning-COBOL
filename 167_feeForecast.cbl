      ******************************************************************
      * Author:
      * Date:
      * Purpose: Fee collection forecast - what money should come in
      *          week by week over the next quarter, where FEEAGING
      *          only looks back. The FEELEDGR.DAT ledger is SORTed
      *          by student and due date (FL-DUE-DATE, else the
      *          posting date, as FEEAGING ages it) and each student's
      *          credits are applied to their charges oldest first,
      *          which gives every past charge the date it was
      *          cleared. From that history each class (class taken
      *          from STUDENT.IDX) gets an on-time rate - the share of
      *          charges cleared by their due date - and a recovery
      *          rate - the share of charges that went overdue and
      *          were still collected. Charges still open and falling
      *          due within the 13 weeks are projected into their week
      *          at the class on-time rate; open overdue charges are
      *          expected at the class recovery rate, spread evenly
      *          over the quarter. Approved awards on SCHAWARD.DAT not
      *          yet disbursed by SCHDISB (amount from DISBCTL.DAT as
      *          SCHDISB takes it) will settle part of those bills
      *          without cash, so they are taken off first and shown
      *          on a line of their own; HOSTEL MESS and TRANSPORT
      *          billing are projected in columns of their own beside
      *          tuition and other fees. Each run's weekly projection
      *          is kept on FEEFCST.DAT, and the next run sets the
      *          previous forecast against the payments actually
      *          posted in those weeks. Report on FEEFCST.RPT; appends
      *          to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FEEFCST.
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
           SELECT STUDENT-MASTER-IN ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT AWARD-DECISIONS ASSIGN TO "SCHAWARD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AWARD-STATUS.
           SELECT DISBURSE-CONTROL ASSIGN TO "DISBCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT FORECAST-HISTORY ASSIGN TO "FEEFCST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT FORECAST-REPORT ASSIGN TO "FEEFCST.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.TMP".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  FEE-LEDGER.
           COPY FEELEDGR.

       FD  STUDENT-MASTER-IN.
           COPY STDRECD.

       FD  AWARD-DECISIONS.
       01 AWARD-DECISION-RECORD.
           05 AW-STU-NO       PIC 9(05).
           05 AW-TERM-CODE    PIC 9(02).
           05 AW-RANK         PIC 9(03).
           05 AW-STU-MARKS    PIC 9(03).
           05 AW-AGE          PIC 9(03).
           05 AW-CLASS        PIC 9(02).
           05 AW-STATUS       PIC X(01).
               88 AW-AWARDED    VALUE 'A'.
               88 AW-REJECTED   VALUE 'R'.
               88 AW-DISBURSED  VALUE 'D'.
           05 AW-REJECT-REASON PIC X(20).

       FD  DISBURSE-CONTROL.
       01 DISBURSE-CONTROL-RECORD.
           05 DC-AWARD-AMOUNT PIC 9(07)V9(02).

      * One record per projected week per run - the next run checks
      * these against what was actually collected.
       FD  FORECAST-HISTORY.
       01 FORECAST-HISTORY-RECORD.
           05 FH-RUN-DATE     PIC 9(08).
           05 FH-WEEK-NO      PIC 9(02).
           05 FH-WEEK-FROM    PIC 9(08).
           05 FH-WEEK-TO      PIC 9(08).
           05 FH-TUITION      PIC 9(09)V9(02).
           05 FH-HOSTEL       PIC 9(09)V9(02).
           05 FH-TRANSPORT    PIC 9(09)V9(02).
           05 FH-TOTAL        PIC 9(09)V9(02).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  FORECAST-REPORT.
       01 FORECAST-LINE       PIC X(72).

       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-STU-NO       PIC 9(05).
           05 SW-EFF-DATE     PIC 9(08).
           05 SW-SEQ          PIC 9(07).
           05 SW-KIND         PIC X(01).
               88 SW-CHARGE     VALUE 'C'.
               88 SW-CREDIT     VALUE 'P'.
           05 SW-CATEGORY     PIC 9(01).
           05 SW-AMOUNT       PIC 9(07)V9(02).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-LEDGER-STATUS   PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-AWARD-STATUS    PIC X(02) VALUE '00'.
       01 WS-CONTROL-STATUS  PIC X(02) VALUE '00'.
       01 WS-HISTORY-STATUS  PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-SORT-EOF-FLAG   PIC X(01) VALUE 'N'.
           88 END-OF-SORTED-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08).
       01 WS-RUN-DATE-INT    PIC 9(08) VALUE ZERO.
       01 WS-RUN-DAY-NO      PIC 9(07) VALUE ZERO.
       01 WS-HORIZON-WEEKS   PIC 9(02) VALUE 13.
       01 WS-RECORDS-READ    PIC 9(05) VALUE ZERO.
       01 WS-REJECTED-COUNT  PIC 9(05) VALUE ZERO.
       01 WS-LEDGER-SEQ      PIC 9(07) VALUE ZERO.
       01 WS-CLASS-TABLE.
           05 WS-CLASS-MAP OCCURS 99999 TIMES
               INDEXED BY MAP-INDEX PIC 9(02) VALUE ZERO.
      * Awards approved but not yet credited to the ledger.
       01 WS-AWARD-AMOUNT    PIC 9(07)V9(02) VALUE 1000.
       01 WS-PENDING-TABLE.
           05 WS-PENDING-AWARD OCCURS 99999 TIMES
               INDEXED BY PND-INDEX PIC 9(07)V9(02) VALUE ZERO.
       01 WS-PENDING-COUNT   PIC 9(05) VALUE ZERO.
       01 WS-PENDING-TOTAL   PIC 9(09)V9(02) VALUE ZERO.
      * Collection history by class - entry 1 holds students with no
      * class on the master, entries 2-13 classes 1-12.
       01 WS-CLASS-HISTORY.
           05 WS-CH-ENTRY OCCURS 13 TIMES INDEXED BY CH-INDEX.
               10 WS-CH-DUE-AMT      PIC 9(09)V9(02).
               10 WS-CH-ONTIME-AMT   PIC 9(09)V9(02).
               10 WS-CH-LATE-PAID    PIC 9(09)V9(02).
               10 WS-CH-LATE-OPEN    PIC 9(09)V9(02).
               10 WS-CH-ONTIME-RATE  PIC 9V9(04).
               10 WS-CH-RECOVER-RATE PIC 9V9(04).
      * Open charges by class, week (14 = after the quarter) and
      * category (1 tuition/other, 2 hostel, 3 transport), and open
      * overdue charges by class and category.
       01 WS-OPEN-CHARGES.
           05 WS-OC-CLASS OCCURS 13 TIMES INDEXED BY OC-INDEX.
               10 WS-OC-WEEK OCCURS 14 TIMES INDEXED BY OW-INDEX.
                   15 WS-OC-AMOUNT OCCURS 3 TIMES
                       INDEXED BY OT-INDEX PIC 9(09)V9(02).
               10 WS-OC-ARREARS OCCURS 3 TIMES
                   INDEXED BY OA-INDEX PIC 9(09)V9(02).
       01 WS-SCHOOL-DUE      PIC 9(09)V9(02) VALUE ZERO.
       01 WS-SCHOOL-ONTIME   PIC 9(09)V9(02) VALUE ZERO.
       01 WS-SCHOOL-LATE     PIC 9(09)V9(02) VALUE ZERO.
       01 WS-SCHOOL-RECOVER  PIC 9(09)V9(02) VALUE ZERO.
       01 WS-SCHOOL-ONTIME-RATE  PIC 9V9(04) VALUE 1.
       01 WS-SCHOOL-RECOVER-RATE PIC 9V9(04) VALUE ZERO.
      * One student's charges as they are cleared, oldest first.
       01 WS-CURR-STU-NO     PIC 9(05) VALUE ZERO.
       01 WS-CURR-CLASS-IX   PIC 9(02) VALUE 1.
       01 WS-UNAPPLIED       PIC 9(07)V9(02) VALUE ZERO.
       01 WS-CHARGE-COUNT    PIC 9(03) VALUE ZERO.
       01 WS-CHARGE-TABLE.
           05 WS-CG-ENTRY OCCURS 500 TIMES INDEXED BY CG-INDEX.
               10 WS-CG-DUE       PIC 9(08).
               10 WS-CG-CATEGORY  PIC 9(01).
               10 WS-CG-AMOUNT    PIC 9(07)V9(02).
               10 WS-CG-LEFT      PIC 9(07)V9(02).
               10 WS-CG-CLEARED   PIC 9(08).
       01 WS-APPLY-AMOUNT    PIC 9(07)V9(02).
       01 WS-APPLY-DATE      PIC 9(08).
       01 WS-WEEK-NO         PIC 9(05).
      * The projection itself.
       01 WS-WEEK-TABLE.
           05 WS-WK-ENTRY OCCURS 13 TIMES INDEXED BY WK-INDEX.
               10 WS-WK-FROM      PIC 9(08).
               10 WS-WK-TO        PIC 9(08).
               10 WS-WK-AMOUNT OCCURS 3 TIMES
                   INDEXED BY WT-INDEX PIC 9(09)V9(02).
               10 WS-WK-TOTAL     PIC 9(09)V9(02).
       01 WS-ARREARS-OPEN    PIC 9(09)V9(02) VALUE ZERO.
       01 WS-ARREARS-EXPECT.
           05 WS-AE-AMOUNT OCCURS 3 TIMES PIC 9(09)V9(02).
       01 WS-ARREARS-TOTAL   PIC 9(09)V9(02) VALUE ZERO.
       01 WS-ARREARS-PART    PIC 9(09)V9(02).
       01 WS-ARREARS-LAST    PIC 9(09)V9(02).
       01 WS-AFTER-QUARTER   PIC 9(09)V9(02) VALUE ZERO.
       01 WS-FORECAST-TOTAL  PIC 9(09)V9(02) VALUE ZERO.
       01 WS-CATEGORY-TOTAL.
           05 WS-CT-AMOUNT OCCURS 3 TIMES PIC 9(09)V9(02).
      * Earlier forecasts, and the last one set against actuals.
       01 WS-HISTORY-COUNT   PIC 9(04) VALUE ZERO.
       01 WS-HISTORY-FULL-FLAG PIC X(01) VALUE 'N'.
           88 HISTORY-TABLE-FULL VALUE 'Y'.
       01 WS-HISTORY-TABLE.
           05 WS-HISTORY-LINE OCCURS 5200 TIMES INDEXED BY FH-INDEX
               PIC X(70).
       01 WS-PRIOR-RUN-DATE  PIC 9(08) VALUE ZERO.
       01 WS-PRIOR-COUNT     PIC 9(02) VALUE ZERO.
       01 WS-PRIOR-TABLE.
           05 WS-PR-ENTRY OCCURS 13 TIMES INDEXED BY PR-INDEX.
               10 WS-PR-FROM      PIC 9(08).
               10 WS-PR-TO        PIC 9(08).
               10 WS-PR-FORECAST  PIC 9(09)V9(02).
               10 WS-PR-ACTUAL    PIC 9(09)V9(02).
       01 WS-PRIOR-FORECAST  PIC 9(09)V9(02) VALUE ZERO.
       01 WS-PRIOR-ACTUAL    PIC 9(09)V9(02) VALUE ZERO.
       01 WS-VARIANCE        PIC S9(09)V9(02).
       01 WS-PARTIAL-FLAG    PIC X(01) VALUE 'N'.
           88 PARTIAL-WEEK-SHOWN VALUE 'Y'.
       01 WS-WORK-CLASS      PIC 9(02).
       01 WS-WORK-DATE       PIC 9(08).
       01 WS-RPT-CLASS       PIC Z9.
       01 WS-RPT-WEEK        PIC Z9.
       01 WS-RPT-AMOUNT-1    PIC Z(07)9.99.
       01 WS-RPT-AMOUNT-2    PIC Z(07)9.99.
       01 WS-RPT-AMOUNT-3    PIC Z(07)9.99.
       01 WS-RPT-AMOUNT-4    PIC Z(07)9.99.
       01 WS-RPT-VARIANCE    PIC -(07)9.99.
       01 WS-RPT-RATE-1      PIC ZZ9.9.
       01 WS-RPT-RATE-2      PIC ZZ9.9.
       01 WS-RPT-PERCENT     PIC 999V9.
       01 WS-RPT-COUNT       PIC ZZZZ9.
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
           OPEN INPUT FEE-LEDGER.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'NO FEE LEDGER ON FILE, NOTHING TO FORECAST'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           CLOSE FEE-LEDGER.
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-INT).
           INITIALIZE WS-CLASS-HISTORY.
           INITIALIZE WS-OPEN-CHARGES.
           INITIALIZE WS-WEEK-TABLE.
           INITIALIZE WS-ARREARS-EXPECT.
           INITIALIZE WS-CATEGORY-TOTAL.
           PERFORM LOAD-CLASS-MAP.
           PERFORM LOAD-DISBURSE-CONTROL.
           PERFORM LOAD-PENDING-AWARDS.
           PERFORM LOAD-FORECAST-HISTORY.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-STU-NO
               ON ASCENDING KEY SW-EFF-DATE
               ON ASCENDING KEY SW-SEQ
               INPUT PROCEDURE IS LOAD-SORT-WORK-FILE
               OUTPUT PROCEDURE IS CLEAR-STUDENT-CHARGES.
           PERFORM DERIVE-CLASS-RATES.
           PERFORM PROJECT-WEEKLY-COLLECTIONS.
           OPEN OUTPUT FORECAST-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-CLASS-RATES.
           PERFORM WRITE-WEEKLY-FORECAST.
           PERFORM WRITE-FORECAST-VS-ACTUAL.
           MOVE ALL '=' TO FORECAST-LINE.
           WRITE FORECAST-LINE.
           CLOSE FORECAST-REPORT.
           PERFORM SAVE-FORECAST-HISTORY.
           MOVE WS-FORECAST-TOTAL TO WS-RPT-AMOUNT-1.
           DISPLAY 'FEE FORECAST WRITTEN - EXPECTED OVER '
               WS-HORIZON-WEEKS ' WEEKS : ' WS-RPT-AMOUNT-1.
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

       LOAD-CLASS-MAP.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT STUDENT-MASTER-IN.
           IF WS-MASTER-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ STUDENT-MASTER-IN
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF STU-NO > ZERO
                               SET MAP-INDEX TO STU-NO
                               MOVE STU-CLASS TO
                                   WS-CLASS-MAP (MAP-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER-IN
           ELSE
               DISPLAY 'NO STUDENT MASTER - ONE SCHOOL-WIDE RATE USED'
           END-IF.

       LOAD-DISBURSE-CONTROL.
           OPEN INPUT DISBURSE-CONTROL.
           IF WS-CONTROL-STATUS = '00'
               READ DISBURSE-CONTROL
                   NOT AT END
                       MOVE DC-AWARD-AMOUNT TO WS-AWARD-AMOUNT
               END-READ
               CLOSE DISBURSE-CONTROL
           END-IF.

       LOAD-PENDING-AWARDS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT AWARD-DECISIONS.
           IF WS-AWARD-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ AWARD-DECISIONS
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF AW-AWARDED AND AW-STU-NO > ZERO
                               SET PND-INDEX TO AW-STU-NO
                               ADD WS-AWARD-AMOUNT TO
                                   WS-PENDING-AWARD (PND-INDEX)
                               ADD WS-AWARD-AMOUNT TO
                                   WS-PENDING-TOTAL
                               ADD 1 TO WS-PENDING-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AWARD-DECISIONS
           END-IF.

      * This run's own forecast is dropped so a re-run on the same
      * run-date replaces it; the latest earlier run is the one
      * checked against actual collections.
       LOAD-FORECAST-HISTORY.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FORECAST-HISTORY.
           IF WS-HISTORY-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ FORECAST-HISTORY
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE FORECAST-HISTORY
           END-IF.
           IF WS-PRIOR-RUN-DATE > ZERO
               PERFORM VARYING FH-INDEX FROM 1 BY 1
                   UNTIL FH-INDEX > WS-HISTORY-COUNT
                   MOVE WS-HISTORY-LINE (FH-INDEX) TO
                       FORECAST-HISTORY-RECORD
                   IF FH-RUN-DATE = WS-PRIOR-RUN-DATE
                       AND WS-PRIOR-COUNT < 13
                       ADD 1 TO WS-PRIOR-COUNT
                       SET PR-INDEX TO WS-PRIOR-COUNT
                       MOVE FH-WEEK-FROM TO WS-PR-FROM (PR-INDEX)
                       MOVE FH-WEEK-TO TO WS-PR-TO (PR-INDEX)
                       MOVE FH-TOTAL TO WS-PR-FORECAST (PR-INDEX)
                       MOVE ZERO TO WS-PR-ACTUAL (PR-INDEX)
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-ONE-HISTORY-RECORD.
           IF FH-RUN-DATE NOT = WS-RUN-DATE-INT
               IF WS-HISTORY-COUNT < 5200
                   ADD 1 TO WS-HISTORY-COUNT
                   SET FH-INDEX TO WS-HISTORY-COUNT
                   MOVE FORECAST-HISTORY-RECORD TO
                       WS-HISTORY-LINE (FH-INDEX)
               ELSE
                   SET HISTORY-TABLE-FULL TO TRUE
               END-IF
               IF FH-RUN-DATE < WS-RUN-DATE-INT
                   AND FH-RUN-DATE > WS-PRIOR-RUN-DATE
                   MOVE FH-RUN-DATE TO WS-PRIOR-RUN-DATE
               END-IF
           END-IF.

       LOAD-SORT-WORK-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FEE-LEDGER.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ FEE-LEDGER
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM RELEASE-LEDGER-RECORD
               END-READ
           END-PERFORM.
           CLOSE FEE-LEDGER.

       RELEASE-LEDGER-RECORD.
           IF FL-PAYMENT-TXN
               PERFORM TALLY-ACTUAL-COLLECTION
           END-IF.
           IF FL-STU-NO > ZERO
               AND (FL-CHARGE-TXN OR FL-CREDIT-TXN)
               ADD 1 TO WS-LEDGER-SEQ
               MOVE FL-STU-NO TO SW-STU-NO
               MOVE WS-LEDGER-SEQ TO SW-SEQ
               MOVE FL-AMOUNT TO SW-AMOUNT
               MOVE 1 TO SW-CATEGORY
               IF FL-CHARGE-TXN
                   SET SW-CHARGE TO TRUE
                   IF FL-DUE-ON-POSTING
                       MOVE FL-TXN-DATE TO SW-EFF-DATE
                   ELSE
                       MOVE FL-DUE-DATE TO SW-EFF-DATE
                   END-IF
                   IF FL-DESCRIPTION (1:6) = 'HOSTEL'
                       MOVE 2 TO SW-CATEGORY
                   END-IF
                   IF FL-DESCRIPTION (1:9) = 'TRANSPORT'
                       MOVE 3 TO SW-CATEGORY
                   END-IF
               ELSE
                   SET SW-CREDIT TO TRUE
                   MOVE FL-TXN-DATE TO SW-EFF-DATE
               END-IF
               RELEASE SORT-WORK-RECORD
           END-IF.

       TALLY-ACTUAL-COLLECTION.
           PERFORM VARYING PR-INDEX FROM 1 BY 1
               UNTIL PR-INDEX > WS-PRIOR-COUNT
               IF FL-TXN-DATE >= WS-PR-FROM (PR-INDEX)
                   AND FL-TXN-DATE <= WS-PR-TO (PR-INDEX)
                   AND FL-TXN-DATE < WS-RUN-DATE-INT
                   ADD FL-AMOUNT TO WS-PR-ACTUAL (PR-INDEX)
               END-IF
           END-PERFORM.

       CLEAR-STUDENT-CHARGES.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           MOVE ZERO TO WS-CURR-STU-NO.
           PERFORM UNTIL END-OF-SORTED-FILE
               RETURN SORT-WORK-FILE
                   AT END
                       SET END-OF-SORTED-FILE TO TRUE
                   NOT AT END
                       IF SW-STU-NO NOT = WS-CURR-STU-NO
                           IF WS-CURR-STU-NO > ZERO
                               PERFORM CLOSE-OUT-STUDENT
                           END-IF
                           PERFORM START-STUDENT
                       END-IF
                       IF SW-CHARGE
                           PERFORM ADD-STUDENT-CHARGE
                       ELSE
                           MOVE SW-AMOUNT TO WS-APPLY-AMOUNT
                           MOVE SW-EFF-DATE TO WS-APPLY-DATE
                           PERFORM APPLY-STUDENT-CREDIT
                           ADD WS-APPLY-AMOUNT TO WS-UNAPPLIED
                       END-IF
               END-RETURN
           END-PERFORM.
           IF WS-CURR-STU-NO > ZERO
               PERFORM CLOSE-OUT-STUDENT
           END-IF.

       START-STUDENT.
           MOVE SW-STU-NO TO WS-CURR-STU-NO.
           MOVE ZERO TO WS-CHARGE-COUNT.
           MOVE ZERO TO WS-UNAPPLIED.
           SET MAP-INDEX TO SW-STU-NO.
           MOVE WS-CLASS-MAP (MAP-INDEX) TO WS-WORK-CLASS.
           IF WS-WORK-CLASS > 12
               MOVE ZERO TO WS-WORK-CLASS
           END-IF.
           COMPUTE WS-CURR-CLASS-IX = WS-WORK-CLASS + 1.

      * Credit already on the account (an advance) clears the new
      * charge at once; the charge is then cleared on its own date.
       ADD-STUDENT-CHARGE.
           IF WS-CHARGE-COUNT >= 500
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'STU-NO ' SW-STU-NO ' HAS OVER 500 CHARGES - '
                   'LATER CHARGES LEFT OUT OF THE FORECAST'
           ELSE
               ADD 1 TO WS-CHARGE-COUNT
               SET CG-INDEX TO WS-CHARGE-COUNT
               MOVE SW-EFF-DATE TO WS-CG-DUE (CG-INDEX)
               MOVE SW-CATEGORY TO WS-CG-CATEGORY (CG-INDEX)
               MOVE SW-AMOUNT TO WS-CG-AMOUNT (CG-INDEX)
               MOVE SW-AMOUNT TO WS-CG-LEFT (CG-INDEX)
               MOVE ZERO TO WS-CG-CLEARED (CG-INDEX)
               IF WS-UNAPPLIED > ZERO
                   MOVE WS-UNAPPLIED TO WS-APPLY-AMOUNT
                   MOVE SW-EFF-DATE TO WS-APPLY-DATE
                   MOVE ZERO TO WS-UNAPPLIED
                   PERFORM APPLY-STUDENT-CREDIT
                   MOVE WS-APPLY-AMOUNT TO WS-UNAPPLIED
               END-IF
           END-IF.

      * Applies WS-APPLY-AMOUNT to the oldest open charges; whatever
      * is left over stays in WS-APPLY-AMOUNT.
       APPLY-STUDENT-CREDIT.
           PERFORM VARYING CG-INDEX FROM 1 BY 1
               UNTIL CG-INDEX > WS-CHARGE-COUNT
               OR WS-APPLY-AMOUNT = ZERO
               IF WS-CG-LEFT (CG-INDEX) > ZERO
                   IF WS-APPLY-AMOUNT >= WS-CG-LEFT (CG-INDEX)
                       SUBTRACT WS-CG-LEFT (CG-INDEX)
                           FROM WS-APPLY-AMOUNT
                       MOVE ZERO TO WS-CG-LEFT (CG-INDEX)
                       MOVE WS-APPLY-DATE TO
                           WS-CG-CLEARED (CG-INDEX)
                   ELSE
                       SUBTRACT WS-APPLY-AMOUNT
                           FROM WS-CG-LEFT (CG-INDEX)
                       MOVE ZERO TO WS-APPLY-AMOUNT
                   END-IF
               END-IF
           END-PERFORM.

       CLOSE-OUT-STUDENT.
           SET CH-INDEX TO WS-CURR-CLASS-IX.
           PERFORM VARYING CG-INDEX FROM 1 BY 1
               UNTIL CG-INDEX > WS-CHARGE-COUNT
               IF WS-CG-DUE (CG-INDEX) < WS-RUN-DATE-INT
                   PERFORM TALLY-CHARGE-HISTORY
               END-IF
           END-PERFORM.
      * A pending award settles the oldest open charges without cash.
           SET PND-INDEX TO WS-CURR-STU-NO.
           IF WS-PENDING-AWARD (PND-INDEX) > ZERO
               MOVE WS-PENDING-AWARD (PND-INDEX) TO WS-APPLY-AMOUNT
               MOVE WS-RUN-DATE-INT TO WS-APPLY-DATE
               PERFORM APPLY-STUDENT-CREDIT
           END-IF.
           SET OC-INDEX TO WS-CURR-CLASS-IX.
           PERFORM VARYING CG-INDEX FROM 1 BY 1
               UNTIL CG-INDEX > WS-CHARGE-COUNT
               IF WS-CG-LEFT (CG-INDEX) > ZERO
                   PERFORM FILE-OPEN-CHARGE
               END-IF
           END-PERFORM.

       TALLY-CHARGE-HISTORY.
           ADD WS-CG-AMOUNT (CG-INDEX) TO WS-CH-DUE-AMT (CH-INDEX).
           EVALUATE TRUE
               WHEN WS-CG-CLEARED (CG-INDEX) = ZERO
                   ADD WS-CG-AMOUNT (CG-INDEX) TO
                       WS-CH-LATE-OPEN (CH-INDEX)
               WHEN WS-CG-CLEARED (CG-INDEX) <= WS-CG-DUE (CG-INDEX)
                   ADD WS-CG-AMOUNT (CG-INDEX) TO
                       WS-CH-ONTIME-AMT (CH-INDEX)
               WHEN OTHER
                   ADD WS-CG-AMOUNT (CG-INDEX) TO
                       WS-CH-LATE-PAID (CH-INDEX)
           END-EVALUATE.

       FILE-OPEN-CHARGE.
           SET OT-INDEX TO WS-CG-CATEGORY (CG-INDEX).
           IF WS-CG-DUE (CG-INDEX) < WS-RUN-DATE-INT
               SET OA-INDEX TO WS-CG-CATEGORY (CG-INDEX)
               ADD WS-CG-LEFT (CG-INDEX) TO
                   WS-OC-ARREARS (OC-INDEX OA-INDEX)
               ADD WS-CG-LEFT (CG-INDEX) TO WS-ARREARS-OPEN
           ELSE
               COMPUTE WS-WEEK-NO =
                   (FUNCTION INTEGER-OF-DATE (WS-CG-DUE (CG-INDEX))
                   - WS-RUN-DAY-NO) / 7 + 1
               IF WS-WEEK-NO > WS-HORIZON-WEEKS
                   MOVE 14 TO WS-WEEK-NO
               END-IF
               SET OW-INDEX TO WS-WEEK-NO
               ADD WS-CG-LEFT (CG-INDEX) TO
                   WS-OC-AMOUNT (OC-INDEX OW-INDEX OT-INDEX)
           END-IF.

      * A class with no history of its own takes the school-wide
      * rate; with no history at all every open charge is expected
      * on time.
       DERIVE-CLASS-RATES.
           PERFORM VARYING CH-INDEX FROM 1 BY 1 UNTIL CH-INDEX > 13
               ADD WS-CH-DUE-AMT (CH-INDEX) TO WS-SCHOOL-DUE
               ADD WS-CH-ONTIME-AMT (CH-INDEX) TO WS-SCHOOL-ONTIME
               ADD WS-CH-LATE-PAID (CH-INDEX) TO WS-SCHOOL-RECOVER
               ADD WS-CH-LATE-PAID (CH-INDEX) TO WS-SCHOOL-LATE
               ADD WS-CH-LATE-OPEN (CH-INDEX) TO WS-SCHOOL-LATE
           END-PERFORM.
           IF WS-SCHOOL-DUE > ZERO
               COMPUTE WS-SCHOOL-ONTIME-RATE ROUNDED =
                   WS-SCHOOL-ONTIME / WS-SCHOOL-DUE
           END-IF.
           IF WS-SCHOOL-LATE > ZERO
               COMPUTE WS-SCHOOL-RECOVER-RATE ROUNDED =
                   WS-SCHOOL-RECOVER / WS-SCHOOL-LATE
           END-IF.
           PERFORM VARYING CH-INDEX FROM 1 BY 1 UNTIL CH-INDEX > 13
               IF WS-CH-DUE-AMT (CH-INDEX) > ZERO
                   COMPUTE WS-CH-ONTIME-RATE (CH-INDEX) ROUNDED =
                       WS-CH-ONTIME-AMT (CH-INDEX)
                       / WS-CH-DUE-AMT (CH-INDEX)
               ELSE
                   MOVE WS-SCHOOL-ONTIME-RATE TO
                       WS-CH-ONTIME-RATE (CH-INDEX)
               END-IF
               IF WS-CH-LATE-PAID (CH-INDEX)
                   + WS-CH-LATE-OPEN (CH-INDEX) > ZERO
                   COMPUTE WS-CH-RECOVER-RATE (CH-INDEX) ROUNDED =
                       WS-CH-LATE-PAID (CH-INDEX)
                       / (WS-CH-LATE-PAID (CH-INDEX)
                       + WS-CH-LATE-OPEN (CH-INDEX))
               ELSE
                   MOVE WS-SCHOOL-RECOVER-RATE TO
                       WS-CH-RECOVER-RATE (CH-INDEX)
               END-IF
           END-PERFORM.

       PROJECT-WEEKLY-COLLECTIONS.
           PERFORM VARYING WK-INDEX FROM 1 BY 1
               UNTIL WK-INDEX > WS-HORIZON-WEEKS
               COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DAY-NO + (WK-INDEX - 1) * 7)
               MOVE WS-WORK-DATE TO WS-WK-FROM (WK-INDEX)
               COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DAY-NO + (WK-INDEX - 1) * 7 + 6)
               MOVE WS-WORK-DATE TO WS-WK-TO (WK-INDEX)
           END-PERFORM.
           PERFORM VARYING OC-INDEX FROM 1 BY 1 UNTIL OC-INDEX > 13
               SET CH-INDEX TO OC-INDEX
               PERFORM VARYING OT-INDEX FROM 1 BY 1 UNTIL OT-INDEX > 3
                   PERFORM VARYING WK-INDEX FROM 1 BY 1
                       UNTIL WK-INDEX > WS-HORIZON-WEEKS
                       SET OW-INDEX TO WK-INDEX
                       SET WT-INDEX TO OT-INDEX
                       COMPUTE WS-WK-AMOUNT (WK-INDEX WT-INDEX)
                           ROUNDED = WS-WK-AMOUNT (WK-INDEX WT-INDEX)
                           + WS-OC-AMOUNT (OC-INDEX OW-INDEX OT-INDEX)
                           * WS-CH-ONTIME-RATE (CH-INDEX)
                   END-PERFORM
                   SET OA-INDEX TO OT-INDEX
                   COMPUTE WS-AE-AMOUNT (OT-INDEX) ROUNDED =
                       WS-AE-AMOUNT (OT-INDEX)
                       + WS-OC-ARREARS (OC-INDEX OA-INDEX)
                       * WS-CH-RECOVER-RATE (CH-INDEX)
                   ADD WS-OC-AMOUNT (OC-INDEX 14 OT-INDEX) TO
                       WS-AFTER-QUARTER
               END-PERFORM
           END-PERFORM.
      * Expected arrears recovery is spread evenly over the quarter,
      * the odd paise going into the last week.
           PERFORM VARYING WT-INDEX FROM 1 BY 1 UNTIL WT-INDEX > 3
               ADD WS-AE-AMOUNT (WT-INDEX) TO WS-ARREARS-TOTAL
               COMPUTE WS-ARREARS-PART =
                   WS-AE-AMOUNT (WT-INDEX) / WS-HORIZON-WEEKS
               PERFORM VARYING WK-INDEX FROM 1 BY 1
                   UNTIL WK-INDEX > WS-HORIZON-WEEKS
                   IF WK-INDEX = WS-HORIZON-WEEKS
                       COMPUTE WS-ARREARS-LAST =
                           WS-AE-AMOUNT (WT-INDEX) + WS-ARREARS-PART
                           - WS-ARREARS-PART * WS-HORIZON-WEEKS
                       ADD WS-ARREARS-LAST TO
                           WS-WK-AMOUNT (WK-INDEX WT-INDEX)
                   ELSE
                       ADD WS-ARREARS-PART TO
                           WS-WK-AMOUNT (WK-INDEX WT-INDEX)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WK-INDEX FROM 1 BY 1
               UNTIL WK-INDEX > WS-HORIZON-WEEKS
               COMPUTE WS-WK-TOTAL (WK-INDEX) =
                   WS-WK-AMOUNT (WK-INDEX 1) + WS-WK-AMOUNT (WK-INDEX 2)
                   + WS-WK-AMOUNT (WK-INDEX 3)
               ADD WS-WK-TOTAL (WK-INDEX) TO WS-FORECAST-TOTAL
               ADD WS-WK-AMOUNT (WK-INDEX 1) TO WS-CT-AMOUNT (1)
               ADD WS-WK-AMOUNT (WK-INDEX 2) TO WS-CT-AMOUNT (2)
               ADD WS-WK-AMOUNT (WK-INDEX 3) TO WS-CT-AMOUNT (3)
           END-PERFORM.

       WRITE-REPORT-HEADING.
           MOVE ALL '=' TO FORECAST-LINE.
           WRITE FORECAST-LINE.
           MOVE SPACES TO FORECAST-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO FORECAST-LINE.
           WRITE FORECAST-LINE.
           MOVE '       FEE COLLECTION FORECAST - WEEKLY CASH FLOW' TO
               FORECAST-LINE.
           WRITE FORECAST-LINE.
           MOVE SPACES TO FORECAST-LINE.
           STRING 'AS AT : ' WS-RUN-DATE-INT
               '   HORIZON : ' WS-HORIZON-WEEKS ' WEEKS'
               DELIMITED BY SIZE INTO FORECAST-LINE.
           WRITE FORECAST-LINE.
           MOVE ALL '-' TO FORECAST-LINE.
           WRITE FORECAST-LINE.

       WRITE-CLASS-RATES.
           MOVE 'CLASS  PAST CHARGES DUE  ON-TIME %  RECOVERY %' TO
               FORECAST-LINE.
           WRITE FORECAST-LINE.
           PERFORM VARYING CH-INDEX FROM 1 BY 1 UNTIL CH-INDEX > 13
               IF WS-CH-DUE-AMT (CH-INDEX) > ZERO
                   SET WS-WORK-CLASS TO CH-INDEX
                   SUBTRACT 1 FROM WS-WORK-CLASS
                   MOVE WS-WORK-CLASS TO WS-RPT-CLASS
                   MOVE WS-CH-DUE-AMT (CH-INDEX) TO WS-RPT-AMOUNT-1
                   COMPUTE WS-RPT-PERCENT ROUNDED =
                       WS-CH-ONTIME-RATE (CH-INDEX) * 100
                   MOVE WS-RPT-PERCENT TO WS-RPT-RATE-1
                   COMPUTE WS-RPT-PERCENT ROUNDED =
                       WS-CH-RECOVER-RATE (CH-INDEX) * 100
                   MOVE WS-RPT-PERCENT TO WS-RPT-RATE-2
                   MOVE SPACES TO FORECAST-LINE
                   IF WS-WORK-CLASS = ZERO
                       STRING ' ?? ' DELIMITED BY SIZE
                           INTO FORECAST-LINE
                   ELSE
                       STRING '  ' WS-RPT-CLASS DELIMITED BY SIZE
                           INTO FORECAST-LINE
                   END-IF
                   STRING WS-RPT-AMOUNT-1 '       ' WS-RPT-RATE-1
                       '       ' WS-RPT-RATE-2
                       DELIMITED BY SIZE INTO FORECAST-LINE (8:)
                   WRITE FORECAST-LINE
               END-IF
           END-PERFORM.
           COMPUTE WS-RPT-PERCENT ROUNDED =
               WS-SCHOOL-ONTIME-RATE * 100.
           MOVE WS-RPT-PERCENT TO WS-RPT-RATE-1.
           COMPUTE WS-RPT-PERCENT ROUNDED =
               WS-SCHOOL-RECOVER-RATE * 100.
           MOVE WS-RPT-PERCENT TO WS-RPT-RATE-2.
           MOVE WS-SCHOOL-DUE TO WS-RPT-AMOUNT-1.
           MOVE SPACES TO FORECAST-LINE.
           STRING 'SCHOOL ' WS-RPT-AMOUNT-1 '       ' WS-RPT-RATE-1
               '       ' WS-RPT-RATE-2
               DELIMITED BY SIZE INTO FORECAST-LINE.
           WRITE FORECAST-LINE.
           MOVE ALL '-' TO FORECAST-LINE.
           WRITE FORECAST-LINE.

       WRITE-WEEKLY-FORECAST.
           MOVE 'WK WEEK FROM  TUITION/OTHER       HOSTEL    TRANSPORT'
               TO FORECAST-LINE.
           MOVE 'TOTAL' TO FORECAST-LINE (67:5).
           WRITE FORECAST-LINE.
           PERFORM VARYING WK-INDEX FROM 1 BY 1
               UNTIL WK-INDEX > WS-HORIZON-WEEKS
               SET WS-RPT-WEEK TO WK-INDEX
               MOVE WS-WK-AMOUNT (WK-INDEX 1) TO WS-RPT-AMOUNT-1
               MOVE WS-WK-AMOUNT (WK-INDEX 2) TO WS-RPT-AMOUNT-2
               MOVE WS-WK-AMOUNT (WK-INDEX 3) TO WS-RPT-AMOUNT-3
               MOVE WS-WK-TOTAL (WK-INDEX) TO WS-RPT-AMOUNT-4
               MOVE SPACES TO FORECAST-LINE
               STRING WS-RPT-WEEK ' ' WS-WK-FROM (WK-INDEX) '   '
                   WS-RPT-AMOUNT-1 '  ' WS-RPT-AMOUNT-2 '  '
                   WS-RPT-AMOUNT-3 '  ' WS-RPT-AMOUNT-4
                   DELIMITED BY SIZE INTO FORECAST-LINE
               WRITE FORECAST-LINE
           END-PERFORM.
           MOVE ALL '-' TO FORECAST-LINE.
           WRITE FORECAST-LINE.
           MOVE WS-CT-AMOUNT (1) TO WS-RPT-AMOUNT-1.
           MOVE WS-CT-AMOUNT (2) TO WS-RPT-AMOUNT-2.
           MOVE WS-CT-AMOUNT (3) TO WS-RPT-AMOUNT-3.
           MOVE WS-FORECAST-TOTAL TO WS-RPT-AMOUNT-4.
           MOVE SPACES TO FORECAST-LINE.
           STRING 'QUARTER        ' WS-RPT-AMOUNT-1 '  '
               WS-RPT-AMOUNT-2 '  ' WS-RPT-AMOUNT-3 '  '
               WS-RPT-AMOUNT-4
               DELIMITED BY SIZE INTO FORECAST-LINE.
           WRITE FORECAST-LINE.
           MOVE ALL '-' TO FORECAST-LINE.
           WRITE FORECAST-LINE.
           MOVE WS-ARREARS-OPEN TO WS-RPT-AMOUNT-1.
           MOVE WS-ARREARS-TOTAL TO WS-RPT-AMOUNT-2.
           MOVE SPACES TO FORECAST-LINE.
           STRING 'ARREARS OPEN : ' WS-RPT-AMOUNT-1
               '  EXPECTED (SPREAD ABOVE) : ' WS-RPT-AMOUNT-2
               DELIMITED BY SIZE INTO FORECAST-LINE.
           WRITE FORECAST-LINE.
           MOVE WS-AFTER-QUARTER TO WS-RPT-AMOUNT-1.
           MOVE SPACES TO FORECAST-LINE.
           STRING 'FALLING DUE AFTER THE QUARTER : ' WS-RPT-AMOUNT-1
               DELIMITED BY SIZE INTO FORECAST-LINE.
           WRITE FORECAST-LINE.
           MOVE WS-PENDING-COUNT TO WS-RPT-COUNT.
           MOVE WS-PENDING-TOTAL TO WS-RPT-AMOUNT-1.
           MOVE SPACES TO FORECAST-LINE.
           STRING 'SCHOLARSHIPS PENDING DISBURSEMENT : ' WS-RPT-COUNT
               ' AWARDS ' WS-RPT-AMOUNT-1
               DELIMITED BY SIZE INTO FORECAST-LINE.
           WRITE FORECAST-LINE.
           MOVE '    (NON-CASH - TAKEN OFF THE BILLS BEFORE PROJECTING)'
               TO FORECAST-LINE.
           WRITE FORECAST-LINE.

       WRITE-FORECAST-VS-ACTUAL.
           MOVE ALL '-' TO FORECAST-LINE.
           WRITE FORECAST-LINE.
           IF WS-PRIOR-RUN-DATE = ZERO
               MOVE 'NO EARLIER FORECAST ON FEEFCST.DAT TO CHECK'
                   TO FORECAST-LINE
               WRITE FORECAST-LINE
           ELSE
               MOVE SPACES TO FORECAST-LINE
               STRING 'FORECAST OF ' WS-PRIOR-RUN-DATE
                   ' AGAINST PAYMENTS ACTUALLY POSTED'
                   DELIMITED BY SIZE INTO FORECAST-LINE
               WRITE FORECAST-LINE
               MOVE 'WEEK FROM  WEEK TO      FORECAST       ACTUAL'
                   TO FORECAST-LINE
               MOVE 'VARIANCE' TO FORECAST-LINE (54:8)
               WRITE FORECAST-LINE
               PERFORM VARYING PR-INDEX FROM 1 BY 1
                   UNTIL PR-INDEX > WS-PRIOR-COUNT
                   IF WS-PR-FROM (PR-INDEX) < WS-RUN-DATE-INT
                       PERFORM WRITE-ONE-WEEK-ACTUAL
                   END-IF
               END-PERFORM
               COMPUTE WS-VARIANCE =
                   WS-PRIOR-ACTUAL - WS-PRIOR-FORECAST
               MOVE WS-PRIOR-FORECAST TO WS-RPT-AMOUNT-1
               MOVE WS-PRIOR-ACTUAL TO WS-RPT-AMOUNT-2
               MOVE WS-VARIANCE TO WS-RPT-VARIANCE
               MOVE SPACES TO FORECAST-LINE
               STRING 'TO DATE             ' WS-RPT-AMOUNT-1 '  '
                   WS-RPT-AMOUNT-2 '  ' WS-RPT-VARIANCE
                   DELIMITED BY SIZE INTO FORECAST-LINE
               WRITE FORECAST-LINE
               IF PARTIAL-WEEK-SHOWN
                   MOVE '* WEEK NOT YET COMPLETE - ACTUAL TO THE DAY '
                       TO FORECAST-LINE
                   MOVE 'BEFORE' TO FORECAST-LINE (45:6)
                   WRITE FORECAST-LINE
               END-IF
           END-IF.

       WRITE-ONE-WEEK-ACTUAL.
           ADD WS-PR-FORECAST (PR-INDEX) TO WS-PRIOR-FORECAST.
           ADD WS-PR-ACTUAL (PR-INDEX) TO WS-PRIOR-ACTUAL.
           COMPUTE WS-VARIANCE =
               WS-PR-ACTUAL (PR-INDEX) - WS-PR-FORECAST (PR-INDEX).
           MOVE WS-PR-FORECAST (PR-INDEX) TO WS-RPT-AMOUNT-1.
           MOVE WS-PR-ACTUAL (PR-INDEX) TO WS-RPT-AMOUNT-2.
           MOVE WS-VARIANCE TO WS-RPT-VARIANCE.
           MOVE SPACES TO FORECAST-LINE.
           STRING WS-PR-FROM (PR-INDEX) '   ' WS-PR-TO (PR-INDEX)
               ' ' WS-RPT-AMOUNT-1 '  ' WS-RPT-AMOUNT-2 '  '
               WS-RPT-VARIANCE
               DELIMITED BY SIZE INTO FORECAST-LINE.
           IF WS-PR-TO (PR-INDEX) >= WS-RUN-DATE-INT
               MOVE '*' TO FORECAST-LINE (72:1)
               SET PARTIAL-WEEK-SHOWN TO TRUE
           END-IF.
           WRITE FORECAST-LINE.

      * A partly loaded history is never written back.
       SAVE-FORECAST-HISTORY.
           IF HISTORY-TABLE-FULL
               DISPLAY 'FEEFCST.DAT EXCEEDS THE 5200-LINE TABLE - '
                   'THIS FORECAST NOT KEPT'
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN OUTPUT FORECAST-HISTORY
               PERFORM VARYING FH-INDEX FROM 1 BY 1
                   UNTIL FH-INDEX > WS-HISTORY-COUNT
                   MOVE WS-HISTORY-LINE (FH-INDEX) TO
                       FORECAST-HISTORY-RECORD
                   WRITE FORECAST-HISTORY-RECORD
               END-PERFORM
               PERFORM VARYING WK-INDEX FROM 1 BY 1
                   UNTIL WK-INDEX > WS-HORIZON-WEEKS
                   MOVE WS-RUN-DATE-INT TO FH-RUN-DATE
                   SET FH-WEEK-NO TO WK-INDEX
                   MOVE WS-WK-FROM (WK-INDEX) TO FH-WEEK-FROM
                   MOVE WS-WK-TO (WK-INDEX) TO FH-WEEK-TO
                   MOVE WS-WK-AMOUNT (WK-INDEX 1) TO FH-TUITION
                   MOVE WS-WK-AMOUNT (WK-INDEX 2) TO FH-HOSTEL
                   MOVE WS-WK-AMOUNT (WK-INDEX 3) TO FH-TRANSPORT
                   MOVE WS-WK-TOTAL (WK-INDEX) TO FH-TOTAL
                   WRITE FORECAST-HISTORY-RECORD
               END-PERFORM
               CLOSE FORECAST-HISTORY
           END-IF.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'FEEFCST'           TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE       TO RL-TERM-CODE.
           MOVE WS-RUN-DATE-INT     TO RL-RUN-DATE.
           MOVE WS-START-TIME       TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-RECORDS-READ     TO RL-RECORDS-READ.
           MOVE WS-HORIZON-WEEKS    TO RL-RECORDS-WRITTEN.
           MOVE WS-REJECTED-COUNT   TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE         TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM FEEFCST.
