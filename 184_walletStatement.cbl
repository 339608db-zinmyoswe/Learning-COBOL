      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly student wallet run, for the calendar month
      *          before the run-control run-date's month. The
      *          WALLETTX.DAT wallet transactions are sorted by STU-NO
      *          and posting order; every wallet with money on it or
      *          a movement in the month gets a statement addressed to
      *          the guardian on GUARDIAN.DAT - opening balance, each
      *          top-up, canteen, store and hostel-warden purchase and
      *          any refund on leaving, and the closing balance - for
      *          the post (WALLSTMT.RPT). The outlet settlement
      *          (WALLSETL.RPT) gives the accounts office what each
      *          outlet is owed day by day for the month, and ties the
      *          wallet money held at the start of the month, plus
      *          top-ups, less outlet spend and refunds, to what is
      *          held at the end. Appends to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. WALLSTMT.
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
           SELECT WALLET-TXN-FILE ASSIGN TO "WALLETTX.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WALLTX-STATUS.
           SELECT GUARDIAN-FILE ASSIGN TO "GUARDIAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GUARDIAN-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT STATEMENT-REPORT ASSIGN TO "WALLSTMT.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SETTLEMENT-REPORT ASSIGN TO "WALLSETL.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.TMP".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  WALLET-TXN-FILE.
           COPY WALLTXR.

       FD  GUARDIAN-FILE.
       01 GUARDIAN-RECORD.
           05 GD-STU-NO        PIC 9(05).
           05 GD-NAME          PIC X(15).
           05 GD-RELATION      PIC X(10).
           05 GD-PRIMARY-PHONE PIC 9(12).
           05 GD-ALT-PHONE     PIC 9(12).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  STATEMENT-REPORT.
       01 STATEMENT-LINE     PIC X(72).

       FD  SETTLEMENT-REPORT.
       01 SETTLEMENT-LINE    PIC X(72).

      * SW-SEQ keeps rows posted in the same second in file order.
       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-STU-NO        PIC 9(05).
           05 SW-TXN-DATE      PIC 9(08).
           05 SW-TXN-TIME      PIC 9(08).
           05 SW-SEQ           PIC 9(07).
           05 SW-TXN-TYPE      PIC X(01).
               88 SW-TOP-UP          VALUE 'T'.
               88 SW-OUTLET-DEBIT    VALUE 'D'.
               88 SW-CLOSING-DEBIT   VALUE 'X'.
           05 SW-OUTLET        PIC X(01).
               88 SW-CANTEEN         VALUE 'C'.
               88 SW-STORE           VALUE 'S'.
               88 SW-HOSTEL-WARDEN   VALUE 'H'.
           05 SW-AMOUNT        PIC 9(07)V9(02).
           05 SW-REFERENCE     PIC X(10).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-WALLTX-STATUS   PIC X(02) VALUE '00'.
       01 WS-GUARDIAN-STATUS PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-SORT-EOF-FLAG   PIC X(01) VALUE 'N'.
           88 END-OF-SORTED-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08).
       01 WS-RUN-DATE        PIC 9(08) VALUE ZERO.
       01 WS-PERIOD-START    PIC 9(08).
       01 WS-PERIOD-END      PIC 9(08).
       01 WS-MONTH-START     PIC 9(08).
       01 WS-PERIOD-MONTH    PIC 9(06).
       01 WS-DAY-NO          PIC 9(02).
       01 WS-TXN-SEQ         PIC 9(07) VALUE ZERO.
       01 WS-TXN-READ        PIC 9(05) VALUE ZERO.
      * Statement control break on STU-NO. The statement heading is
      * held back until the opening balance (everything before the
      * month) is known.
       01 WS-CURR-STU-NO     PIC 9(05) VALUE ZERO.
       01 WS-GROUP-OPEN      PIC X(01) VALUE 'N'.
           88 STUDENT-GROUP-OPEN VALUE 'Y'.
       01 WS-HEADING-FLAG    PIC X(01) VALUE 'N'.
           88 STATEMENT-STARTED VALUE 'Y'.
       01 WS-CLOSED-FLAG     PIC X(01) VALUE 'N'.
           88 WALLET-REFUNDED  VALUE 'Y'.
       01 WS-RUN-BALANCE     PIC S9(07)V9(02) VALUE ZERO.
       01 WS-OPEN-BALANCE    PIC S9(07)V9(02) VALUE ZERO.
       01 WS-MONTH-CREDITS   PIC 9(07)V9(02) VALUE ZERO.
       01 WS-MONTH-DEBITS    PIC 9(07)V9(02) VALUE ZERO.
       01 WS-STATEMENT-COUNT PIC 9(05) VALUE ZERO.
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-STU-NAME        PIC X(15).
       01 WS-GUARD-NAME      PIC X(15).
       01 WS-TXN-DESC        PIC X(14).
       01 WS-DEBIT-TEXT      PIC X(10).
       01 WS-CREDIT-TEXT     PIC X(10).
      * Outlet settlement: per day of the month, per outlet (1
      * canteen, 2 store, 3 hostel warden).
       01 WS-SETTLE-TABLE.
           05 WS-SETTLE-DAY OCCURS 31 TIMES INDEXED BY DY-INDEX.
               10 WS-SETTLE-OUTLET OCCURS 3 TIMES
                   INDEXED BY OT-INDEX.
                   15 WS-ST-AMOUNT   PIC 9(07)V9(02).
                   15 WS-ST-COUNT    PIC 9(04).
       01 WS-OUTLET-TOTALS.
           05 WS-OUTLET-TOTAL OCCURS 3 TIMES.
               10 WS-OT-AMOUNT   PIC 9(09)V9(02).
               10 WS-OT-COUNT    PIC 9(05).
       01 WS-OUTLET-NO       PIC 9(01).
       01 WS-DAY-TOTAL       PIC 9(09)V9(02).
      * Wallet money held by the school across all students.
       01 WS-FLOAT-OPENING   PIC S9(09)V9(02) VALUE ZERO.
       01 WS-FLOAT-TOP-UPS   PIC 9(09)V9(02) VALUE ZERO.
       01 WS-FLOAT-SPENT     PIC 9(09)V9(02) VALUE ZERO.
       01 WS-FLOAT-REFUNDED  PIC 9(09)V9(02) VALUE ZERO.
       01 WS-FLOAT-CLOSING   PIC S9(09)V9(02) VALUE ZERO.
       01 WS-RPT-AMOUNT      PIC Z(06)9.99.
       01 WS-RPT-CREDIT      PIC Z(06)9.99.
       01 WS-RPT-BALANCE     PIC -(07)9.99.
       01 WS-RPT-COUNT       PIC ZZZ9.
       01 WS-RPT-TOTAL       PIC Z(08)9.99.
       01 WS-RPT-SIGNED      PIC -(09)9.99.
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
           PERFORM SET-STATEMENT-PERIOD.
           PERFORM VARYING DY-INDEX FROM 1 BY 1 UNTIL DY-INDEX > 31
               PERFORM VARYING OT-INDEX FROM 1 BY 1
                   UNTIL OT-INDEX > 3
                   MOVE ZERO TO WS-ST-AMOUNT (DY-INDEX OT-INDEX)
                   MOVE ZERO TO WS-ST-COUNT (DY-INDEX OT-INDEX)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-OUTLET-NO FROM 1 BY 1
               UNTIL WS-OUTLET-NO > 3
               MOVE ZERO TO WS-OT-AMOUNT (WS-OUTLET-NO)
               MOVE ZERO TO WS-OT-COUNT (WS-OUTLET-NO)
           END-PERFORM.
           OPEN OUTPUT STATEMENT-REPORT.
           OPEN INPUT STUDENT-MASTER.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-STU-NO
               ON ASCENDING KEY SW-TXN-DATE
               ON ASCENDING KEY SW-TXN-TIME
               ON ASCENDING KEY SW-SEQ
               INPUT PROCEDURE IS LOAD-SORT-WORK-FILE
               OUTPUT PROCEDURE IS PRINT-WALLET-STATEMENTS.
           IF WS-MASTER-STATUS = '00'
               CLOSE STUDENT-MASTER
           END-IF.
           CLOSE STATEMENT-REPORT.
           COMPUTE WS-FLOAT-CLOSING = WS-FLOAT-OPENING
               + WS-FLOAT-TOP-UPS - WS-FLOAT-SPENT - WS-FLOAT-REFUNDED.
           OPEN OUTPUT SETTLEMENT-REPORT.
           PERFORM WRITE-SETTLEMENT-REPORT.
           CLOSE SETTLEMENT-REPORT.
           DISPLAY 'WALLET RUN FOR ' WS-PERIOD-MONTH
               ' - TRANSACTIONS ' WS-TXN-READ
               ' STATEMENTS ' WS-STATEMENT-COUNT.
           PERFORM WRITE-RUN-LOG.
           GOBACK.

       LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = '00'
               READ RUN-CONTROL-FILE
                   NOT AT END
                       DISPLAY 'RUN CONTROL - TERM : ' RUN-TERM-CODE
                           ' RUN-DATE : ' RUN-DATE
                       MOVE RUN-DATE TO WS-RUN-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-RUN-DATE = ZERO
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

      * The statement month is the one before the run-date's month:
      * its last day is the day before the 1st of the run month.
       SET-STATEMENT-PERIOD.
           MOVE WS-RUN-DATE TO WS-MONTH-START.
           MOVE 01 TO WS-MONTH-START (7:2).
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-MONTH-START) - 1).
           MOVE WS-PERIOD-END TO WS-PERIOD-START.
           MOVE 01 TO WS-PERIOD-START (7:2).
           MOVE WS-PERIOD-END (1:6) TO WS-PERIOD-MONTH.

      * Rows after the month are left for next month's run; rows
      * before it only make up the opening balances.
       LOAD-SORT-WORK-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT WALLET-TXN-FILE.
           IF WS-WALLTX-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ WALLET-TXN-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TXN-READ
                           IF WT-TXN-DATE NOT > WS-PERIOD-END
                               PERFORM RELEASE-WALLET-TXN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WALLET-TXN-FILE
           ELSE
               DISPLAY 'NO WALLET TRANSACTIONS ON FILE'
           END-IF.

       RELEASE-WALLET-TXN.
           ADD 1 TO WS-TXN-SEQ.
           MOVE WT-STU-NO    TO SW-STU-NO.
           MOVE WT-TXN-DATE  TO SW-TXN-DATE.
           MOVE WT-TXN-TIME  TO SW-TXN-TIME.
           MOVE WS-TXN-SEQ   TO SW-SEQ.
           MOVE WT-TXN-TYPE  TO SW-TXN-TYPE.
           MOVE WT-OUTLET    TO SW-OUTLET.
           MOVE WT-AMOUNT    TO SW-AMOUNT.
           MOVE WT-REFERENCE TO SW-REFERENCE.
           RELEASE SORT-WORK-RECORD.
           IF WT-TXN-DATE < WS-PERIOD-START
               IF WT-TOP-UP
                   ADD WT-AMOUNT TO WS-FLOAT-OPENING
               ELSE
                   SUBTRACT WT-AMOUNT FROM WS-FLOAT-OPENING
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN WT-TOP-UP
                       ADD WT-AMOUNT TO WS-FLOAT-TOP-UPS
                   WHEN WT-CLOSING-DEBIT
                       ADD WT-AMOUNT TO WS-FLOAT-REFUNDED
                   WHEN OTHER
                       ADD WT-AMOUNT TO WS-FLOAT-SPENT
                       PERFORM ADD-TO-OUTLET-SETTLEMENT
               END-EVALUATE
           END-IF.

       ADD-TO-OUTLET-SETTLEMENT.
           EVALUATE TRUE
               WHEN WT-CANTEEN
                   MOVE 1 TO WS-OUTLET-NO
               WHEN WT-STORE
                   MOVE 2 TO WS-OUTLET-NO
               WHEN OTHER
                   MOVE 3 TO WS-OUTLET-NO
           END-EVALUATE.
           MOVE WT-TXN-DATE (7:2) TO WS-DAY-NO.
           ADD WT-AMOUNT TO WS-ST-AMOUNT (WS-DAY-NO WS-OUTLET-NO).
           ADD 1 TO WS-ST-COUNT (WS-DAY-NO WS-OUTLET-NO).
           ADD WT-AMOUNT TO WS-OT-AMOUNT (WS-OUTLET-NO).
           ADD 1 TO WS-OT-COUNT (WS-OUTLET-NO).

       PRINT-WALLET-STATEMENTS.
           PERFORM UNTIL END-OF-SORTED-FILE
               RETURN SORT-WORK-FILE
                   AT END
                       SET END-OF-SORTED-FILE TO TRUE
                   NOT AT END
                       IF NOT STUDENT-GROUP-OPEN
                           OR SW-STU-NO NOT = WS-CURR-STU-NO
                           IF STUDENT-GROUP-OPEN
                               PERFORM END-STUDENT-GROUP
                                   THRU END-STUDENT-GROUP-EXIT
                           END-IF
                           PERFORM START-STUDENT-GROUP
                       END-IF
                       PERFORM APPLY-SORTED-TXN
               END-RETURN
           END-PERFORM.
           IF STUDENT-GROUP-OPEN
               PERFORM END-STUDENT-GROUP
                   THRU END-STUDENT-GROUP-EXIT
           END-IF.

       START-STUDENT-GROUP.
           MOVE 'Y' TO WS-GROUP-OPEN.
           MOVE 'N' TO WS-HEADING-FLAG.
           MOVE 'N' TO WS-CLOSED-FLAG.
           MOVE SW-STU-NO TO WS-CURR-STU-NO.
           MOVE ZERO TO WS-RUN-BALANCE.
           MOVE ZERO TO WS-MONTH-CREDITS.
           MOVE ZERO TO WS-MONTH-DEBITS.

       APPLY-SORTED-TXN.
           IF SW-TXN-DATE < WS-PERIOD-START
               IF SW-TOP-UP
                   ADD SW-AMOUNT TO WS-RUN-BALANCE
               ELSE
                   SUBTRACT SW-AMOUNT FROM WS-RUN-BALANCE
                   IF SW-CLOSING-DEBIT
                       MOVE 'Y' TO WS-CLOSED-FLAG
                   END-IF
               END-IF
           ELSE
               IF NOT STATEMENT-STARTED
                   PERFORM WRITE-STATEMENT-HEADING
               END-IF
               PERFORM WRITE-STATEMENT-DETAIL
           END-IF.

      * A wallet refunded before the month with nothing since gets
      * no statement; one with money on it and no movement still
      * does, so the guardian sees what is held.
       END-STUDENT-GROUP.
           IF NOT STATEMENT-STARTED
               IF WALLET-REFUNDED OR WS-RUN-BALANCE = ZERO
                   GO TO END-STUDENT-GROUP-EXIT
               END-IF
               PERFORM WRITE-STATEMENT-HEADING
               MOVE '    NO TRANSACTIONS THIS MONTH' TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           PERFORM WRITE-STATEMENT-FOOTING.
       END-STUDENT-GROUP-EXIT.
           EXIT.

       WRITE-STATEMENT-HEADING.
           MOVE 'Y' TO WS-HEADING-FLAG.
           MOVE WS-RUN-BALANCE TO WS-OPEN-BALANCE.
           ADD 1 TO WS-STATEMENT-COUNT.
           MOVE WS-CURR-STU-NO TO WS-WORK-STU-NO.
           PERFORM LOOK-UP-STUDENT-NAME.
           PERFORM LOOK-UP-GUARDIAN-NAME.
           MOVE ALL '=' TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING '          STUDENT WALLET STATEMENT - MONTH '
               WS-PERIOD-MONTH DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE ALL '-' TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           IF WS-GUARD-NAME = SPACES
               STRING 'TO : THE PARENT/GUARDIAN OF ' WS-STU-NAME
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           ELSE
               STRING 'TO : ' WS-GUARD-NAME ' (GUARDIAN OF '
                   WS-STU-NAME ')'
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           END-IF.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'STU-NO ' WS-CURR-STU-NO '   PERIOD '
               WS-PERIOD-START ' TO ' WS-PERIOD-END
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE ALL '-' TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE 'DATE     PARTICULARS    REFERENCE       DEBIT'
               TO STATEMENT-LINE.
           MOVE 'CREDIT     BALANCE' TO STATEMENT-LINE (52:18).
           WRITE STATEMENT-LINE.
           MOVE ALL '-' TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-OPEN-BALANCE TO WS-RPT-BALANCE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING WS-PERIOD-START ' OPENING BALANCE'
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           MOVE WS-RPT-BALANCE TO STATEMENT-LINE (58:11).
           WRITE STATEMENT-LINE.

       WRITE-STATEMENT-DETAIL.
           MOVE SPACES TO WS-DEBIT-TEXT.
           MOVE SPACES TO WS-CREDIT-TEXT.
           MOVE SW-AMOUNT TO WS-RPT-AMOUNT.
           EVALUATE TRUE
               WHEN SW-TOP-UP
                   MOVE 'TOP-UP' TO WS-TXN-DESC
                   ADD SW-AMOUNT TO WS-RUN-BALANCE
                   ADD SW-AMOUNT TO WS-MONTH-CREDITS
                   MOVE WS-RPT-AMOUNT TO WS-CREDIT-TEXT
               WHEN SW-CLOSING-DEBIT
                   MOVE 'REFUNDED' TO WS-TXN-DESC
                   MOVE 'Y' TO WS-CLOSED-FLAG
                   SUBTRACT SW-AMOUNT FROM WS-RUN-BALANCE
                   ADD SW-AMOUNT TO WS-MONTH-DEBITS
                   MOVE WS-RPT-AMOUNT TO WS-DEBIT-TEXT
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN SW-CANTEEN
                           MOVE 'CANTEEN' TO WS-TXN-DESC
                       WHEN SW-STORE
                           MOVE 'STORE' TO WS-TXN-DESC
                       WHEN OTHER
                           MOVE 'HOSTEL WARDEN' TO WS-TXN-DESC
                   END-EVALUATE
                   SUBTRACT SW-AMOUNT FROM WS-RUN-BALANCE
                   ADD SW-AMOUNT TO WS-MONTH-DEBITS
                   MOVE WS-RPT-AMOUNT TO WS-DEBIT-TEXT
           END-EVALUATE.
           MOVE WS-RUN-BALANCE TO WS-RPT-BALANCE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING SW-TXN-DATE ' ' WS-TXN-DESC ' ' SW-REFERENCE ' '
               WS-DEBIT-TEXT ' ' WS-CREDIT-TEXT ' ' WS-RPT-BALANCE
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       WRITE-STATEMENT-FOOTING.
           MOVE ALL '-' TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-MONTH-DEBITS TO WS-RPT-AMOUNT.
           MOVE WS-MONTH-CREDITS TO WS-RPT-CREDIT.
           MOVE WS-RUN-BALANCE TO WS-RPT-BALANCE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING WS-PERIOD-END ' CLOSING BALANCE           '
               WS-RPT-AMOUNT ' ' WS-RPT-CREDIT ' ' WS-RPT-BALANCE
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE ALL '-' TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           EVALUATE TRUE
               WHEN WALLET-REFUNDED
                   MOVE 'THE WALLET IS CLOSED - THE BALANCE WAS '
                       TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
                   MOVE 'REFUNDED WITH THE FEE ACCOUNT ON LEAVING.'
                       TO STATEMENT-LINE
               WHEN WS-RUN-BALANCE = ZERO
                   MOVE 'PLEASE TOP UP AT THE FEE OFFICE TO KEEP THE '
                       TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
                   MOVE 'WALLET IN USE.' TO STATEMENT-LINE
               WHEN OTHER
                   MOVE 'TOP-UPS ARE TAKEN AT THE FEE OFFICE AGAINST '
                       TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
                   MOVE 'A NUMBERED RECEIPT.' TO STATEMENT-LINE
           END-EVALUATE.
           WRITE STATEMENT-LINE.
           IF SP-PRINCIPAL-NAME NOT = SPACES
               MOVE SPACES TO STATEMENT-LINE
               STRING '(' SP-PRINCIPAL-NAME ')'
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           MOVE ALL '=' TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       LOOK-UP-STUDENT-NAME.
           MOVE SPACES TO WS-STU-NAME.
           IF WS-MASTER-STATUS = '00'
               MOVE WS-WORK-STU-NO TO STU-NO IN STUDENT-DETAILS
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE 'NOT ON MASTER' TO WS-STU-NAME
                   NOT INVALID KEY
                       MOVE STU-NAME TO WS-STU-NAME
               END-READ
               MOVE '00' TO WS-MASTER-STATUS
           END-IF.

      * First guardian on file for the student, as on the transport
      * manifest.
       LOOK-UP-GUARDIAN-NAME.
           MOVE SPACES TO WS-GUARD-NAME.
           OPEN INPUT GUARDIAN-FILE.
           IF WS-GUARDIAN-STATUS = '00'
               PERFORM UNTIL WS-GUARDIAN-STATUS NOT = '00'
                   READ GUARDIAN-FILE
                       AT END
                           MOVE '10' TO WS-GUARDIAN-STATUS
                       NOT AT END
                           IF GD-STU-NO = WS-WORK-STU-NO
                               AND WS-GUARD-NAME = SPACES
                               MOVE GD-NAME TO WS-GUARD-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN-FILE
               MOVE '00' TO WS-GUARDIAN-STATUS
           END-IF.

       WRITE-SETTLEMENT-REPORT.
           MOVE ALL '=' TO SETTLEMENT-LINE.
           WRITE SETTLEMENT-LINE.
           MOVE SPACES TO SETTLEMENT-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO SETTLEMENT-LINE.
           WRITE SETTLEMENT-LINE.
           MOVE SPACES TO SETTLEMENT-LINE.
           STRING '         WALLET OUTLET SETTLEMENT - MONTH '
               WS-PERIOD-MONTH DELIMITED BY SIZE INTO SETTLEMENT-LINE.
           WRITE SETTLEMENT-LINE.
           MOVE SPACES TO SETTLEMENT-LINE.
           STRING 'RUN-DATE : ' WS-RUN-DATE
               DELIMITED BY SIZE INTO SETTLEMENT-LINE.
           WRITE SETTLEMENT-LINE.
           MOVE ALL '-' TO SETTLEMENT-LINE.
           WRITE SETTLEMENT-LINE.
           MOVE 'DATE         CANTEEN   NO      STORE   NO     HOSTEL'
               TO SETTLEMENT-LINE.
           MOVE 'NO    DAY TOTAL' TO SETTLEMENT-LINE (56:15).
           WRITE SETTLEMENT-LINE.
           MOVE ALL '-' TO SETTLEMENT-LINE.
           WRITE SETTLEMENT-LINE.
           PERFORM VARYING DY-INDEX FROM 1 BY 1 UNTIL DY-INDEX > 31
               MOVE ZERO TO WS-DAY-TOTAL
               PERFORM VARYING OT-INDEX FROM 1 BY 1
                   UNTIL OT-INDEX > 3
                   ADD WS-ST-AMOUNT (DY-INDEX OT-INDEX)
                       TO WS-DAY-TOTAL
               END-PERFORM
               IF WS-DAY-TOTAL > ZERO
                   PERFORM WRITE-SETTLEMENT-DAY
               END-IF
           END-PERFORM.
           MOVE ALL '-' TO SETTLEMENT-LINE.
           WRITE SETTLEMENT-LINE.
           COMPUTE WS-DAY-TOTAL = WS-OT-AMOUNT (1) + WS-OT-AMOUNT (2)
               + WS-OT-AMOUNT (3).
           MOVE 'MONTH' TO SETTLEMENT-LINE.
           MOVE WS-OT-AMOUNT (1) TO WS-RPT-AMOUNT.
           MOVE WS-RPT-AMOUNT TO SETTLEMENT-LINE (11:10).
           MOVE WS-OT-COUNT (1) TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT TO SETTLEMENT-LINE (22:4).
           MOVE WS-OT-AMOUNT (2) TO WS-RPT-AMOUNT.
           MOVE WS-RPT-AMOUNT TO SETTLEMENT-LINE (27:10).
           MOVE WS-OT-COUNT (2) TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT TO SETTLEMENT-LINE (38:4).
           MOVE WS-OT-AMOUNT (3) TO WS-RPT-AMOUNT.
           MOVE WS-RPT-AMOUNT TO SETTLEMENT-LINE (43:10).
           MOVE WS-OT-COUNT (3) TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT TO SETTLEMENT-LINE (54:4).
           MOVE WS-DAY-TOTAL TO WS-RPT-TOTAL.
           MOVE WS-RPT-TOTAL TO SETTLEMENT-LINE (59:12).
           WRITE SETTLEMENT-LINE.
           MOVE ALL '=' TO SETTLEMENT-LINE.
           WRITE SETTLEMENT-LINE.
           MOVE SPACES TO SETTLEMENT-LINE.
           WRITE SETTLEMENT-LINE.
           MOVE 'WALLET MONEY HELD' TO SETTLEMENT-LINE.
           WRITE SETTLEMENT-LINE.
           MOVE WS-FLOAT-OPENING TO WS-RPT-SIGNED.
           MOVE SPACES TO SETTLEMENT-LINE.
           STRING '  HELD AT ' WS-PERIOD-START '          '
               WS-RPT-SIGNED DELIMITED BY SIZE INTO SETTLEMENT-LINE.
           WRITE SETTLEMENT-LINE.
           MOVE WS-FLOAT-TOP-UPS TO WS-RPT-SIGNED.
           MOVE SPACES TO SETTLEMENT-LINE.
           STRING '  ADD TOP-UPS RECEIPTED    ' WS-RPT-SIGNED
               DELIMITED BY SIZE INTO SETTLEMENT-LINE.
           WRITE SETTLEMENT-LINE.
           MOVE WS-FLOAT-SPENT TO WS-RPT-SIGNED.
           MOVE SPACES TO SETTLEMENT-LINE.
           STRING '  LESS SPENT AT OUTLETS    ' WS-RPT-SIGNED
               DELIMITED BY SIZE INTO SETTLEMENT-LINE.
           WRITE SETTLEMENT-LINE.
           MOVE WS-FLOAT-REFUNDED TO WS-RPT-SIGNED.
           MOVE SPACES TO SETTLEMENT-LINE.
           STRING '  LESS REFUNDED ON LEAVING ' WS-RPT-SIGNED
               DELIMITED BY SIZE INTO SETTLEMENT-LINE.
           WRITE SETTLEMENT-LINE.
           MOVE WS-FLOAT-CLOSING TO WS-RPT-SIGNED.
           MOVE SPACES TO SETTLEMENT-LINE.
           STRING '  HELD AT ' WS-PERIOD-END '          '
               WS-RPT-SIGNED DELIMITED BY SIZE INTO SETTLEMENT-LINE.
           WRITE SETTLEMENT-LINE.
           MOVE ALL '=' TO SETTLEMENT-LINE.
           WRITE SETTLEMENT-LINE.

       WRITE-SETTLEMENT-DAY.
           MOVE SPACES TO SETTLEMENT-LINE.
           MOVE WS-PERIOD-START TO SETTLEMENT-LINE (1:8).
           SET WS-DAY-NO TO DY-INDEX.
           MOVE WS-DAY-NO TO SETTLEMENT-LINE (7:2).
           MOVE WS-ST-AMOUNT (DY-INDEX 1) TO WS-RPT-AMOUNT.
           MOVE WS-RPT-AMOUNT TO SETTLEMENT-LINE (11:10).
           MOVE WS-ST-COUNT (DY-INDEX 1) TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT TO SETTLEMENT-LINE (22:4).
           MOVE WS-ST-AMOUNT (DY-INDEX 2) TO WS-RPT-AMOUNT.
           MOVE WS-RPT-AMOUNT TO SETTLEMENT-LINE (27:10).
           MOVE WS-ST-COUNT (DY-INDEX 2) TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT TO SETTLEMENT-LINE (38:4).
           MOVE WS-ST-AMOUNT (DY-INDEX 3) TO WS-RPT-AMOUNT.
           MOVE WS-RPT-AMOUNT TO SETTLEMENT-LINE (43:10).
           MOVE WS-ST-COUNT (DY-INDEX 3) TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT TO SETTLEMENT-LINE (54:4).
           MOVE WS-DAY-TOTAL TO WS-RPT-TOTAL.
           MOVE WS-RPT-TOTAL TO SETTLEMENT-LINE (59:12).
           WRITE SETTLEMENT-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'WALLSTMT'          TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE       TO RL-TERM-CODE.
           MOVE WS-RUN-DATE         TO RL-RUN-DATE.
           MOVE WS-START-TIME       TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-TXN-READ         TO RL-RECORDS-READ.
           MOVE WS-STATEMENT-COUNT  TO RL-RECORDS-WRITTEN.
           MOVE ZERO                TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE         TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM WALLSTMT.
