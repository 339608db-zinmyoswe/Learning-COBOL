      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily compliance calendar check. Loads the COMPCAL.DAT
      *          deadlines kept at COMPDESK and reads RUNLOG.DAT: an
      *          open deadline is met by a run of its linked program
      *          dated from the period's opening to the run date, for
      *          the deadline's term (or any term) and ending at or
      *          below its highest acceptable condition code - the
      *          met date is that run's date, late when after the due
      *          date. A met or waived monthly or yearly deadline
      *          raises its next occurrence, the day clamped to the
      *          end of a shorter month and the period opening as many
      *          days ahead of the new due date as before. Prints
      *          COMPCAL.RPT for the principal: overdue deadlines
      *          first, then final warnings (due within a day), second
      *          warnings (within 7 days), first warnings (within 14
      *          days), the rest due in the next 60 days, and those
      *          met or waived in the last week - each with its owner
      *          and the last unsuccessful run of its program, if
      *          any. Any overdue deadline is RC 8, any warning RC 4.
      *          Logs to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. COMPCHK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT COMPLIANCE-CALENDAR ASSIGN TO "COMPCAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMPCAL-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT COMPLIANCE-REPORT ASSIGN TO "COMPCAL.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.TMP".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  COMPLIANCE-CALENDAR.
           COPY COMPCALR.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  COMPLIANCE-REPORT.
       01 COMPLIANCE-LINE    PIC X(72).

       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-GROUP          PIC 9(01).
           05 SW-DUE-DATE       PIC 9(08).
           05 SW-DEADLINE-ID    PIC 9(04).
           05 SW-DAYS           PIC 9(04).
           05 SW-LAST-RUN       PIC 9(08).
           05 SW-LAST-RC        PIC 9(02).
           05 SW-DEADLINE-LINE  PIC X(106).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-COMPCAL-STATUS  PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-SORT-EOF-FLAG   PIC X(01) VALUE 'N'.
           88 END-OF-SORTED-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08) VALUE ZERO.
       01 WS-RUN-DATE        PIC 9(08) VALUE ZERO.
       01 WS-RUN-DAY-NO      PIC 9(07) VALUE ZERO.
      * Open deadlines due within the horizon are listed; met and
      * waived ones for the recent days after.
       01 WS-HORIZON-DAYS    PIC 9(03) VALUE 60.
       01 WS-RECENT-DAYS     PIC 9(03) VALUE 7.
       01 WS-FINAL-DAYS      PIC 9(03) VALUE 1.
       01 WS-SECOND-DAYS     PIC 9(03) VALUE 7.
       01 WS-FIRST-DAYS      PIC 9(03) VALUE 14.
      * The deadlines, with the last run of the linked program in the
      * period that did not meet it.
       01 WS-DEADLINE-COUNT  PIC 9(03) VALUE ZERO.
       01 WS-DEADLINE-OVERFLOW PIC 9(05) VALUE ZERO.
       01 WS-DEADLINE-TABLE.
           05 WS-DL-ENTRY OCCURS 500 TIMES INDEXED BY DL-INDEX.
               10 WS-DL-LINE       PIC X(106).
               10 WS-DL-LAST-RUN   PIC 9(08).
               10 WS-DL-LAST-RC    PIC 9(02).
       01 WS-ORIGINAL-COUNT  PIC 9(03) VALUE ZERO.
       01 WS-NEXT-DEADLINE-ID PIC 9(04) VALUE ZERO.
       01 WS-CALENDAR-CHANGED PIC X(01) VALUE 'N'.
           88 CALENDAR-CHANGED VALUE 'Y'.
       01 WS-LOG-READ        PIC 9(07) VALUE ZERO.
       01 WS-MET-COUNT       PIC 9(04) VALUE ZERO.
       01 WS-ROLLED-COUNT    PIC 9(04) VALUE ZERO.
       01 WS-DAYS-TO-DUE     PIC S9(07) VALUE ZERO.
       01 WS-DAYS-SINCE-MET  PIC S9(07) VALUE ZERO.
       01 WS-WINDOW-DAYS     PIC 9(05) VALUE ZERO.
       01 WS-DATE-PARTS.
           05 WS-DP-YEAR       PIC 9(04).
           05 WS-DP-MONTH      PIC 9(02).
           05 WS-DP-DAY        PIC 9(02).
       01 WS-DATE-NUMBER REDEFINES WS-DATE-PARTS PIC 9(08).
       01 WS-DUE-DAY         PIC 9(02).
       01 WS-MONTH-END       PIC 9(08).
       01 WS-MONTH-END-PARTS REDEFINES WS-MONTH-END.
           05 FILLER           PIC 9(06).
           05 WS-ME-DAY        PIC 9(02).
       01 WS-NEW-DUE-DATE    PIC 9(08).
       01 WS-NEW-PERIOD-FROM PIC 9(08).
      * Report groups, in the order they print.
       01 WS-GROUP-COUNTS.
           05 WS-GROUP-COUNT OCCURS 6 TIMES PIC 9(04).
       01 WS-GROUP-TITLES.
           05 FILLER PIC X(30) VALUE 'OVERDUE'.
           05 FILLER PIC X(30) VALUE 'FINAL WARNING - DUE IN 1 DAY'.
           05 FILLER PIC X(30) VALUE 'SECOND WARNING - DUE IN 7 DAYS'.
           05 FILLER PIC X(30) VALUE 'FIRST WARNING - DUE IN 14 DAYS'.
           05 FILLER PIC X(30) VALUE 'UPCOMING - DUE IN 60 DAYS'.
           05 FILLER PIC X(30) VALUE 'MET OR WAIVED IN THE LAST WEEK'.
       01 WS-GROUP-TITLE-TABLE REDEFINES WS-GROUP-TITLES.
           05 WS-GROUP-TITLE OCCURS 6 TIMES PIC X(30).
       01 WS-GROUP-SUB       PIC 9(01) VALUE ZERO.
       01 WS-PREV-GROUP      PIC 9(01) VALUE ZERO.
       01 WS-LISTED-COUNT    PIC 9(04) VALUE ZERO.
       01 WS-LATER-COUNT     PIC 9(04) VALUE ZERO.
       01 WS-RPT-DAYS        PIC ZZZ9.
       01 WS-DAYS-TEXT       PIC X(16).
       01 WS-PROGRAM-TEXT    PIC X(08).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM LOAD-RUN-CONTROL.
           CALL 'SCHPROF' USING SCHOOL-PROFILE.
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           PERFORM LOAD-DEADLINE-TABLE.
           PERFORM SCAN-RUN-LOG.
           MOVE WS-DEADLINE-COUNT TO WS-ORIGINAL-COUNT.
           PERFORM VARYING DL-INDEX FROM 1 BY 1
               UNTIL DL-INDEX > WS-ORIGINAL-COUNT
               MOVE WS-DL-LINE (DL-INDEX) TO
                   COMPLIANCE-DEADLINE-RECORD
               IF (CC-MET OR CC-WAIVED)
                   AND (CC-MONTHLY OR CC-YEARLY)
                   AND NOT CC-ROLLED-OVER
                   PERFORM RAISE-NEXT-OCCURRENCE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > 6
               MOVE ZERO TO WS-GROUP-COUNT (WS-GROUP-SUB)
           END-PERFORM.
           OPEN OUTPUT COMPLIANCE-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-GROUP SW-DUE-DATE SW-DEADLINE-ID
               INPUT PROCEDURE IS RELEASE-DEADLINES
               OUTPUT PROCEDURE IS PRINT-DEADLINES.
           PERFORM WRITE-REPORT-FOOTING.
           CLOSE COMPLIANCE-REPORT.
           IF CALENDAR-CHANGED
               IF WS-DEADLINE-OVERFLOW = ZERO
                   PERFORM REWRITE-DEADLINE-FILE
               ELSE
                   DISPLAY 'COMPCAL.DAT NOT FULLY LOADED - MET DATES '
                       'AND NEXT OCCURRENCES NOT SAVED'
               END-IF
           END-IF.
           DISPLAY 'COMPLIANCE CHECK - OVERDUE ' WS-GROUP-COUNT (1)
               '  WARNINGS ' WS-GROUP-COUNT (2) '/' WS-GROUP-COUNT (3)
               '/' WS-GROUP-COUNT (4) '  MET TODAY ' WS-MET-COUNT
               '  RAISED ' WS-ROLLED-COUNT.
           IF WS-GROUP-COUNT (2) + WS-GROUP-COUNT (3)
               + WS-GROUP-COUNT (4) > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-GROUP-COUNT (1) > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-DEADLINE-OVERFLOW > ZERO
               DISPLAY 'DEADLINES BEYOND THE 500-DEADLINE TABLE NOT '
                   'CHECKED : ' WS-DEADLINE-OVERFLOW
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
                       MOVE RUN-DATE TO WS-RUN-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-RUN-DATE = ZERO
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

       LOAD-DEADLINE-TABLE.
           MOVE ZERO TO WS-DEADLINE-COUNT.
           MOVE ZERO TO WS-NEXT-DEADLINE-ID.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT COMPLIANCE-CALENDAR.
           IF WS-COMPCAL-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ COMPLIANCE-CALENDAR
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF CC-DEADLINE-ID > WS-NEXT-DEADLINE-ID
                               MOVE CC-DEADLINE-ID TO
                                   WS-NEXT-DEADLINE-ID
                           END-IF
                           IF WS-DEADLINE-COUNT < 500
                               ADD 1 TO WS-DEADLINE-COUNT
                               SET DL-INDEX TO WS-DEADLINE-COUNT
                               MOVE COMPLIANCE-DEADLINE-RECORD TO
                                   WS-DL-LINE (DL-INDEX)
                               MOVE ZERO TO WS-DL-LAST-RUN (DL-INDEX)
                                   WS-DL-LAST-RC (DL-INDEX)
                           ELSE
                               ADD 1 TO WS-DEADLINE-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPLIANCE-CALENDAR
           ELSE
               DISPLAY 'NO COMPLIANCE CALENDAR ON FILE - ADD '
                   'DEADLINES AT COMPDESK'
           END-IF.
           ADD 1 TO WS-NEXT-DEADLINE-ID.

      * Each run-log entry is tried against every open deadline linked
      * to its program.
       SCAN-RUN-LOG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ RUN-LOG-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LOG-READ
                           PERFORM VARYING DL-INDEX FROM 1 BY 1
                               UNTIL DL-INDEX > WS-DEADLINE-COUNT
                               PERFORM MATCH-ONE-DEADLINE
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-IF.

       MATCH-ONE-DEADLINE.
           MOVE WS-DL-LINE (DL-INDEX) TO COMPLIANCE-DEADLINE-RECORD.
           IF CC-OPEN
               AND NOT CC-MANUAL-DEADLINE
               AND CC-PROGRAM-ID = RL-PROGRAM-ID
               AND RL-RUN-DATE >= CC-PERIOD-FROM
               AND RL-RUN-DATE <= WS-RUN-DATE
               AND (CC-ANY-TERM OR CC-TERM-CODE = RL-TERM-CODE)
               IF RL-CONDITION-CODE <= CC-MAX-RC
                   MOVE 'M' TO CC-STATUS
                   MOVE RL-RUN-DATE TO CC-MET-DATE
                   MOVE 'COMPCHK' TO CC-MET-BY
                   MOVE COMPLIANCE-DEADLINE-RECORD TO
                       WS-DL-LINE (DL-INDEX)
                   SET CALENDAR-CHANGED TO TRUE
                   ADD 1 TO WS-MET-COUNT
               ELSE
                   IF RL-RUN-DATE >= WS-DL-LAST-RUN (DL-INDEX)
                       MOVE RL-RUN-DATE TO WS-DL-LAST-RUN (DL-INDEX)
                       MOVE RL-CONDITION-CODE TO
                           WS-DL-LAST-RC (DL-INDEX)
                   END-IF
               END-IF
           END-IF.

      * The next occurrence keeps the old period length; its period
      * never opens on or before the day the old one was met, so one
      * run cannot meet two occurrences.
       RAISE-NEXT-OCCURRENCE.
           IF WS-DEADLINE-COUNT >= 500
               DISPLAY 'DEADLINE TABLE FULL - NEXT OCCURRENCE OF '
                   CC-DEADLINE-ID ' NOT RAISED'
           ELSE
               COMPUTE WS-WINDOW-DAYS =
                   FUNCTION INTEGER-OF-DATE (CC-DUE-DATE)
                   - FUNCTION INTEGER-OF-DATE (CC-PERIOD-FROM)
               PERFORM ADVANCE-DUE-DATE
               COMPUTE WS-NEW-PERIOD-FROM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-NEW-DUE-DATE)
                       - WS-WINDOW-DAYS)
               IF CC-MET-DATE > ZERO
                   AND WS-NEW-PERIOD-FROM <= CC-MET-DATE
                   COMPUTE WS-NEW-PERIOD-FROM =
                       FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (CC-MET-DATE) + 1)
               END-IF
               MOVE 'Y' TO CC-ROLLED-FLAG
               MOVE COMPLIANCE-DEADLINE-RECORD TO
                   WS-DL-LINE (DL-INDEX)
               MOVE WS-NEXT-DEADLINE-ID TO CC-DEADLINE-ID
               ADD 1 TO WS-NEXT-DEADLINE-ID
               MOVE WS-NEW-DUE-DATE TO CC-DUE-DATE
               MOVE WS-NEW-PERIOD-FROM TO CC-PERIOD-FROM
               MOVE 'O' TO CC-STATUS
               MOVE ZERO TO CC-MET-DATE
               MOVE SPACES TO CC-MET-BY
               MOVE 'N' TO CC-ROLLED-FLAG
               ADD 1 TO WS-DEADLINE-COUNT
               MOVE COMPLIANCE-DEADLINE-RECORD TO
                   WS-DL-LINE (WS-DEADLINE-COUNT)
               MOVE ZERO TO WS-DL-LAST-RUN (WS-DEADLINE-COUNT)
                   WS-DL-LAST-RC (WS-DEADLINE-COUNT)
               SET CALENDAR-CHANGED TO TRUE
               ADD 1 TO WS-ROLLED-COUNT
           END-IF.

      * One month or one year on from CC-DUE-DATE, the day clamped to
      * the last day of the new month.
       ADVANCE-DUE-DATE.
           MOVE CC-DUE-DATE TO WS-DATE-NUMBER.
           MOVE WS-DP-DAY TO WS-DUE-DAY.
           IF CC-MONTHLY
               IF WS-DP-MONTH = 12
                   MOVE 1 TO WS-DP-MONTH
                   ADD 1 TO WS-DP-YEAR
               ELSE
                   ADD 1 TO WS-DP-MONTH
               END-IF
           ELSE
               ADD 1 TO WS-DP-YEAR
           END-IF.
           MOVE 1 TO WS-DP-DAY.
           IF WS-DP-MONTH = 12
               COMPUTE WS-MONTH-END = (WS-DP-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-MONTH-END = WS-DP-YEAR * 10000
                   + (WS-DP-MONTH + 1) * 100 + 1
           END-IF.
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-MONTH-END) - 1).
           IF WS-DUE-DAY > WS-ME-DAY
               MOVE WS-ME-DAY TO WS-DP-DAY
           ELSE
               MOVE WS-DUE-DAY TO WS-DP-DAY
           END-IF.
           MOVE WS-DATE-NUMBER TO WS-NEW-DUE-DATE.

      * A partly loaded file is never written back.
       REWRITE-DEADLINE-FILE.
           OPEN OUTPUT COMPLIANCE-CALENDAR.
           PERFORM VARYING DL-INDEX FROM 1 BY 1
               UNTIL DL-INDEX > WS-DEADLINE-COUNT
               MOVE WS-DL-LINE (DL-INDEX) TO
                   COMPLIANCE-DEADLINE-RECORD
               WRITE COMPLIANCE-DEADLINE-RECORD
           END-PERFORM.
           CLOSE COMPLIANCE-CALENDAR.

       RELEASE-DEADLINES.
           PERFORM VARYING DL-INDEX FROM 1 BY 1
               UNTIL DL-INDEX > WS-DEADLINE-COUNT
               MOVE WS-DL-LINE (DL-INDEX) TO
                   COMPLIANCE-DEADLINE-RECORD
               PERFORM CLASSIFY-ONE-DEADLINE
               IF WS-GROUP-SUB > ZERO
                   MOVE WS-GROUP-SUB TO SW-GROUP
                   MOVE CC-DUE-DATE TO SW-DUE-DATE
                   MOVE CC-DEADLINE-ID TO SW-DEADLINE-ID
                   IF WS-DAYS-TO-DUE < ZERO
                       COMPUTE SW-DAYS = 0 - WS-DAYS-TO-DUE
                   ELSE
                       MOVE WS-DAYS-TO-DUE TO SW-DAYS
                   END-IF
                   MOVE WS-DL-LAST-RUN (DL-INDEX) TO SW-LAST-RUN
                   MOVE WS-DL-LAST-RC (DL-INDEX) TO SW-LAST-RC
                   MOVE WS-DL-LINE (DL-INDEX) TO SW-DEADLINE-LINE
                   RELEASE SORT-WORK-RECORD
               END-IF
           END-PERFORM.

      * Leaves the report group in WS-GROUP-SUB, zero when the
      * deadline is not listed.
       CLASSIFY-ONE-DEADLINE.
           MOVE ZERO TO WS-GROUP-SUB.
           COMPUTE WS-DAYS-TO-DUE =
               FUNCTION INTEGER-OF-DATE (CC-DUE-DATE) - WS-RUN-DAY-NO.
           IF CC-OPEN
               EVALUATE TRUE
                   WHEN WS-DAYS-TO-DUE < ZERO
                       MOVE 1 TO WS-GROUP-SUB
                   WHEN WS-DAYS-TO-DUE <= WS-FINAL-DAYS
                       MOVE 2 TO WS-GROUP-SUB
                   WHEN WS-DAYS-TO-DUE <= WS-SECOND-DAYS
                       MOVE 3 TO WS-GROUP-SUB
                   WHEN WS-DAYS-TO-DUE <= WS-FIRST-DAYS
                       MOVE 4 TO WS-GROUP-SUB
                   WHEN WS-DAYS-TO-DUE <= WS-HORIZON-DAYS
                       MOVE 5 TO WS-GROUP-SUB
                   WHEN OTHER
                       ADD 1 TO WS-LATER-COUNT
               END-EVALUATE
           ELSE
               IF CC-MET-DATE > ZERO
                   COMPUTE WS-DAYS-SINCE-MET = WS-RUN-DAY-NO
                       - FUNCTION INTEGER-OF-DATE (CC-MET-DATE)
                   IF WS-DAYS-SINCE-MET <= WS-RECENT-DAYS
                       MOVE 6 TO WS-GROUP-SUB
                   END-IF
               END-IF
           END-IF.

       PRINT-DEADLINES.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           PERFORM UNTIL END-OF-SORTED-FILE
               RETURN SORT-WORK-FILE
                   AT END
                       SET END-OF-SORTED-FILE TO TRUE
                   NOT AT END
                       IF SW-GROUP NOT = WS-PREV-GROUP
                           PERFORM WRITE-GROUP-HEADING
                       END-IF
                       ADD 1 TO WS-GROUP-COUNT (SW-GROUP)
                       ADD 1 TO WS-LISTED-COUNT
                       PERFORM WRITE-ONE-DEADLINE
               END-RETURN
           END-PERFORM.

       WRITE-GROUP-HEADING.
           MOVE SW-GROUP TO WS-PREV-GROUP.
           MOVE SPACES TO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           MOVE SPACES TO COMPLIANCE-LINE.
           STRING '*** ' WS-GROUP-TITLE (SW-GROUP)
               DELIMITED BY SIZE INTO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           MOVE ALL '-' TO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.

       WRITE-ONE-DEADLINE.
           MOVE SW-DEADLINE-LINE TO COMPLIANCE-DEADLINE-RECORD.
           MOVE SW-DAYS TO WS-RPT-DAYS.
           MOVE SPACES TO WS-DAYS-TEXT.
           EVALUATE TRUE
               WHEN SW-GROUP = 1
                   STRING WS-RPT-DAYS ' DAYS LATE'
                       DELIMITED BY SIZE INTO WS-DAYS-TEXT
               WHEN SW-GROUP = 6 AND CC-WAIVED
                   MOVE 'WAIVED' TO WS-DAYS-TEXT
               WHEN SW-GROUP = 6 AND CC-MET-DATE > CC-DUE-DATE
                   MOVE 'MET LATE' TO WS-DAYS-TEXT
               WHEN SW-GROUP = 6
                   MOVE 'MET' TO WS-DAYS-TEXT
               WHEN SW-DAYS = ZERO
                   MOVE 'DUE TODAY' TO WS-DAYS-TEXT
               WHEN OTHER
                   STRING WS-RPT-DAYS ' DAYS TO GO'
                       DELIMITED BY SIZE INTO WS-DAYS-TEXT
           END-EVALUATE.
           MOVE SPACES TO COMPLIANCE-LINE.
           STRING CC-DEADLINE-ID ' ' CC-DUE-DATE ' ' CC-DESCRIPTION ' '
               CC-AUTHORITY ' ' WS-DAYS-TEXT
               DELIMITED BY SIZE INTO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           IF CC-MANUAL-DEADLINE
               MOVE 'HAND' TO WS-PROGRAM-TEXT
           ELSE
               MOVE CC-PROGRAM-ID TO WS-PROGRAM-TEXT
           END-IF.
           MOVE SPACES TO COMPLIANCE-LINE.
           EVALUATE TRUE
               WHEN SW-GROUP = 6
                   STRING '     OWNER ' CC-OWNER '  ON ' CC-MET-DATE
                       ' BY ' CC-MET-BY
                       DELIMITED BY SIZE INTO COMPLIANCE-LINE
               WHEN SW-LAST-RUN > ZERO
                   STRING '     OWNER ' CC-OWNER '  MET BY '
                       WS-PROGRAM-TEXT '  LAST RUN ' SW-LAST-RUN
                       ' RC ' SW-LAST-RC
                       DELIMITED BY SIZE INTO COMPLIANCE-LINE
               WHEN OTHER
                   STRING '     OWNER ' CC-OWNER '  MET BY '
                       WS-PROGRAM-TEXT
                       DELIMITED BY SIZE INTO COMPLIANCE-LINE
           END-EVALUATE.
           WRITE COMPLIANCE-LINE.

       WRITE-REPORT-HEADING.
           MOVE ALL '=' TO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           MOVE SPACES TO COMPLIANCE-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           MOVE '      COMPLIANCE CALENDAR - UPCOMING AND OVERDUE' TO
               COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           MOVE SPACES TO COMPLIANCE-LINE.
           STRING 'RUN-DATE : ' WS-RUN-DATE
               '   WARNINGS AT 14, 7 AND 1 DAYS'
               DELIMITED BY SIZE INTO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           MOVE ALL '=' TO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           MOVE 'NO.  DUE      DESCRIPTION                    AUTHORITY'
               TO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.

       WRITE-REPORT-FOOTING.
           IF WS-LISTED-COUNT = ZERO
               MOVE SPACES TO COMPLIANCE-LINE
               WRITE COMPLIANCE-LINE
               MOVE 'NO DEADLINES DUE IN THE NEXT 60 DAYS' TO
                   COMPLIANCE-LINE
               WRITE COMPLIANCE-LINE
           END-IF.
           MOVE ALL '=' TO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           MOVE SPACES TO COMPLIANCE-LINE.
           STRING 'OVERDUE ' WS-GROUP-COUNT (1) '  FINAL '
               WS-GROUP-COUNT (2) '  SECOND ' WS-GROUP-COUNT (3)
               '  FIRST ' WS-GROUP-COUNT (4) '  UPCOMING '
               WS-GROUP-COUNT (5)
               DELIMITED BY SIZE INTO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           MOVE SPACES TO COMPLIANCE-LINE.
           STRING 'MET THIS RUN ' WS-MET-COUNT
               '  NEXT OCCURRENCES RAISED ' WS-ROLLED-COUNT
               '  DUE LATER ' WS-LATER-COUNT
               DELIMITED BY SIZE INTO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           MOVE ALL '=' TO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'COMPCHK '        TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE     TO RL-TERM-CODE.
           MOVE WS-RUN-DATE       TO RL-RUN-DATE.
           MOVE WS-START-TIME     TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-LOG-READ       TO RL-RECORDS-READ.
           MOVE WS-LISTED-COUNT   TO RL-RECORDS-WRITTEN.
           MOVE WS-GROUP-COUNT (1) TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE       TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM COMPCHK.
