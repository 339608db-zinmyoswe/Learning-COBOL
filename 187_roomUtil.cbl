      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly room utilisation report, for the calendar
      *          month before the run-control run-date's month. For
      *          every room in use on the FACILITY.DAT master it
      *          counts the periods the room was timetabled on
      *          TIMETBL.DAT across the month's working days and the
      *          periods held by confirmed event bookings on
      *          ROOMBOOK.DAT, against the periods the room was open
      *          (working days times the periods a day). A working
      *          day is a W day of the CALENDAR.DAT academic calendar
      *          or, for a date the calendar does not hold, one of
      *          the first days of the week the TTGPARM.DAT card
      *          gives (Monday to Saturday by default); the card's
      *          periods a day are used too (8 by default). Rooms
      *          never used are marked IDLE, rooms used under a
      *          quarter of the time UNDER and rooms used nine-tenths
      *          of the time or more FULL, so the timetable and
      *          bookings can be spread before rooms are added.
      *          Timetable periods still without a room are counted.
      *          ROOMUTIL.RPT; appends to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ROOMUTIL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT FACILITY-FILE ASSIGN TO "FACILITY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACILITY-STATUS.
           SELECT TIMETABLE-FILE ASSIGN TO "TIMETBL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIMETBL-STATUS.
           SELECT ROOM-BOOKING-FILE ASSIGN TO "ROOMBOOK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROOMBOOK-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT GENERATOR-PARM-FILE ASSIGN TO "TTGPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT UTILISATION-REPORT ASSIGN TO "ROOMUTIL.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  FACILITY-FILE.
           COPY FACILITR.

       FD  TIMETABLE-FILE.
           COPY TIMETBLR.

       FD  ROOM-BOOKING-FILE.
           COPY ROOMBKR.

       FD  CALENDAR-FILE.
           COPY ACADCALR.

       FD  GENERATOR-PARM-FILE.
       01 GENERATOR-PARM-RECORD.
           05 TG-DAYS-PER-WEEK   PIC 9(01).
           05 TG-PERIODS-PER-DAY PIC 9(02).
           05 TG-MAX-SUBJ-PER-DAY PIC 9(01).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  UTILISATION-REPORT.
       01 UTILISATION-LINE   PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-FACILITY-STATUS PIC X(02) VALUE '00'.
       01 WS-TIMETBL-STATUS  PIC X(02) VALUE '00'.
       01 WS-ROOMBOOK-STATUS PIC X(02) VALUE '00'.
       01 WS-CALENDAR-STATUS PIC X(02) VALUE '00'.
       01 WS-PARM-STATUS     PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08).
       01 WS-RUN-DATE        PIC 9(08) VALUE ZERO.
       01 WS-PERIOD-START    PIC 9(08).
       01 WS-PERIOD-END      PIC 9(08).
       01 WS-MONTH-START     PIC 9(08).
       01 WS-PERIOD-MONTH    PIC 9(06).
       01 WS-RECORDS-READ    PIC 9(05) VALUE ZERO.
      * Week shape - overridden by the TTGPARM.DAT card, as in TTGEN.
       01 WS-DAYS-PER-WEEK   PIC 9(01) VALUE 6.
       01 WS-PERIODS-PER-DAY PIC 9(02) VALUE 8.
      * Utilisation bands, in per cent of the periods open.
       01 WS-UNDER-PERCENT   PIC 9(03) VALUE 25.
       01 WS-FULL-PERCENT    PIC 9(03) VALUE 90.
      * Calendar day type for each day of the month, space where the
      * calendar does not hold the date.
       01 WS-MONTH-DAY-TABLE.
           05 WS-MONTH-DAY-TYPE OCCURS 31 TIMES PIC X(01).
       01 WS-DAY-SUB         PIC 9(02).
       01 WS-DAYS-IN-MONTH   PIC 9(02).
       01 WS-WORK-DATE       PIC 9(08).
       01 WS-DATE-INT        PIC 9(08).
       01 WS-DAY-WORK        PIC 9(01).
       01 WS-WEEKDAY         PIC 9(01).
       01 WS-WORKING-DAYS    PIC 9(02) VALUE ZERO.
       01 WS-WEEKDAY-COUNTS.
           05 WS-WEEKDAY-WORKED OCCURS 7 TIMES PIC 9(02).
       01 WS-ROOM-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-WITHDRAWN-COUNT PIC 9(03) VALUE ZERO.
       01 WS-ROOM-OVERFLOW   PIC 9(03) VALUE ZERO.
       01 WS-ROOM-TABLE.
           05 WS-ROOM-ENTRY OCCURS 300 TIMES INDEXED BY RM-INDEX.
               10 WS-RM-ROOM-ID    PIC X(05).
               10 WS-RM-NAME       PIC X(20).
               10 WS-RM-TYPE       PIC X(01).
               10 WS-RM-CAPACITY   PIC 9(03).
               10 WS-RM-WEEK-PDS   PIC 9(03) OCCURS 7 TIMES.
               10 WS-RM-TT-PERIODS PIC 9(05).
               10 WS-RM-BOOKINGS   PIC 9(03).
               10 WS-RM-BK-PERIODS PIC 9(05).
       01 WS-FOUND-FLAG      PIC X(01).
           88 ROOM-FOUND       VALUE 'Y'.
       01 WS-SEARCH-ROOM     PIC X(05).
       01 WS-OPEN-PERIODS    PIC 9(05) VALUE ZERO.
       01 WS-USED-PERIODS    PIC 9(05) VALUE ZERO.
       01 WS-UTIL-PERCENT    PIC 9(05) VALUE ZERO.
       01 WS-IDLE-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-UNROOMED-COUNT  PIC 9(05) VALUE ZERO.
       01 WS-UNDER-COUNT     PIC 9(03) VALUE ZERO.
       01 WS-FULL-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-TOTAL-OPEN      PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-USED      PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-TT        PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-BOOKINGS  PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-BK-PDS    PIC 9(07) VALUE ZERO.
       01 WS-RPT-COUNT       PIC ZZZZ9.
       01 WS-RPT-SMALL       PIC ZZ9.
       01 WS-RPT-TOTAL       PIC ZZZZZZ9.
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
           PERFORM SET-REPORT-PERIOD.
           PERFORM LOAD-GENERATOR-PARM.
           PERFORM LOAD-ROOM-TABLE.
           PERFORM LOAD-MONTH-CALENDAR.
           PERFORM COUNT-WORKING-DAYS.
           PERFORM LOAD-TIMETABLE-PERIODS.
           PERFORM LOAD-MONTH-BOOKINGS.
           COMPUTE WS-OPEN-PERIODS =
               WS-WORKING-DAYS * WS-PERIODS-PER-DAY.
           OPEN OUTPUT UTILISATION-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM VARYING RM-INDEX FROM 1 BY 1
               UNTIL RM-INDEX > WS-ROOM-COUNT
               PERFORM WRITE-ROOM-LINE
           END-PERFORM.
           PERFORM WRITE-REPORT-FOOTING.
           CLOSE UTILISATION-REPORT.
           DISPLAY 'ROOM UTILISATION FOR ' WS-PERIOD-MONTH
               ' - ROOMS ' WS-ROOM-COUNT ' WORKING DAYS '
               WS-WORKING-DAYS ' IDLE ' WS-IDLE-COUNT.
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

      * The report month is the one before the run-date's month: its
      * last day is the day before the 1st of the run month.
       SET-REPORT-PERIOD.
           MOVE WS-RUN-DATE TO WS-MONTH-START.
           MOVE 01 TO WS-MONTH-START (7:2).
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-MONTH-START) - 1).
           MOVE WS-PERIOD-END TO WS-PERIOD-START.
           MOVE 01 TO WS-PERIOD-START (7:2).
           MOVE WS-PERIOD-END (1:6) TO WS-PERIOD-MONTH.
           MOVE WS-PERIOD-END (7:2) TO WS-DAYS-IN-MONTH.

       LOAD-GENERATOR-PARM.
           OPEN INPUT GENERATOR-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ GENERATOR-PARM-FILE
                   NOT AT END
                       IF TG-DAYS-PER-WEEK >= 1
                           AND TG-DAYS-PER-WEEK <= 7
                           MOVE TG-DAYS-PER-WEEK TO WS-DAYS-PER-WEEK
                       END-IF
                       IF TG-PERIODS-PER-DAY >= 1
                           AND TG-PERIODS-PER-DAY <= 10
                           MOVE TG-PERIODS-PER-DAY TO
                               WS-PERIODS-PER-DAY
                       END-IF
               END-READ
               CLOSE GENERATOR-PARM-FILE
           END-IF.

       LOAD-ROOM-TABLE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FACILITY-FILE.
           IF WS-FACILITY-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ FACILITY-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF FC-WITHDRAWN
                               ADD 1 TO WS-WITHDRAWN-COUNT
                           ELSE
                               PERFORM ADD-ROOM-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACILITY-FILE
           ELSE
               DISPLAY 'NO FACILITY.DAT ROOM MASTER - NOTHING TO '
                   'REPORT'
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-ROOM-OVERFLOW > ZERO
               DISPLAY WS-ROOM-OVERFLOW ' ROOM(S) BEYOND THE 300-ROOM '
                   'TABLE NOT REPORTED'
               MOVE 4 TO RETURN-CODE
           END-IF.

       ADD-ROOM-ENTRY.
           IF WS-ROOM-COUNT < 300
               ADD 1 TO WS-ROOM-COUNT
               SET RM-INDEX TO WS-ROOM-COUNT
               MOVE FC-ROOM-ID   TO WS-RM-ROOM-ID (RM-INDEX)
               MOVE FC-ROOM-NAME TO WS-RM-NAME (RM-INDEX)
               MOVE FC-ROOM-TYPE TO WS-RM-TYPE (RM-INDEX)
               MOVE FC-CAPACITY  TO WS-RM-CAPACITY (RM-INDEX)
               PERFORM VARYING WS-WEEKDAY FROM 1 BY 1
                   UNTIL WS-WEEKDAY > 7
                   MOVE ZERO TO WS-RM-WEEK-PDS (RM-INDEX WS-WEEKDAY)
               END-PERFORM
               MOVE ZERO TO WS-RM-TT-PERIODS (RM-INDEX)
               MOVE ZERO TO WS-RM-BOOKINGS (RM-INDEX)
               MOVE ZERO TO WS-RM-BK-PERIODS (RM-INDEX)
           ELSE
               ADD 1 TO WS-ROOM-OVERFLOW
           END-IF.

       LOAD-MONTH-CALENDAR.
           MOVE SPACES TO WS-MONTH-DAY-TABLE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ CALENDAR-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF CAL-DATE >= WS-PERIOD-START
                               AND CAL-DATE <= WS-PERIOD-END
                               MOVE CAL-DATE (7:2) TO WS-DAY-SUB
                               MOVE CAL-DAY-TYPE TO
                                   WS-MONTH-DAY-TYPE (WS-DAY-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

      * Tallies the month's working days by weekday, so a room's
      * timetabled periods for the month are its periods on each
      * weekday times the working days that fell on it.
       COUNT-WORKING-DAYS.
           MOVE ZERO TO WS-WORKING-DAYS.
           PERFORM VARYING WS-WEEKDAY FROM 1 BY 1 UNTIL WS-WEEKDAY > 7
               MOVE ZERO TO WS-WEEKDAY-WORKED (WS-WEEKDAY)
           END-PERFORM.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAYS-IN-MONTH
               MOVE WS-PERIOD-START TO WS-WORK-DATE
               MOVE WS-DAY-SUB TO WS-WORK-DATE (7:2)
               PERFORM SET-WEEKDAY
               IF WS-MONTH-DAY-TYPE (WS-DAY-SUB) = 'W'
                   OR (WS-MONTH-DAY-TYPE (WS-DAY-SUB) = SPACE
                   AND WS-WEEKDAY <= WS-DAYS-PER-WEEK)
                   ADD 1 TO WS-WORKING-DAYS
                   ADD 1 TO WS-WEEKDAY-WORKED (WS-WEEKDAY)
               END-IF
           END-PERFORM.

      * Day 1 of the intrinsic integer date scale was a Monday, so
      * the remainder modulo 7 maps 1 Monday .. 6 Saturday, 0 Sunday.
       SET-WEEKDAY.
           COMPUTE WS-DAY-WORK =
               FUNCTION MOD (FUNCTION INTEGER-OF-DATE (WS-WORK-DATE),
                   7).
           IF WS-DAY-WORK = ZERO
               MOVE 7 TO WS-WEEKDAY
           ELSE
               MOVE WS-DAY-WORK TO WS-WEEKDAY
           END-IF.

       LOAD-TIMETABLE-PERIODS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TIMETABLE-FILE.
           IF WS-TIMETBL-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TIMETABLE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           IF TT-ROOM-ID = SPACES
                               ADD 1 TO WS-UNROOMED-COUNT
                           END-IF
                           IF TT-ROOM-ID NOT = SPACES AND TT-DAY-VALID
                               MOVE TT-ROOM-ID TO WS-SEARCH-ROOM
                               PERFORM FIND-ROOM-ENTRY
                               IF ROOM-FOUND
                                   ADD 1 TO WS-RM-WEEK-PDS
                                       (RM-INDEX TT-DAY-NO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIMETABLE-FILE
           END-IF.
           PERFORM VARYING RM-INDEX FROM 1 BY 1
               UNTIL RM-INDEX > WS-ROOM-COUNT
               PERFORM VARYING WS-WEEKDAY FROM 1 BY 1
                   UNTIL WS-WEEKDAY > 7
                   COMPUTE WS-RM-TT-PERIODS (RM-INDEX) =
                       WS-RM-TT-PERIODS (RM-INDEX) +
                       WS-RM-WEEK-PDS (RM-INDEX WS-WEEKDAY) *
                       WS-WEEKDAY-WORKED (WS-WEEKDAY)
               END-PERFORM
           END-PERFORM.

       LOAD-MONTH-BOOKINGS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ROOM-BOOKING-FILE.
           IF WS-ROOMBOOK-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ROOM-BOOKING-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           IF RB-CONFIRMED
                               AND RB-BOOK-DATE >= WS-PERIOD-START
                               AND RB-BOOK-DATE <= WS-PERIOD-END
                               AND RB-TO-PERIOD >= RB-FROM-PERIOD
                               MOVE RB-ROOM-ID TO WS-SEARCH-ROOM
                               PERFORM FIND-ROOM-ENTRY
                               IF ROOM-FOUND
                                   ADD 1 TO WS-RM-BOOKINGS (RM-INDEX)
                                   COMPUTE WS-RM-BK-PERIODS (RM-INDEX)
                                       = WS-RM-BK-PERIODS (RM-INDEX)
                                       + RB-TO-PERIOD - RB-FROM-PERIOD
                                       + 1
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROOM-BOOKING-FILE
           END-IF.

       FIND-ROOM-ENTRY.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING RM-INDEX FROM 1 BY 1
               UNTIL RM-INDEX > WS-ROOM-COUNT OR ROOM-FOUND
               IF WS-RM-ROOM-ID (RM-INDEX) = WS-SEARCH-ROOM
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ROOM-FOUND
               SET RM-INDEX DOWN BY 1
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE ALL '=' TO UTILISATION-LINE.
           WRITE UTILISATION-LINE.
           MOVE SPACES TO UTILISATION-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO UTILISATION-LINE.
           WRITE UTILISATION-LINE.
           MOVE SPACES TO UTILISATION-LINE.
           STRING '           ROOM UTILISATION - MONTH '
               WS-PERIOD-MONTH DELIMITED BY SIZE INTO UTILISATION-LINE.
           WRITE UTILISATION-LINE.
           MOVE SPACES TO UTILISATION-LINE.
           STRING 'RUN-DATE : ' WS-RUN-DATE '   WORKING DAYS : '
               WS-WORKING-DAYS '   PERIODS A DAY : '
               WS-PERIODS-PER-DAY
               DELIMITED BY SIZE INTO UTILISATION-LINE.
           WRITE UTILISATION-LINE.
           MOVE ALL '-' TO UTILISATION-LINE.
           WRITE UTILISATION-LINE.
           MOVE 'ROOM  NAME                 T CAP  TIMETBL BKGS BOOKED'
               TO UTILISATION-LINE.
           MOVE 'OPEN  USE%' TO UTILISATION-LINE (56:10).
           WRITE UTILISATION-LINE.
           MOVE ALL '-' TO UTILISATION-LINE.
           WRITE UTILISATION-LINE.

       WRITE-ROOM-LINE.
           COMPUTE WS-USED-PERIODS = WS-RM-TT-PERIODS (RM-INDEX)
               + WS-RM-BK-PERIODS (RM-INDEX).
           IF WS-OPEN-PERIODS > ZERO
               COMPUTE WS-UTIL-PERCENT ROUNDED =
                   WS-USED-PERIODS * 100 / WS-OPEN-PERIODS
           ELSE
               MOVE ZERO TO WS-UTIL-PERCENT
           END-IF.
           ADD WS-OPEN-PERIODS TO WS-TOTAL-OPEN.
           ADD WS-USED-PERIODS TO WS-TOTAL-USED.
           ADD WS-RM-TT-PERIODS (RM-INDEX) TO WS-TOTAL-TT.
           ADD WS-RM-BOOKINGS (RM-INDEX) TO WS-TOTAL-BOOKINGS.
           ADD WS-RM-BK-PERIODS (RM-INDEX) TO WS-TOTAL-BK-PDS.
           MOVE SPACES TO UTILISATION-LINE.
           MOVE WS-RM-ROOM-ID (RM-INDEX) TO UTILISATION-LINE (1:5).
           MOVE WS-RM-NAME (RM-INDEX) TO UTILISATION-LINE (7:20).
           MOVE WS-RM-TYPE (RM-INDEX) TO UTILISATION-LINE (28:1).
           MOVE WS-RM-CAPACITY (RM-INDEX) TO WS-RPT-SMALL.
           MOVE WS-RPT-SMALL TO UTILISATION-LINE (30:3).
           MOVE WS-RM-TT-PERIODS (RM-INDEX) TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT TO UTILISATION-LINE (36:5).
           MOVE WS-RM-BOOKINGS (RM-INDEX) TO WS-RPT-SMALL.
           MOVE WS-RPT-SMALL TO UTILISATION-LINE (43:3).
           MOVE WS-RM-BK-PERIODS (RM-INDEX) TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT TO UTILISATION-LINE (48:5).
           MOVE WS-OPEN-PERIODS TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT TO UTILISATION-LINE (54:5).
           IF WS-UTIL-PERCENT > 999
               MOVE 999 TO WS-RPT-SMALL
           ELSE
               MOVE WS-UTIL-PERCENT TO WS-RPT-SMALL
           END-IF.
           MOVE WS-RPT-SMALL TO UTILISATION-LINE (61:3).
           EVALUATE TRUE
               WHEN WS-USED-PERIODS = ZERO
                   MOVE 'IDLE' TO UTILISATION-LINE (66:4)
                   ADD 1 TO WS-IDLE-COUNT
               WHEN WS-UTIL-PERCENT < WS-UNDER-PERCENT
                   MOVE 'UNDER' TO UTILISATION-LINE (66:5)
                   ADD 1 TO WS-UNDER-COUNT
               WHEN WS-UTIL-PERCENT >= WS-FULL-PERCENT
                   MOVE 'FULL' TO UTILISATION-LINE (66:4)
                   ADD 1 TO WS-FULL-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           WRITE UTILISATION-LINE.

       WRITE-REPORT-FOOTING.
           MOVE ALL '-' TO UTILISATION-LINE.
           WRITE UTILISATION-LINE.
           MOVE SPACES TO UTILISATION-LINE.
           MOVE 'ALL ROOMS' TO UTILISATION-LINE (1:9).
           MOVE WS-TOTAL-TT TO WS-RPT-TOTAL.
           MOVE WS-RPT-TOTAL TO UTILISATION-LINE (34:7).
           MOVE WS-TOTAL-BOOKINGS TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT TO UTILISATION-LINE (41:5).
           MOVE WS-TOTAL-BK-PDS TO WS-RPT-TOTAL.
           MOVE WS-RPT-TOTAL TO UTILISATION-LINE (46:7).
           MOVE WS-TOTAL-OPEN TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT TO UTILISATION-LINE (54:5).
           IF WS-TOTAL-OPEN > ZERO
               COMPUTE WS-UTIL-PERCENT ROUNDED =
                   WS-TOTAL-USED * 100 / WS-TOTAL-OPEN
           ELSE
               MOVE ZERO TO WS-UTIL-PERCENT
           END-IF.
           IF WS-UTIL-PERCENT > 999
               MOVE 999 TO WS-RPT-SMALL
           ELSE
               MOVE WS-UTIL-PERCENT TO WS-RPT-SMALL
           END-IF.
           MOVE WS-RPT-SMALL TO UTILISATION-LINE (61:3).
           WRITE UTILISATION-LINE.
           MOVE ALL '=' TO UTILISATION-LINE.
           WRITE UTILISATION-LINE.
           MOVE SPACES TO UTILISATION-LINE.
           STRING 'ROOMS REPORTED ' WS-ROOM-COUNT '   IDLE '
               WS-IDLE-COUNT '   UNDER ' WS-UNDER-PERCENT '% '
               WS-UNDER-COUNT '   FULL ' WS-FULL-COUNT
               DELIMITED BY SIZE INTO UTILISATION-LINE.
           WRITE UTILISATION-LINE.
           IF WS-UNROOMED-COUNT > ZERO
               MOVE SPACES TO UTILISATION-LINE
               STRING 'TIMETABLE PERIODS A WEEK WITH NO ROOM : '
                   WS-UNROOMED-COUNT
                   DELIMITED BY SIZE INTO UTILISATION-LINE
               WRITE UTILISATION-LINE
           END-IF.
           IF WS-WITHDRAWN-COUNT > ZERO
               MOVE SPACES TO UTILISATION-LINE
               STRING 'ROOMS WITHDRAWN FROM USE, NOT REPORTED : '
                   WS-WITHDRAWN-COUNT
                   DELIMITED BY SIZE INTO UTILISATION-LINE
               WRITE UTILISATION-LINE
           END-IF.
           MOVE SPACES TO UTILISATION-LINE.
           STRING 'TIMETBL = TIMETABLED PERIODS, BOOKED = EVENT '
               'BOOKING PERIODS,'
               DELIMITED BY SIZE INTO UTILISATION-LINE.
           WRITE UTILISATION-LINE.
           MOVE SPACES TO UTILISATION-LINE.
           STRING 'OPEN = WORKING DAYS X PERIODS A DAY. BOOKINGS ON '
               'NON-WORKING DAYS'
               DELIMITED BY SIZE INTO UTILISATION-LINE.
           WRITE UTILISATION-LINE.
           MOVE SPACES TO UTILISATION-LINE.
           STRING 'CAN TAKE USE% PAST 100.'
               DELIMITED BY SIZE INTO UTILISATION-LINE.
           WRITE UTILISATION-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'ROOMUTIL'          TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE       TO RL-TERM-CODE.
           MOVE WS-RUN-DATE         TO RL-RUN-DATE.
           MOVE WS-START-TIME       TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-RECORDS-READ     TO RL-RECORDS-READ.
           MOVE WS-ROOM-COUNT       TO RL-RECORDS-WRITTEN.
           MOVE ZERO                TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE         TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM ROOMUTIL.
