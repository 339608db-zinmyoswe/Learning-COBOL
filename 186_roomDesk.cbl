      ******************************************************************
      * Author:
      * Date:
      * Purpose: Room and facility desk. Keeps the FACILITY.DAT room
      *          master - every classroom, laboratory, hall and the
      *          auditorium with its capacity, floor, step-free
      *          access and exam seating - that TIMETABL assigns to
      *          periods and SEATALOC takes its exam halls from, and
      *          takes ad-hoc event bookings onto ROOMBOOK.DAT by
      *          date and run of periods. A booking request is
      *          refused when the room is withdrawn, smaller than
      *          the headcount or not step-free when that is needed,
      *          or when it clashes with a timetabled period of that
      *          weekday (skipped on a non-working day of the
      *          CALENDAR.DAT calendar), another booking, or - for
      *          an exam room - a date on the EXAMSCHD.DAT
      *          date-sheet. A refused request lists the rooms that
      *          are free and big enough instead. Bookings can be
      *          cancelled (they stay on file, marked) and a room's
      *          day can be shown period by period. Only supervisors
      *          change the room master. Sign-on is through OPSIGNON.
      *          ROOMUTIL reports how well each room is used.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ROOMDESK.
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
           SELECT ROOM-BOOKING-FILE ASSIGN TO "ROOMBOOK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROOMBOOK-STATUS.
           SELECT TIMETABLE-FILE ASSIGN TO "TIMETBL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIMETBL-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT EXAM-SCHEDULE ASSIGN TO "EXAMSCHD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  FACILITY-FILE.
           COPY FACILITR.

       FD  ROOM-BOOKING-FILE.
           COPY ROOMBKR.

       FD  TIMETABLE-FILE.
           COPY TIMETBLR.

       FD  CALENDAR-FILE.
           COPY ACADCALR.

       FD  EXAM-SCHEDULE.
           COPY EXAMSCHR.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-FACILITY-STATUS PIC X(02) VALUE '00'.
       01 WS-ROOMBOOK-STATUS PIC X(02) VALUE '00'.
       01 WS-TIMETBL-STATUS  PIC X(02) VALUE '00'.
       01 WS-CALENDAR-STATUS PIC X(02) VALUE '00'.
       01 WS-SCHEDULE-STATUS PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-MENU-CHOICE     PIC 9(01) VALUE ZERO.
           88 DONE-WITH-MENU   VALUE 6.
       01 WS-OPERATOR-ID     PIC X(08).
       01 WS-OPERATOR-NAME   PIC X(15).
       01 WS-AUTH-LEVEL      PIC 9(01) VALUE ZERO.
           88 SUPERVISOR-LEVEL VALUE 2 THRU 9.
       01 WS-SIGNON-RESULT   PIC X(01).
           88 SIGNON-OK        VALUE 'Y'.
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'ROOMDESK'.
       01 WS-TODAY           PIC 9(08).
       01 WS-FACILITY-COUNT  PIC 9(03) VALUE ZERO.
       01 WS-FACILITY-FULL-FLAG PIC X(01) VALUE 'N'.
           88 FACILITY-TABLE-FULL VALUE 'Y'.
       01 WS-FACILITY-TABLE.
           05 WS-FACILITY-LINE OCCURS 300 TIMES INDEXED BY FC-INDEX
               PIC X(52).
       01 WS-FOUND-FLAG      PIC X(01).
           88 ENTRY-FOUND      VALUE 'Y'.
       01 WS-NEW-FLAG        PIC X(01).
           88 NEW-ENTRY        VALUE 'Y'.
       01 WS-SAVED-INDEX     PIC 9(03) VALUE ZERO.
       01 WS-SAVED-LINE      PIC X(52).
       01 WS-OTHER-ACCOM-FLAG PIC X(01).
           88 OTHER-ACCOM-ROOM VALUE 'Y'.
       01 WS-WORK-ROOM       PIC X(05).
       01 WS-WORK-TEXT       PIC X(20).
       01 WS-WORK-CODE       PIC X(01).
       01 WS-WORK-CAPACITY   PIC 9(03).
       01 WS-WORK-DATE       PIC 9(08).
       01 WS-WORK-FROM       PIC 9(02).
       01 WS-WORK-TO         PIC 9(02).
       01 WS-WORK-PURPOSE    PIC X(20).
       01 WS-WORK-REQUESTER  PIC X(15).
       01 WS-WORK-HEADCOUNT  PIC 9(03).
       01 WS-WORK-STEP-FREE  PIC X(01).
           88 STEP-FREE-NEEDED VALUE 'Y'.
       01 WS-WORK-BOOKING-NO PIC 9(06).
       01 WS-NEXT-BOOKING-NO PIC 9(06) VALUE ZERO.
       01 WS-CONFIRM         PIC X(01).
           88 ACTION-CONFIRMED VALUE 'Y'.
       01 WS-DAY-WORK        PIC 9(01).
       01 WS-WORK-DAY-NO     PIC 9(01).
       01 WS-WORKING-DAY-FLAG PIC X(01).
           88 TIMETABLE-RUNS   VALUE 'Y'.
       01 WS-EXAM-DAY-FLAG   PIC X(01).
           88 EXAM-DAY         VALUE 'Y'.
      * The room a clash check is run for - the one asked for, or
      * each candidate alternative in turn, checked quietly.
       01 WS-CHECK-ROOM      PIC X(05).
       01 WS-CHECK-EXAM-USE  PIC X(01).
       01 WS-QUIET-FLAG      PIC X(01).
           88 QUIET-CHECK      VALUE 'Y'.
       01 WS-CLASH-COUNT     PIC 9(03) VALUE ZERO.
       01 WS-ALTERNATIVE-COUNT PIC 9(03) VALUE ZERO.
       01 WS-TT-PERIOD-COUNT PIC 9(04) VALUE ZERO.
       01 WS-COMING-BOOKINGS PIC 9(04) VALUE ZERO.
       01 WS-PERIOD-SUB      PIC 9(02).
       01 WS-PERIOD-USE-TABLE.
           05 WS-PERIOD-USE OCCURS 10 TIMES PIC X(40).
       01 WS-DATEVAL-IN      PIC X(10).
       01 WS-DATE-FORMAT     PIC X(01).
       01 WS-ALLOW-FUTURE    PIC X(01).
       01 WS-DATE-VALID      PIC X(01).
           88 DATE-IS-VALID    VALUE 'Y'.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM OPERATOR-SIGN-ON.
           PERFORM LOAD-FACILITY-TABLE.
           PERFORM UNTIL DONE-WITH-MENU
               DISPLAY ' '
               DISPLAY '1. ADD OR UPDATE ROOM'
               DISPLAY '2. REQUEST A ROOM BOOKING'
               DISPLAY '3. CANCEL A BOOKING'
               DISPLAY '4. SHOW A ROOM''S DAY'
               DISPLAY '5. LIST ROOMS'
               DISPLAY '6. EXIT'
               DISPLAY 'ENTER CHOICE : '
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       IF SUPERVISOR-LEVEL
                           PERFORM MAINTAIN-ROOM
                               THRU MAINTAIN-ROOM-EXIT
                       ELSE
                           DISPLAY 'ROOM CHANGES REQUIRE SUPERVISOR '
                               'AUTHORITY - SIGNED ON AS LEVEL '
                               WS-AUTH-LEVEL
                       END-IF
                   WHEN 2
                       PERFORM REQUEST-BOOKING
                           THRU REQUEST-BOOKING-EXIT
                   WHEN 3
                       PERFORM CANCEL-BOOKING THRU CANCEL-BOOKING-EXIT
                   WHEN 4
                       PERFORM SHOW-ROOM-DAY THRU SHOW-ROOM-DAY-EXIT
                   WHEN 5
                       PERFORM LIST-ROOMS
                   WHEN 6
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

       LOAD-FACILITY-TABLE.
           MOVE ZERO TO WS-FACILITY-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FACILITY-FILE.
           IF WS-FACILITY-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ FACILITY-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-FACILITY-COUNT < 300
                               ADD 1 TO WS-FACILITY-COUNT
                               SET FC-INDEX TO WS-FACILITY-COUNT
                               MOVE FACILITY-RECORD TO
                                   WS-FACILITY-LINE (FC-INDEX)
                           ELSE
                               SET FACILITY-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACILITY-FILE
           END-IF.
           IF FACILITY-TABLE-FULL
               DISPLAY 'FACILITY.DAT EXCEEDS THE 300-ROOM TABLE - '
                   'NO ROOM CAN BE ADDED OR CHANGED'
           END-IF.

      * A partly loaded master is never written back.
       REWRITE-FACILITY-FILE.
           OPEN OUTPUT FACILITY-FILE.
           PERFORM VARYING FC-INDEX FROM 1 BY 1
               UNTIL FC-INDEX > WS-FACILITY-COUNT
               MOVE WS-FACILITY-LINE (FC-INDEX) TO FACILITY-RECORD
               WRITE FACILITY-RECORD
           END-PERFORM.
           CLOSE FACILITY-FILE.

       FIND-ROOM.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING FC-INDEX FROM 1 BY 1
               UNTIL FC-INDEX > WS-FACILITY-COUNT OR ENTRY-FOUND
               MOVE WS-FACILITY-LINE (FC-INDEX) TO FACILITY-RECORD
               IF FC-ROOM-ID = WS-WORK-ROOM
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET FC-INDEX DOWN BY 1
           END-IF.

       VALIDATE-WORK-DATE.
           MOVE SPACES TO WS-DATEVAL-IN.
           MOVE WS-WORK-DATE TO WS-DATEVAL-IN(1:8).
           MOVE 'Y' TO WS-DATE-FORMAT.
           MOVE 'Y' TO WS-ALLOW-FUTURE.
           CALL 'DATEVAL' USING WS-DATEVAL-IN WS-DATE-FORMAT
               WS-ALLOW-FUTURE WS-DATE-VALID.

      * Day 1 of the intrinsic integer date scale was a Monday, so
      * the remainder modulo 7 maps 1 Monday .. 6 Saturday, 0 Sunday.
       SET-WORK-DAY-NO.
           COMPUTE WS-DAY-WORK =
               FUNCTION MOD (FUNCTION INTEGER-OF-DATE (WS-WORK-DATE),
                   7).
           IF WS-DAY-WORK = ZERO
               MOVE 7 TO WS-WORK-DAY-NO
           ELSE
               MOVE WS-DAY-WORK TO WS-WORK-DAY-NO
           END-IF.

      * Only one room in use may be the exam accommodation room.
       MAINTAIN-ROOM.
           IF FACILITY-TABLE-FULL
               DISPLAY 'ROOM MASTER NOT FULLY LOADED, NO CHANGE '
                   'CAN BE RECORDED'
               GO TO MAINTAIN-ROOM-EXIT
           END-IF.
           DISPLAY 'ENTER ROOM ID : '.
           MOVE SPACES TO WS-WORK-ROOM.
           ACCEPT WS-WORK-ROOM.
           IF WS-WORK-ROOM = SPACES
               GO TO MAINTAIN-ROOM-EXIT
           END-IF.
           PERFORM FIND-ROOM.
           IF ENTRY-FOUND
               MOVE 'N' TO WS-NEW-FLAG
               DISPLAY 'ROOM ' FC-ROOM-ID ' ' FC-ROOM-NAME
                   ' TYPE ' FC-ROOM-TYPE ' CAPACITY ' FC-CAPACITY
                   ' FLOOR ' FC-FLOOR ' STEP-FREE ' FC-ACCESSIBLE
               DISPLAY '     EXAM USE ' FC-EXAM-USE ' EXAM SEATS '
                   FC-EXAM-SEATS ' STATUS ' FC-STATUS
           ELSE
               IF WS-FACILITY-COUNT >= 300
                   DISPLAY 'ROOM TABLE FULL, NOT ADDED'
                   GO TO MAINTAIN-ROOM-EXIT
               END-IF
               MOVE 'Y' TO WS-NEW-FLAG
               MOVE SPACES TO FACILITY-RECORD
               MOVE WS-WORK-ROOM TO FC-ROOM-ID
               MOVE ZERO TO FC-CAPACITY
               MOVE ZERO TO FC-FLOOR
               MOVE 'N' TO FC-ACCESSIBLE
               MOVE ZERO TO FC-EXAM-SEATS
               MOVE 'A' TO FC-STATUS
               DISPLAY 'NEW ROOM ' WS-WORK-ROOM
           END-IF.
           DISPLAY 'ENTER ROOM NAME (SPACE = UNCHANGED) : '.
           MOVE SPACES TO WS-WORK-TEXT.
           ACCEPT WS-WORK-TEXT.
           IF NEW-ENTRY
               PERFORM UNTIL WS-WORK-TEXT NOT = SPACES
                   DISPLAY 'ROOM NAME IS REQUIRED, RE-ENTER : '
                   ACCEPT WS-WORK-TEXT
               END-PERFORM
           END-IF.
           IF WS-WORK-TEXT NOT = SPACES
               MOVE WS-WORK-TEXT TO FC-ROOM-NAME
           END-IF.
           DISPLAY 'ENTER TYPE (C CLASSROOM / L LAB / H HALL / '
               'A AUDITORIUM / R ACTIVITY / O OTHER, SPACE = '
               'UNCHANGED) : '.
           MOVE SPACE TO WS-WORK-CODE.
           ACCEPT WS-WORK-CODE.
           IF WS-WORK-CODE NOT = SPACE
               MOVE WS-WORK-CODE TO FC-ROOM-TYPE
           END-IF.
           PERFORM UNTIL FC-TYPE-VALID
               DISPLAY 'TYPE MUST BE C, L, H, A, R OR O, RE-ENTER : '
               ACCEPT FC-ROOM-TYPE
           END-PERFORM.
           DISPLAY 'ENTER SEATING CAPACITY (0 = ' FC-CAPACITY ') : '.
           ACCEPT WS-WORK-CAPACITY.
           IF NEW-ENTRY
               PERFORM UNTIL WS-WORK-CAPACITY > ZERO
                   DISPLAY 'CAPACITY IS REQUIRED, RE-ENTER : '
                   ACCEPT WS-WORK-CAPACITY
               END-PERFORM
           END-IF.
           IF WS-WORK-CAPACITY > ZERO
               MOVE WS-WORK-CAPACITY TO FC-CAPACITY
           END-IF.
           DISPLAY 'ENTER FLOOR (0 GROUND .. 9, SPACE = ' FC-FLOOR
               ') : '.
           MOVE SPACE TO WS-WORK-CODE.
           ACCEPT WS-WORK-CODE.
           IF WS-WORK-CODE IS NUMERIC
               MOVE WS-WORK-CODE TO FC-FLOOR
           END-IF.
           DISPLAY 'STEP-FREE ACCESS Y/N (SPACE = ' FC-ACCESSIBLE
               ') : '.
           MOVE SPACE TO WS-WORK-CODE.
           ACCEPT WS-WORK-CODE.
           IF WS-WORK-CODE = 'Y' OR 'N'
               MOVE WS-WORK-CODE TO FC-ACCESSIBLE
           END-IF.
           DISPLAY 'EXAM USE (H EXAM HALL / R ACCOMMODATION ROOM / '
               'N NONE, SPACE = UNCHANGED) : '.
           MOVE SPACE TO WS-WORK-CODE.
           ACCEPT WS-WORK-CODE.
           EVALUATE WS-WORK-CODE
               WHEN 'H'
               WHEN 'R'
                   MOVE WS-WORK-CODE TO FC-EXAM-USE
               WHEN 'N'
                   MOVE SPACE TO FC-EXAM-USE
                   MOVE ZERO TO FC-EXAM-SEATS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT FC-NO-EXAM-USE
               DISPLAY 'ENTER EXAM SEATS (0 = ' FC-EXAM-SEATS ') : '
               ACCEPT WS-WORK-CAPACITY
               IF WS-WORK-CAPACITY > ZERO
                   MOVE WS-WORK-CAPACITY TO FC-EXAM-SEATS
               END-IF
               PERFORM UNTIL FC-EXAM-SEATS > ZERO
                   DISPLAY 'AN EXAM ROOM NEEDS ITS EXAM SEATS, '
                       'RE-ENTER : '
                   ACCEPT FC-EXAM-SEATS
               END-PERFORM
           END-IF.
           IF NOT NEW-ENTRY
               DISPLAY 'ENTER STATUS (A IN USE / W WITHDRAWN, '
                   'SPACE = UNCHANGED) : '
               MOVE SPACE TO WS-WORK-CODE
               ACCEPT WS-WORK-CODE
               IF WS-WORK-CODE = 'A' OR 'W'
                   MOVE WS-WORK-CODE TO FC-STATUS
               END-IF
           END-IF.
           IF FC-EXAM-ACCOM AND FC-IN-USE
               PERFORM CHECK-OTHER-ACCOM-ROOM
               IF OTHER-ACCOM-ROOM
                   GO TO MAINTAIN-ROOM-EXIT
               END-IF
           END-IF.
           MOVE WS-TODAY TO FC-UPDATED-DATE.
           MOVE WS-OPERATOR-ID TO FC-UPDATED-BY.
           IF NEW-ENTRY
               ADD 1 TO WS-FACILITY-COUNT
               SET FC-INDEX TO WS-FACILITY-COUNT
           END-IF.
           MOVE FACILITY-RECORD TO WS-FACILITY-LINE (FC-INDEX).
           PERFORM REWRITE-FACILITY-FILE.
           DISPLAY 'ROOM ' FC-ROOM-ID ' RECORDED'.
           IF FC-WITHDRAWN
               PERFORM COUNT-ROOM-COMMITMENTS
               IF WS-TT-PERIOD-COUNT > ZERO
                   OR WS-COMING-BOOKINGS > ZERO
                   DISPLAY 'ROOM WITHDRAWN BUT STILL HOLDS '
                       WS-TT-PERIOD-COUNT ' TIMETABLE PERIOD(S) AND '
                       WS-COMING-BOOKINGS ' COMING BOOKING(S) - MOVE '
                       'THEM ELSEWHERE'
               END-IF
           END-IF.
       MAINTAIN-ROOM-EXIT.
           EXIT.

      * Looks for another room in use already marked as the exam
      * accommodation room; the record being keyed is put back.
       CHECK-OTHER-ACCOM-ROOM.
           MOVE 'N' TO WS-OTHER-ACCOM-FLAG.
           MOVE FACILITY-RECORD TO WS-SAVED-LINE.
           SET WS-SAVED-INDEX TO FC-INDEX.
           PERFORM VARYING FC-INDEX FROM 1 BY 1
               UNTIL FC-INDEX > WS-FACILITY-COUNT
               MOVE WS-FACILITY-LINE (FC-INDEX) TO FACILITY-RECORD
               IF FC-ROOM-ID NOT = WS-WORK-ROOM
                   AND FC-EXAM-ACCOM AND FC-IN-USE
                   MOVE 'Y' TO WS-OTHER-ACCOM-FLAG
                   DISPLAY 'ROOM ' FC-ROOM-ID ' IS ALREADY THE EXAM '
                       'ACCOMMODATION ROOM - NOTHING RECORDED'
               END-IF
           END-PERFORM.
           MOVE WS-SAVED-LINE TO FACILITY-RECORD.
           SET FC-INDEX TO WS-SAVED-INDEX.

       COUNT-ROOM-COMMITMENTS.
           MOVE ZERO TO WS-TT-PERIOD-COUNT.
           MOVE ZERO TO WS-COMING-BOOKINGS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TIMETABLE-FILE.
           IF WS-TIMETBL-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TIMETABLE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF TT-ROOM-ID = FC-ROOM-ID
                               ADD 1 TO WS-TT-PERIOD-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIMETABLE-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ROOM-BOOKING-FILE.
           IF WS-ROOMBOOK-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ROOM-BOOKING-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF RB-ROOM-ID = FC-ROOM-ID
                               AND RB-CONFIRMED
                               AND RB-BOOK-DATE >= WS-TODAY
                               ADD 1 TO WS-COMING-BOOKINGS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROOM-BOOKING-FILE
           END-IF.

       REQUEST-BOOKING.
           DISPLAY 'ENTER ROOM ID : '.
           MOVE SPACES TO WS-WORK-ROOM.
           ACCEPT WS-WORK-ROOM.
           PERFORM FIND-ROOM.
           IF NOT ENTRY-FOUND
               DISPLAY 'NO SUCH ROOM ON FACILITY.DAT : ' WS-WORK-ROOM
               GO TO REQUEST-BOOKING-EXIT
           END-IF.
           IF FC-WITHDRAWN
               DISPLAY 'ROOM ' WS-WORK-ROOM ' IS WITHDRAWN FROM USE - '
                   'BOOKING REFUSED'
               GO TO REQUEST-BOOKING-EXIT
           END-IF.
           DISPLAY FC-ROOM-NAME ' CAPACITY ' FC-CAPACITY ' FLOOR '
               FC-FLOOR ' STEP-FREE ' FC-ACCESSIBLE.
           DISPLAY 'ENTER DATE (YYYYMMDD) : '.
           ACCEPT WS-WORK-DATE.
           PERFORM VALIDATE-WORK-DATE.
           IF NOT DATE-IS-VALID OR WS-WORK-DATE < WS-TODAY
               DISPLAY 'DATE MUST BE A VALID DATE FROM TODAY ON - '
                   'BOOKING REFUSED'
               GO TO REQUEST-BOOKING-EXIT
           END-IF.
           DISPLAY 'ENTER FROM PERIOD (1-10) : '.
           ACCEPT WS-WORK-FROM.
           DISPLAY 'ENTER TO PERIOD (1-10) : '.
           ACCEPT WS-WORK-TO.
           IF WS-WORK-FROM < 1 OR WS-WORK-TO > 10
               OR WS-WORK-FROM > WS-WORK-TO
               DISPLAY 'PERIODS MUST RUN FROM 1 TO 10, FROM NOT AFTER '
                   'TO - BOOKING REFUSED'
               GO TO REQUEST-BOOKING-EXIT
           END-IF.
           DISPLAY 'ENTER PURPOSE : '.
           MOVE SPACES TO WS-WORK-PURPOSE.
           ACCEPT WS-WORK-PURPOSE.
           PERFORM UNTIL WS-WORK-PURPOSE NOT = SPACES
               DISPLAY 'PURPOSE IS REQUIRED, RE-ENTER : '
               ACCEPT WS-WORK-PURPOSE
           END-PERFORM.
           DISPLAY 'ENTER REQUESTED BY (NAME OR DEPARTMENT) : '.
           MOVE SPACES TO WS-WORK-REQUESTER.
           ACCEPT WS-WORK-REQUESTER.
           PERFORM UNTIL WS-WORK-REQUESTER NOT = SPACES
               DISPLAY 'REQUESTED BY IS REQUIRED, RE-ENTER : '
               ACCEPT WS-WORK-REQUESTER
           END-PERFORM.
           DISPLAY 'ENTER EXPECTED HEADCOUNT : '.
           ACCEPT WS-WORK-HEADCOUNT.
           PERFORM UNTIL WS-WORK-HEADCOUNT > ZERO
               DISPLAY 'HEADCOUNT IS REQUIRED, RE-ENTER : '
               ACCEPT WS-WORK-HEADCOUNT
           END-PERFORM.
           DISPLAY 'STEP-FREE ACCESS NEEDED Y/N : '.
           MOVE 'N' TO WS-WORK-STEP-FREE.
           ACCEPT WS-WORK-STEP-FREE.
           PERFORM SET-WORK-DAY-NO.
           PERFORM CHECK-CALENDAR-DAY.
           PERFORM CHECK-EXAM-DAY.
           MOVE ZERO TO WS-CLASH-COUNT.
           IF WS-WORK-HEADCOUNT > FC-CAPACITY
               DISPLAY 'HEADCOUNT ' WS-WORK-HEADCOUNT ' IS OVER THE '
                   'CAPACITY OF ' FC-CAPACITY
               ADD 1 TO WS-CLASH-COUNT
           END-IF.
           IF STEP-FREE-NEEDED AND NOT FC-STEP-FREE
               DISPLAY 'ROOM ' WS-WORK-ROOM ' IS NOT STEP-FREE'
               ADD 1 TO WS-CLASH-COUNT
           END-IF.
           MOVE WS-WORK-ROOM TO WS-CHECK-ROOM.
           MOVE FC-EXAM-USE TO WS-CHECK-EXAM-USE.
           MOVE 'N' TO WS-QUIET-FLAG.
           PERFORM CHECK-BOOKING-CLASHES.
           IF WS-CLASH-COUNT > ZERO
               DISPLAY 'BOOKING REFUSED'
               PERFORM LIST-FREE-ALTERNATIVES
               GO TO REQUEST-BOOKING-EXIT
           END-IF.
           DISPLAY 'ROOM ' WS-WORK-ROOM ' IS FREE ON ' WS-WORK-DATE
               ' PERIODS ' WS-WORK-FROM ' TO ' WS-WORK-TO.
           DISPLAY 'CONFIRM BOOKING (Y/N) : '.
           MOVE 'N' TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF NOT ACTION-CONFIRMED
               DISPLAY 'NOTHING BOOKED'
               GO TO REQUEST-BOOKING-EXIT
           END-IF.
           PERFORM WRITE-ROOM-BOOKING.
           DISPLAY 'BOOKING ' RB-BOOKING-NO ' CONFIRMED FOR '
               WS-WORK-PURPOSE.
       REQUEST-BOOKING-EXIT.
           EXIT.

      * A date the calendar marks as a holiday or term break has no
      * timetable running; a date it does not hold is taken as a
      * working day.
       CHECK-CALENDAR-DAY.
           MOVE 'Y' TO WS-WORKING-DAY-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ CALENDAR-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF CAL-DATE = WS-WORK-DATE
                               AND NOT CAL-WORKING-DAY
                               MOVE 'N' TO WS-WORKING-DAY-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       CHECK-EXAM-DAY.
           MOVE 'N' TO WS-EXAM-DAY-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT EXAM-SCHEDULE.
           IF WS-SCHEDULE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ EXAM-SCHEDULE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF ES-EXAM-DATE = WS-WORK-DATE
                               AND ES-CLASS-SITTING
                               MOVE 'Y' TO WS-EXAM-DAY-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXAM-SCHEDULE
           END-IF.

      * Counts into WS-CLASH-COUNT everything holding WS-CHECK-ROOM
      * on WS-WORK-DATE between WS-WORK-FROM and WS-WORK-TO, and
      * names each one unless the check is a quiet one.
       CHECK-BOOKING-CLASHES.
           IF TIMETABLE-RUNS
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT TIMETABLE-FILE
               IF WS-TIMETBL-STATUS = '00'
                   PERFORM UNTIL END-OF-CURRENT-FILE
                       READ TIMETABLE-FILE
                           AT END
                               SET END-OF-CURRENT-FILE TO TRUE
                           NOT AT END
                               IF TT-ROOM-ID = WS-CHECK-ROOM
                                   AND TT-DAY-NO = WS-WORK-DAY-NO
                                   AND TT-PERIOD >= WS-WORK-FROM
                                   AND TT-PERIOD <= WS-WORK-TO
                                   ADD 1 TO WS-CLASH-COUNT
                                   IF NOT QUIET-CHECK
                                       DISPLAY 'CLASH - PERIOD '
                                           TT-PERIOD ' IS TIMETABLED '
                                           'FOR ' TT-CLASS '/'
                                           TT-SECTION ' ' TT-SUBJ-CODE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TIMETABLE-FILE
               END-IF
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ROOM-BOOKING-FILE.
           IF WS-ROOMBOOK-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ROOM-BOOKING-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF RB-ROOM-ID = WS-CHECK-ROOM
                               AND RB-CONFIRMED
                               AND RB-BOOK-DATE = WS-WORK-DATE
                               AND RB-FROM-PERIOD <= WS-WORK-TO
                               AND RB-TO-PERIOD >= WS-WORK-FROM
                               ADD 1 TO WS-CLASH-COUNT
                               IF NOT QUIET-CHECK
                                   DISPLAY 'CLASH - BOOKING '
                                       RB-BOOKING-NO ' PERIODS '
                                       RB-FROM-PERIOD '-' RB-TO-PERIOD
                                       ' FOR ' RB-PURPOSE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROOM-BOOKING-FILE
           END-IF.
           IF EXAM-DAY AND WS-CHECK-EXAM-USE NOT = SPACE
               ADD 1 TO WS-CLASH-COUNT
               IF NOT QUIET-CHECK
                   DISPLAY 'CLASH - ' WS-WORK-DATE ' IS AN EXAM DAY '
                       'ON THE DATE-SHEET AND THE ROOM SEATS EXAMS'
               END-IF
           END-IF.

      * Rooms in use that are big enough, step-free where needed and
      * clear for the date and periods - at most ten are named.
       LIST-FREE-ALTERNATIVES.
           MOVE ZERO TO WS-ALTERNATIVE-COUNT.
           MOVE 'Y' TO WS-QUIET-FLAG.
           PERFORM VARYING FC-INDEX FROM 1 BY 1
               UNTIL FC-INDEX > WS-FACILITY-COUNT
               OR WS-ALTERNATIVE-COUNT >= 10
               MOVE WS-FACILITY-LINE (FC-INDEX) TO FACILITY-RECORD
               IF FC-ROOM-ID NOT = WS-WORK-ROOM
                   AND FC-IN-USE
                   AND FC-CAPACITY >= WS-WORK-HEADCOUNT
                   AND (FC-STEP-FREE OR NOT STEP-FREE-NEEDED)
                   MOVE FC-ROOM-ID TO WS-CHECK-ROOM
                   MOVE FC-EXAM-USE TO WS-CHECK-EXAM-USE
                   MOVE ZERO TO WS-CLASH-COUNT
                   PERFORM CHECK-BOOKING-CLASHES
                   IF WS-CLASH-COUNT = ZERO
                       IF WS-ALTERNATIVE-COUNT = ZERO
                           DISPLAY 'ROOMS FREE FOR THAT DATE AND '
                               'PERIODS :'
                       END-IF
                       ADD 1 TO WS-ALTERNATIVE-COUNT
                       DISPLAY '  ' FC-ROOM-ID ' ' FC-ROOM-NAME
                           ' CAPACITY ' FC-CAPACITY ' FLOOR ' FC-FLOOR
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ALTERNATIVE-COUNT = ZERO
               DISPLAY 'NO OTHER ROOM IS FREE AND BIG ENOUGH'
           END-IF.

       WRITE-ROOM-BOOKING.
           MOVE ZERO TO WS-NEXT-BOOKING-NO.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ROOM-BOOKING-FILE.
           IF WS-ROOMBOOK-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ROOM-BOOKING-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF RB-BOOKING-NO > WS-NEXT-BOOKING-NO
                               MOVE RB-BOOKING-NO TO
                                   WS-NEXT-BOOKING-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROOM-BOOKING-FILE
           END-IF.
           ADD 1 TO WS-NEXT-BOOKING-NO.
           OPEN EXTEND ROOM-BOOKING-FILE.
           IF WS-ROOMBOOK-STATUS NOT = '00'
               OPEN OUTPUT ROOM-BOOKING-FILE
           END-IF.
           MOVE WS-NEXT-BOOKING-NO TO RB-BOOKING-NO.
           MOVE WS-WORK-ROOM       TO RB-ROOM-ID.
           MOVE WS-WORK-DATE       TO RB-BOOK-DATE.
           MOVE WS-WORK-FROM       TO RB-FROM-PERIOD.
           MOVE WS-WORK-TO         TO RB-TO-PERIOD.
           MOVE WS-WORK-PURPOSE    TO RB-PURPOSE.
           MOVE WS-WORK-HEADCOUNT  TO RB-HEADCOUNT.
           MOVE WS-WORK-STEP-FREE  TO RB-STEP-FREE-REQD.
           MOVE WS-WORK-REQUESTER  TO RB-REQUESTED-BY.
           MOVE WS-OPERATOR-ID     TO RB-OPERATOR-ID.
           MOVE WS-TODAY           TO RB-ENTERED-DATE.
           MOVE 'C'                TO RB-STATUS.
           WRITE ROOM-BOOKING-RECORD.
           CLOSE ROOM-BOOKING-FILE.

      * A past booking is history and stays as it is.
       CANCEL-BOOKING.
           DISPLAY 'ENTER BOOKING NO : '.
           ACCEPT WS-WORK-BOOKING-NO.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN I-O ROOM-BOOKING-FILE.
           IF WS-ROOMBOOK-STATUS NOT = '00'
               DISPLAY 'NO ROOMBOOK.DAT ON FILE'
               GO TO CANCEL-BOOKING-EXIT
           END-IF.
           PERFORM UNTIL END-OF-CURRENT-FILE OR ENTRY-FOUND
               READ ROOM-BOOKING-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF RB-BOOKING-NO = WS-WORK-BOOKING-NO
                           MOVE 'Y' TO WS-FOUND-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT ENTRY-FOUND
               DISPLAY 'NO SUCH BOOKING : ' WS-WORK-BOOKING-NO
               CLOSE ROOM-BOOKING-FILE
               GO TO CANCEL-BOOKING-EXIT
           END-IF.
           DISPLAY 'ROOM ' RB-ROOM-ID ' ON ' RB-BOOK-DATE ' PERIODS '
               RB-FROM-PERIOD '-' RB-TO-PERIOD ' ' RB-PURPOSE.
           DISPLAY 'REQUESTED BY ' RB-REQUESTED-BY ' STATUS '
               RB-STATUS.
           IF RB-CANCELLED OR RB-BOOK-DATE < WS-TODAY
               DISPLAY 'BOOKING IS ALREADY CANCELLED OR PAST - '
                   'NOTHING CHANGED'
               CLOSE ROOM-BOOKING-FILE
               GO TO CANCEL-BOOKING-EXIT
           END-IF.
           DISPLAY 'CANCEL THIS BOOKING (Y/N) : '.
           MOVE 'N' TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF ACTION-CONFIRMED
               MOVE 'X' TO RB-STATUS
               REWRITE ROOM-BOOKING-RECORD
               DISPLAY 'BOOKING ' RB-BOOKING-NO ' CANCELLED'
           ELSE
               DISPLAY 'NOTHING CHANGED'
           END-IF.
           CLOSE ROOM-BOOKING-FILE.
       CANCEL-BOOKING-EXIT.
           EXIT.

       SHOW-ROOM-DAY.
           DISPLAY 'ENTER ROOM ID : '.
           MOVE SPACES TO WS-WORK-ROOM.
           ACCEPT WS-WORK-ROOM.
           PERFORM FIND-ROOM.
           IF NOT ENTRY-FOUND
               DISPLAY 'NO SUCH ROOM ON FACILITY.DAT : ' WS-WORK-ROOM
               GO TO SHOW-ROOM-DAY-EXIT
           END-IF.
           DISPLAY 'ENTER DATE (YYYYMMDD) : '.
           ACCEPT WS-WORK-DATE.
           PERFORM VALIDATE-WORK-DATE.
           IF NOT DATE-IS-VALID
               DISPLAY 'INVALID DATE : ' WS-WORK-DATE
               GO TO SHOW-ROOM-DAY-EXIT
           END-IF.
           PERFORM SET-WORK-DAY-NO.
           PERFORM CHECK-CALENDAR-DAY.
           PERFORM CHECK-EXAM-DAY.
           MOVE SPACES TO WS-PERIOD-USE-TABLE.
           IF TIMETABLE-RUNS
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT TIMETABLE-FILE
               IF WS-TIMETBL-STATUS = '00'
                   PERFORM UNTIL END-OF-CURRENT-FILE
                       READ TIMETABLE-FILE
                           AT END
                               SET END-OF-CURRENT-FILE TO TRUE
                           NOT AT END
                               IF TT-ROOM-ID = WS-WORK-ROOM
                                   AND TT-DAY-NO = WS-WORK-DAY-NO
                                   AND TT-PERIOD-VALID
                                   MOVE TT-PERIOD TO WS-PERIOD-SUB
                                   STRING 'CLASS ' TT-CLASS '/'
                                       TT-SECTION ' ' TT-SUBJ-CODE
                                       ' TEACHER ' TT-TEACHER-ID
                                       DELIMITED BY SIZE INTO
                                       WS-PERIOD-USE (WS-PERIOD-SUB)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TIMETABLE-FILE
               END-IF
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ROOM-BOOKING-FILE.
           IF WS-ROOMBOOK-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ROOM-BOOKING-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF RB-ROOM-ID = WS-WORK-ROOM
                               AND RB-CONFIRMED
                               AND RB-BOOK-DATE = WS-WORK-DATE
                               PERFORM MARK-BOOKED-PERIODS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROOM-BOOKING-FILE
           END-IF.
           DISPLAY 'ROOM ' FC-ROOM-ID ' ' FC-ROOM-NAME ' ON '
               WS-WORK-DATE ' (DAY ' WS-WORK-DAY-NO ')'.
           IF NOT TIMETABLE-RUNS
               DISPLAY '  NOT A WORKING DAY ON THE CALENDAR'
           END-IF.
           IF EXAM-DAY AND NOT FC-NO-EXAM-USE
               DISPLAY '  EXAM DAY ON THE DATE-SHEET - ROOM SEATS EXAMS'
           END-IF.
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
               UNTIL WS-PERIOD-SUB > 10
               IF WS-PERIOD-USE (WS-PERIOD-SUB) = SPACES
                   DISPLAY '  PERIOD ' WS-PERIOD-SUB '  FREE'
               ELSE
                   DISPLAY '  PERIOD ' WS-PERIOD-SUB '  '
                       WS-PERIOD-USE (WS-PERIOD-SUB)
               END-IF
           END-PERFORM.
       SHOW-ROOM-DAY-EXIT.
           EXIT.

       MARK-BOOKED-PERIODS.
           PERFORM VARYING WS-PERIOD-SUB FROM RB-FROM-PERIOD BY 1
               UNTIL WS-PERIOD-SUB > RB-TO-PERIOD
               OR WS-PERIOD-SUB > 10
               MOVE SPACES TO WS-PERIOD-USE (WS-PERIOD-SUB)
               STRING 'BOOKING ' RB-BOOKING-NO ' ' RB-PURPOSE
                   DELIMITED BY SIZE INTO
                   WS-PERIOD-USE (WS-PERIOD-SUB)
           END-PERFORM.

       LIST-ROOMS.
           DISPLAY 'ROOM  NAME                 TYPE CAP FLR STEP EXAM '
               'SEATS STATUS'.
           PERFORM VARYING FC-INDEX FROM 1 BY 1
               UNTIL FC-INDEX > WS-FACILITY-COUNT
               MOVE WS-FACILITY-LINE (FC-INDEX) TO FACILITY-RECORD
               DISPLAY FC-ROOM-ID ' ' FC-ROOM-NAME ' ' FC-ROOM-TYPE
                   '    ' FC-CAPACITY ' ' FC-FLOOR '   ' FC-ACCESSIBLE
                   '    ' FC-EXAM-USE '    ' FC-EXAM-SEATS '   '
                   FC-STATUS
           END-PERFORM.
           DISPLAY 'ROOMS ON FILE : ' WS-FACILITY-COUNT.
      ** add other procedures here
       END PROGRAM ROOMDESK.
