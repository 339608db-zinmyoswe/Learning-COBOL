      ******************************************************************
      * Author:
      * Date:
      * Purpose: Syllabus and coverage desk. A supervisor keeps the
      *          SYLLABUS.DAT master - for each class and subject
      *          (validated against SUBJMST.DAT) the number of units
      *          and the teaching periods planned for them. Each week
      *          a teacher records, for a section and subject they
      *          take on TIMETBL.DAT, the cumulative units finished
      *          and the periods actually taught that week, appended
      *          to SYLCOVER.DAT under the Sunday ending the week -
      *          one entry per section and subject per week, and the
      *          units finished can never go backwards. SYLLCOVR
      *          reports the coverage against the exam date sheet.
      *          Sign-on is through OPSIGNON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SYLLDESK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT SYLLABUS-MASTER ASSIGN TO "SYLLABUS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SYLLABUS-STATUS.
           SELECT COVERAGE-FILE ASSIGN TO "SYLCOVER.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COVERAGE-STATUS.
           SELECT TIMETABLE-FILE ASSIGN TO "TIMETBL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIMETBL-STATUS.
           SELECT SUBJECT-MASTER-FILE ASSIGN TO "SUBJMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBJMST-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  SYLLABUS-MASTER.
           COPY SYLLABR.

       FD  COVERAGE-FILE.
           COPY SYLCOVR.

       FD  TIMETABLE-FILE.
           COPY TIMETBLR.

       FD  SUBJECT-MASTER-FILE.
       01 SUBJECT-MASTER-LINE.
           05 SM-SUBJ-CODE       PIC X(04).
           05 SM-SUBJ-NAME       PIC X(20).
           05 SM-MAX-MARKS       PIC 9(03).
           05 SM-PASS-MARK       PIC 9(03).
           05 SM-DEFAULT-CREDITS PIC 9(01).
           05 SM-HAS-PRACTICAL   PIC X(01).
           05 SM-PRAC-MAX        PIC 9(03).
           05 SM-PRAC-PASS       PIC 9(03).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-SYLLABUS-STATUS PIC X(02) VALUE '00'.
       01 WS-COVERAGE-STATUS PIC X(02) VALUE '00'.
       01 WS-TIMETBL-STATUS  PIC X(02) VALUE '00'.
       01 WS-SUBJMST-STATUS  PIC X(02) VALUE '00'.
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
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'SYLLDESK'.
       01 WS-TODAY           PIC 9(08).
       01 WS-DAY-INT         PIC 9(07).
       01 WS-WEEK-ENDING     PIC 9(08).
       01 WS-SYL-COUNT       PIC 9(03) VALUE ZERO.
       01 WS-SYLLABUS-TABLE.
           05 WS-SY-ENTRY OCCURS 300 TIMES INDEXED BY SY-INDEX.
               10 WS-SY-CLASS     PIC 9(02).
               10 WS-SY-SUBJ      PIC X(04).
               10 WS-SY-UNITS     PIC 9(02).
               10 WS-SY-PLANNED   PIC 9(03).
       01 WS-SYL-FOUND       PIC X(01).
           88 SYLLABUS-ON-FILE VALUE 'Y'.
       01 WS-WORK-CLASS      PIC 9(02).
       01 WS-WORK-SECTION    PIC X(01).
       01 WS-WORK-SUBJ       PIC X(04).
       01 WS-WORK-TCHR       PIC 9(04).
       01 WS-WORK-UNITS      PIC 9(02).
       01 WS-WORK-PLANNED    PIC 9(03).
       01 WS-WORK-PERIODS    PIC 9(02).
       01 WS-SUBJ-FOUND      PIC X(01).
           88 SUBJECT-ON-MASTER VALUE 'Y'.
       01 WS-SLOT-COUNT      PIC 9(02) VALUE ZERO.
       01 WS-LAST-UNITS      PIC 9(02) VALUE ZERO.
       01 WS-ALREADY-ENTERED PIC X(01).
           88 WEEK-ALREADY-ENTERED VALUE 'Y'.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
      * Day 1 of the integer calendar is a Monday, so the week runs
      * Monday to Sunday and ends on the day whose number is a
      * multiple of 7.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           COMPUTE WS-DAY-INT = WS-DAY-INT
               + FUNCTION MOD (7 - FUNCTION MOD (WS-DAY-INT, 7), 7).
           COMPUTE WS-WEEK-ENDING =
               FUNCTION DATE-OF-INTEGER (WS-DAY-INT).
           PERFORM OPERATOR-SIGN-ON.
           PERFORM LOAD-SYLLABUS-MASTER.
           PERFORM UNTIL DONE-WITH-MENU
               DISPLAY ' '
               DISPLAY '1. ADD / CHANGE SYLLABUS (SUPERVISOR)'
               DISPLAY '2. RECORD WEEKLY COVERAGE'
               DISPLAY '3. LIST SYLLABUS FOR A CLASS'
               DISPLAY '4. EXIT'
               DISPLAY 'ENTER CHOICE : '
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       IF SUPERVISOR-LEVEL
                           PERFORM MAINTAIN-SYLLABUS
                               THRU MAINTAIN-SYLLABUS-EXIT
                       ELSE
                           DISPLAY 'SYLLABUS CHANGES REQUIRE '
                               'SUPERVISOR AUTHORITY'
                       END-IF
                   WHEN 2
                       PERFORM RECORD-WEEKLY-COVERAGE
                           THRU RECORD-WEEKLY-COVERAGE-EXIT
                   WHEN 3
                       PERFORM LIST-CLASS-SYLLABUS
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

       LOAD-SYLLABUS-MASTER.
           MOVE ZERO TO WS-SYL-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SYLLABUS-MASTER.
           IF WS-SYLLABUS-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SYLLABUS-MASTER
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-SYL-COUNT < 300
                               ADD 1 TO WS-SYL-COUNT
                               SET SY-INDEX TO WS-SYL-COUNT
                               MOVE SY-CLASS TO WS-SY-CLASS (SY-INDEX)
                               MOVE SY-SUBJ-CODE TO
                                   WS-SY-SUBJ (SY-INDEX)
                               MOVE SY-UNIT-COUNT TO
                                   WS-SY-UNITS (SY-INDEX)
                               MOVE SY-PLANNED-PERIODS TO
                                   WS-SY-PLANNED (SY-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SYLLABUS-MASTER
           END-IF.

       REWRITE-SYLLABUS-MASTER.
           OPEN OUTPUT SYLLABUS-MASTER.
           PERFORM VARYING SY-INDEX FROM 1 BY 1
               UNTIL SY-INDEX > WS-SYL-COUNT
               MOVE WS-SY-CLASS (SY-INDEX)   TO SY-CLASS
               MOVE WS-SY-SUBJ (SY-INDEX)    TO SY-SUBJ-CODE
               MOVE WS-SY-UNITS (SY-INDEX)   TO SY-UNIT-COUNT
               MOVE WS-SY-PLANNED (SY-INDEX) TO SY-PLANNED-PERIODS
               WRITE SYLLABUS-RECORD
           END-PERFORM.
           CLOSE SYLLABUS-MASTER.

       FIND-SYLLABUS.
           MOVE 'N' TO WS-SYL-FOUND.
           SET SY-INDEX TO 1.
           SEARCH WS-SY-ENTRY
               AT END
                   CONTINUE
               WHEN SY-INDEX > WS-SYL-COUNT
                   CONTINUE
               WHEN WS-SY-CLASS (SY-INDEX) = WS-WORK-CLASS
                   AND WS-SY-SUBJ (SY-INDEX) = WS-WORK-SUBJ
                   MOVE 'Y' TO WS-SYL-FOUND
           END-SEARCH.

       CHECK-SUBJECT-MASTER.
           MOVE 'N' TO WS-SUBJ-FOUND.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SUBJECT-MASTER-FILE.
           IF WS-SUBJMST-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SUBJECT-MASTER-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF SM-SUBJ-CODE = WS-WORK-SUBJ
                               MOVE 'Y' TO WS-SUBJ-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBJECT-MASTER-FILE
           END-IF.

       MAINTAIN-SYLLABUS.
           DISPLAY 'ENTER CLASS : '.
           ACCEPT WS-WORK-CLASS.
           DISPLAY 'ENTER SUBJECT CODE : '.
           ACCEPT WS-WORK-SUBJ.
           PERFORM CHECK-SUBJECT-MASTER.
           IF NOT SUBJECT-ON-MASTER
               DISPLAY 'SUBJECT NOT ON SUBJMST.DAT : ' WS-WORK-SUBJ
               GO TO MAINTAIN-SYLLABUS-EXIT
           END-IF.
           PERFORM FIND-SYLLABUS.
           IF NOT SYLLABUS-ON-FILE AND WS-SYL-COUNT >= 300
               DISPLAY 'SYLLABUS MASTER FULL, NOT ADDED'
               GO TO MAINTAIN-SYLLABUS-EXIT
           END-IF.
           IF SYLLABUS-ON-FILE
               DISPLAY 'CURRENT : UNITS ' WS-SY-UNITS (SY-INDEX)
                   '  PLANNED PERIODS ' WS-SY-PLANNED (SY-INDEX)
           END-IF.
           DISPLAY 'NUMBER OF UNITS (1-99) : '.
           ACCEPT WS-WORK-UNITS.
           DISPLAY 'PLANNED TEACHING PERIODS : '.
           ACCEPT WS-WORK-PLANNED.
           IF WS-WORK-UNITS = ZERO OR WS-WORK-PLANNED = ZERO
               DISPLAY 'UNITS AND PLANNED PERIODS MUST BE ABOVE ZERO'
               GO TO MAINTAIN-SYLLABUS-EXIT
           END-IF.
           IF NOT SYLLABUS-ON-FILE
               ADD 1 TO WS-SYL-COUNT
               SET SY-INDEX TO WS-SYL-COUNT
               MOVE WS-WORK-CLASS TO WS-SY-CLASS (SY-INDEX)
               MOVE WS-WORK-SUBJ  TO WS-SY-SUBJ (SY-INDEX)
           END-IF.
           MOVE WS-WORK-UNITS   TO WS-SY-UNITS (SY-INDEX).
           MOVE WS-WORK-PLANNED TO WS-SY-PLANNED (SY-INDEX).
           PERFORM REWRITE-SYLLABUS-MASTER.
           DISPLAY 'SYLLABUS SAVED FOR CLASS ' WS-WORK-CLASS ' '
               WS-WORK-SUBJ.
       MAINTAIN-SYLLABUS-EXIT.
           EXIT.

       RECORD-WEEKLY-COVERAGE.
           DISPLAY 'ENTER TEACHER ID : '.
           ACCEPT WS-WORK-TCHR.
           DISPLAY 'ENTER CLASS : '.
           ACCEPT WS-WORK-CLASS.
           DISPLAY 'ENTER SECTION : '.
           ACCEPT WS-WORK-SECTION.
           DISPLAY 'ENTER SUBJECT CODE : '.
           ACCEPT WS-WORK-SUBJ.
           PERFORM COUNT-TIMETABLE-SLOTS.
           IF WS-SLOT-COUNT = ZERO
               DISPLAY 'TEACHER ' WS-WORK-TCHR ' DOES NOT TAKE '
                   WS-WORK-SUBJ ' FOR ' WS-WORK-CLASS '-'
                   WS-WORK-SECTION ' ON THE TIMETABLE'
               GO TO RECORD-WEEKLY-COVERAGE-EXIT
           END-IF.
           PERFORM FIND-SYLLABUS.
           IF NOT SYLLABUS-ON-FILE
               DISPLAY 'NO SYLLABUS ON FILE FOR CLASS ' WS-WORK-CLASS
                   ' ' WS-WORK-SUBJ ' - ASK THE SUPERVISOR'
               GO TO RECORD-WEEKLY-COVERAGE-EXIT
           END-IF.
           PERFORM SCAN-EARLIER-COVERAGE.
           IF WEEK-ALREADY-ENTERED
               DISPLAY 'COVERAGE FOR WEEK ENDING ' WS-WEEK-ENDING
                   ' IS ALREADY RECORDED'
               GO TO RECORD-WEEKLY-COVERAGE-EXIT
           END-IF.
           DISPLAY 'UNITS ' WS-SY-UNITS (SY-INDEX) '  FINISHED AT '
               'LAST ENTRY ' WS-LAST-UNITS '  PERIODS/WEEK '
               WS-SLOT-COUNT.
           DISPLAY 'UNITS FINISHED TO DATE : '.
           ACCEPT WS-WORK-UNITS.
           IF WS-WORK-UNITS > WS-SY-UNITS (SY-INDEX)
               OR WS-WORK-UNITS < WS-LAST-UNITS
               DISPLAY 'UNITS FINISHED MUST BE ' WS-LAST-UNITS
                   ' TO ' WS-SY-UNITS (SY-INDEX) ' - NOT RECORDED'
               GO TO RECORD-WEEKLY-COVERAGE-EXIT
           END-IF.
           DISPLAY 'PERIODS TAUGHT THIS WEEK : '.
           ACCEPT WS-WORK-PERIODS.
           OPEN EXTEND COVERAGE-FILE.
           IF WS-COVERAGE-STATUS NOT = '00'
               OPEN OUTPUT COVERAGE-FILE
           END-IF.
           MOVE WS-WEEK-ENDING  TO CV-WEEK-ENDING.
           MOVE WS-WORK-CLASS   TO CV-CLASS.
           MOVE WS-WORK-SECTION TO CV-SECTION.
           MOVE WS-WORK-SUBJ    TO CV-SUBJ-CODE.
           MOVE WS-WORK-TCHR    TO CV-TEACHER-ID.
           MOVE WS-WORK-UNITS   TO CV-UNITS-DONE.
           MOVE WS-WORK-PERIODS TO CV-PERIODS-TAKEN.
           MOVE WS-OPERATOR-ID  TO CV-OPERATOR-ID.
           WRITE SYLLABUS-COVERAGE-RECORD.
           CLOSE COVERAGE-FILE.
           DISPLAY 'COVERAGE RECORDED FOR WEEK ENDING '
               WS-WEEK-ENDING.
       RECORD-WEEKLY-COVERAGE-EXIT.
           EXIT.

       COUNT-TIMETABLE-SLOTS.
           MOVE ZERO TO WS-SLOT-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TIMETABLE-FILE.
           IF WS-TIMETBL-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TIMETABLE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF TT-CLASS = WS-WORK-CLASS
                               AND TT-SECTION = WS-WORK-SECTION
                               AND TT-SUBJ-CODE = WS-WORK-SUBJ
                               AND TT-TEACHER-ID = WS-WORK-TCHR
                               ADD 1 TO WS-SLOT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIMETABLE-FILE
           END-IF.

       SCAN-EARLIER-COVERAGE.
      * Units finished at the latest earlier entry for the section
      * and subject, whoever taught it then.
           MOVE ZERO TO WS-LAST-UNITS.
           MOVE 'N' TO WS-ALREADY-ENTERED.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT COVERAGE-FILE.
           IF WS-COVERAGE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ COVERAGE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF CV-CLASS = WS-WORK-CLASS
                               AND CV-SECTION = WS-WORK-SECTION
                               AND CV-SUBJ-CODE = WS-WORK-SUBJ
                               IF CV-WEEK-ENDING = WS-WEEK-ENDING
                                   MOVE 'Y' TO WS-ALREADY-ENTERED
                               END-IF
                               IF CV-UNITS-DONE > WS-LAST-UNITS
                                   MOVE CV-UNITS-DONE TO WS-LAST-UNITS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COVERAGE-FILE
           END-IF.

       LIST-CLASS-SYLLABUS.
           DISPLAY 'ENTER CLASS : '.
           ACCEPT WS-WORK-CLASS.
           DISPLAY 'SUBJ UNITS PLANNED PERIODS'.
           PERFORM VARYING SY-INDEX FROM 1 BY 1
               UNTIL SY-INDEX > WS-SYL-COUNT
               IF WS-SY-CLASS (SY-INDEX) = WS-WORK-CLASS
                   DISPLAY WS-SY-SUBJ (SY-INDEX) '    '
                       WS-SY-UNITS (SY-INDEX) '    '
                       WS-SY-PLANNED (SY-INDEX)
               END-IF
           END-PERFORM.
      ** add other procedures here
       END PROGRAM SYLLDESK.
