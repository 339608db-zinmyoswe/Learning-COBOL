      *          section given two subjects in one period. ATTPOST
      *          validates period-level attendance postings against
      *          this file, so period-wise bunking finally has a
      *          schedule to be checked against. A whole-school
      *          draft from TTGEN (TTDRAFT.DAT) is put through the
      *          same clash checks and, when clean and confirmed,
      *          replaces the live file. Each period can be given a
      *          room from the FACILITY.DAT master, when keyed or
      *          afterwards; a room withdrawn from use, already given
      *          to another section in that period, or booked for an
      *          event on ROOMBOOK.DAT on a coming date falling on
      *          that weekday and period is refused, so labs and the
      *          auditorium are no longer double-booked.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT TIMETABLE-FILE ASSIGN TO "TIMETBL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIMETBL-STATUS.
           SELECT DRAFT-TIMETABLE ASSIGN TO "TTDRAFT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRAFT-STATUS.
           SELECT SUBJECT-MASTER-FILE ASSIGN TO "SUBJMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBJMST-STATUS.
           SELECT TEACHER-MASTER-FILE ASSIGN TO "TCHRMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TCHRMST-STATUS.
           SELECT FACILITY-FILE ASSIGN TO "FACILITY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACILITY-STATUS.
           SELECT ROOM-BOOKING-FILE ASSIGN TO "ROOMBOOK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROOMBOOK-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------
       FD  TIMETABLE-FILE.
           COPY TIMETBLR.
       FD  DRAFT-TIMETABLE.
       01 DRAFT-TIMETABLE-RECORD.
           05 DR-CLASS           PIC 9(02).
           05 DR-SECTION         PIC X(01).
           05 DR-DAY-NO          PIC 9(01).
           05 DR-PERIOD          PIC 9(02).
           05 DR-SUBJ-CODE       PIC X(04).
           05 DR-TEACHER-ID      PIC 9(04).
           05 DR-ROOM-ID         PIC X(05).
       FD  SUBJECT-MASTER-FILE.
       01 SUBJECT-MASTER-LINE.
           05 SM-SUBJ-CODE       PIC X(04).
           05 TM-TEACHER-ID      PIC 9(04).
           05 TM-TEACHER-NAME    PIC X(15).
           05 TM-DEPARTMENT      PIC X(12).
       FD  FACILITY-FILE.
           COPY FACILITR.
       FD  ROOM-BOOKING-FILE.
           COPY ROOMBKR.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-TIMETBL-STATUS  PIC X(02) VALUE '00'.
       01 WS-SUBJMST-STATUS  PIC X(02) VALUE '00'.
       01 WS-TCHRMST-STATUS  PIC X(02) VALUE '00'.
       01 WS-DRAFT-STATUS    PIC X(02) VALUE '00'.
       01 WS-FACILITY-STATUS PIC X(02) VALUE '00'.
       01 WS-ROOMBOOK-STATUS PIC X(02) VALUE '00'.
       01 WS-TODAY           PIC 9(08).
       01 WS-DRAFT-COUNT     PIC 9(04) VALUE ZERO.
       01 WS-DRAFT-REJECTS   PIC 9(04) VALUE ZERO.
       01 WS-CONFIRM         PIC X(01).
           88 ACTION-CONFIRMED VALUE 'Y'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-MENU-CHOICE     PIC 9(01) VALUE ZERO.
           88 DONE-WITH-MENU   VALUE 6.
       01 WS-TT-COUNT        PIC 9(04) VALUE ZERO.
       01 WS-TT-FULL-FLAG    PIC X(01) VALUE 'N'.
           88 TIMETABLE-TABLE-FULL VALUE 'Y'.
       01 WS-TIMETABLE-TABLE.
           05 WS-TT-ENTRY OCCURS 4200 TIMES INDEXED BY TT-INDEX.
               10 WS-TT-CLASS    PIC 9(02).
               10 WS-TT-SECTION  PIC X(01).
               10 WS-TT-DAY      PIC 9(01).
               10 WS-TT-PERIOD   PIC 9(02).
               10 WS-TT-SUBJ     PIC X(04).
               10 WS-TT-TCHR     PIC 9(04).
               10 WS-TT-ROOM     PIC X(05).
       01 WS-WORK-CLASS      PIC 9(02).
       01 WS-WORK-SECTION    PIC X(01).
       01 WS-WORK-DAY        PIC 9(01).
       01 WS-WORK-PERIOD     PIC 9(02).
       01 WS-WORK-SUBJ       PIC X(04).
       01 WS-WORK-TCHR       PIC 9(04).
       01 WS-WORK-ROOM       PIC X(05).
       01 WS-ROOM-FLAG       PIC X(01).
           88 ROOM-USABLE      VALUE 'Y'.
       01 WS-FOUND-INDEX     PIC 9(04) VALUE ZERO.
       01 WS-DAY-WORK        PIC 9(01).
       01 WS-BOOK-DAY-NO     PIC 9(01).
       01 WS-CLASH-FLAG      PIC X(01).
           88 PERIOD-CLASHES   VALUE 'Y'.
       01 WS-FOUND-FLAG      PIC X(01).
           88 CODE-ON-MASTER   VALUE 'Y'.
       01 WS-LISTED-COUNT    PIC 9(04) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      **
      * The main procedure of the program
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-TIMETABLE-TABLE.
           PERFORM UNTIL DONE-WITH-MENU
               PERFORM DISPLAY-MENU
                   WHEN 3
                       PERFORM LIST-TEACHER-TIMETABLE
                   WHEN 4
                       PERFORM INSTALL-GENERATED-DRAFT
                   WHEN 5
                       PERFORM ASSIGN-ROOM-TO-PERIOD
                   WHEN 6
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID CHOICE, TRY AGAIN'
           DISPLAY '1. ADD TIMETABLE ENTRY'.
           DISPLAY '2. LIST A SECTION TIMETABLE'.
           DISPLAY '3. LIST A TEACHER TIMETABLE'.
           DISPLAY '4. REPLACE TIMETABLE WITH GENERATED DRAFT'.
           DISPLAY '5. ASSIGN A ROOM TO A PERIOD'.
           DISPLAY '6. EXIT'.
           DISPLAY 'ENTER CHOICE : '.

       LOAD-TIMETABLE-TABLE.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 'N' TO WS-TT-FULL-FLAG.
           OPEN INPUT TIMETABLE-FILE.
           IF WS-TIMETBL-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-TT-COUNT < 4200
                               ADD 1 TO WS-TT-COUNT
                               SET TT-INDEX TO WS-TT-COUNT
                               MOVE TT-CLASS      TO
                                   WS-TT-SUBJ (TT-INDEX)
                               MOVE TT-TEACHER-ID TO
                                   WS-TT-TCHR (TT-INDEX)
                               MOVE TT-ROOM-ID    TO
                                   WS-TT-ROOM (TT-INDEX)
                           ELSE
                               SET TIMETABLE-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           ACCEPT WS-WORK-SUBJ.
           DISPLAY 'ENTER TEACHER ID : '.
           ACCEPT WS-WORK-TCHR.
           DISPLAY 'ENTER ROOM ID (BLANK TO ASSIGN LATER) : '.
           MOVE SPACES TO WS-WORK-ROOM.
           ACCEPT WS-WORK-ROOM.
           IF WS-WORK-DAY < 1 OR WS-WORK-DAY > 7
               OR WS-WORK-PERIOD < 1 OR WS-WORK-PERIOD > 10
               DISPLAY 'DAY MUST BE 1-7 AND PERIOD 1-10, ENTRY '
           ELSE
               PERFORM CHECK-SUBJECT-ON-MASTER
               PERFORM CHECK-TEACHER-ON-MASTER
               PERFORM CHECK-ROOM-ON-MASTER
               IF ROOM-USABLE
                   PERFORM CHECK-PERIOD-CLASHES
                   IF NOT PERIOD-CLASHES
                       PERFORM APPEND-TIMETABLE-ENTRY
                   END-IF
               ELSE
                   DISPLAY 'ENTRY NOT ADDED'
               END-IF
           END-IF.

                   END-IF
               END-IF
           END-PERFORM.
           IF WS-WORK-ROOM NOT = SPACES
               PERFORM CHECK-ROOM-CLASHES
           END-IF.
           IF PERIOD-CLASHES
               DISPLAY 'ENTRY NOT ADDED'
           END-IF.

      * A blank room is always usable - it is assigned later.
       CHECK-ROOM-ON-MASTER.
           MOVE 'Y' TO WS-ROOM-FLAG.
           IF WS-WORK-ROOM NOT = SPACES
               MOVE 'N' TO WS-ROOM-FLAG
               MOVE 'N' TO WS-FOUND-FLAG
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT FACILITY-FILE
               IF WS-FACILITY-STATUS = '00'
                   PERFORM UNTIL END-OF-CURRENT-FILE
                       READ FACILITY-FILE
                           AT END
                               SET END-OF-CURRENT-FILE TO TRUE
                           NOT AT END
                               IF FC-ROOM-ID = WS-WORK-ROOM
                                   MOVE 'Y' TO WS-FOUND-FLAG
                                   IF FC-IN-USE
                                       MOVE 'Y' TO WS-ROOM-FLAG
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FACILITY-FILE
               END-IF
               IF NOT CODE-ON-MASTER
                   DISPLAY 'ROOM NOT ON FACILITY.DAT : ' WS-WORK-ROOM
               ELSE
                   IF NOT ROOM-USABLE
                       DISPLAY 'ROOM ' WS-WORK-ROOM
                           ' IS WITHDRAWN FROM USE'
                   END-IF
               END-IF
           END-IF.

      * The room must be free of every other section in the period,
      * and of event bookings on any coming date that falls on the
      * same weekday and covers the period. Sets WS-CLASH-FLAG but
      * never clears it.
       CHECK-ROOM-CLASHES.
           PERFORM VARYING TT-INDEX FROM 1 BY 1
               UNTIL TT-INDEX > WS-TT-COUNT
               IF WS-TT-DAY (TT-INDEX) = WS-WORK-DAY
                   AND WS-TT-PERIOD (TT-INDEX) = WS-WORK-PERIOD
                   AND WS-TT-ROOM (TT-INDEX) = WS-WORK-ROOM
                   AND (WS-TT-CLASS (TT-INDEX) NOT = WS-WORK-CLASS
                   OR WS-TT-SECTION (TT-INDEX) NOT = WS-WORK-SECTION)
                   MOVE 'Y' TO WS-CLASH-FLAG
                   DISPLAY 'CLASH - ROOM ' WS-WORK-ROOM
                       ' ALREADY HOLDS ' WS-TT-CLASS (TT-INDEX)
                       '/' WS-TT-SECTION (TT-INDEX)
                       ' IN THAT PERIOD'
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ROOM-BOOKING-FILE.
           IF WS-ROOMBOOK-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ROOM-BOOKING-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF RB-CONFIRMED
                               AND RB-ROOM-ID = WS-WORK-ROOM
                               AND RB-BOOK-DATE >= WS-TODAY
                               AND WS-WORK-PERIOD >= RB-FROM-PERIOD
                               AND WS-WORK-PERIOD <= RB-TO-PERIOD
                               PERFORM CHECK-ONE-BOOKING-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROOM-BOOKING-FILE
           END-IF.

      * Day 1 of the intrinsic integer date scale was a Monday, so
      * the remainder modulo 7 maps 1 Monday .. 6 Saturday, 0 Sunday.
       CHECK-ONE-BOOKING-DAY.
           COMPUTE WS-DAY-WORK =
               FUNCTION MOD (FUNCTION INTEGER-OF-DATE (RB-BOOK-DATE),
                   7).
           IF WS-DAY-WORK = ZERO
               MOVE 7 TO WS-BOOK-DAY-NO
           ELSE
               MOVE WS-DAY-WORK TO WS-BOOK-DAY-NO
           END-IF.
           IF WS-BOOK-DAY-NO = WS-WORK-DAY
               MOVE 'Y' TO WS-CLASH-FLAG
               DISPLAY 'CLASH - ROOM ' WS-WORK-ROOM ' IS BOOKED ON '
                   RB-BOOK-DATE ' FOR ' RB-PURPOSE
                   ' (BOOKING ' RB-BOOKING-NO ')'
           END-IF.

      * Gives an existing period a room, or clears it with a blank
      * room id. The whole file is written back, so nothing can be
      * changed while part of it is left unloaded.
       ASSIGN-ROOM-TO-PERIOD.
           DISPLAY 'ENTER CLASS : '.
           ACCEPT WS-WORK-CLASS.
           DISPLAY 'ENTER SECTION : '.
           ACCEPT WS-WORK-SECTION.
           DISPLAY 'ENTER DAY OF WEEK (1 MON .. 7 SUN) : '.
           ACCEPT WS-WORK-DAY.
           DISPLAY 'ENTER PERIOD (1-10) : '.
           ACCEPT WS-WORK-PERIOD.
           MOVE ZERO TO WS-FOUND-INDEX.
           PERFORM VARYING TT-INDEX FROM 1 BY 1
               UNTIL TT-INDEX > WS-TT-COUNT OR WS-FOUND-INDEX > ZERO
               IF WS-TT-CLASS (TT-INDEX) = WS-WORK-CLASS
                   AND WS-TT-SECTION (TT-INDEX) = WS-WORK-SECTION
                   AND WS-TT-DAY (TT-INDEX) = WS-WORK-DAY
                   AND WS-TT-PERIOD (TT-INDEX) = WS-WORK-PERIOD
                   SET WS-FOUND-INDEX TO TT-INDEX
               END-IF
           END-PERFORM.
           IF TIMETABLE-TABLE-FULL
               DISPLAY 'TIMETBL.DAT EXCEEDS THE 4200-ENTRY TABLE - '
                   'NO ROOM CAN BE ASSIGNED'
           ELSE
               IF WS-FOUND-INDEX = ZERO
                   DISPLAY 'NO TIMETABLE ENTRY FOR ' WS-WORK-CLASS '/'
                       WS-WORK-SECTION ' DAY ' WS-WORK-DAY
                       ' PERIOD ' WS-WORK-PERIOD
               ELSE
                   SET TT-INDEX TO WS-FOUND-INDEX
                   DISPLAY 'SUBJECT ' WS-TT-SUBJ (TT-INDEX)
                       ' TEACHER ' WS-TT-TCHR (TT-INDEX)
                       ' ROOM NOW ' WS-TT-ROOM (TT-INDEX)
                   DISPLAY 'ENTER ROOM ID (BLANK TO CLEAR) : '
                   MOVE SPACES TO WS-WORK-ROOM
                   ACCEPT WS-WORK-ROOM
                   PERFORM SET-PERIOD-ROOM
               END-IF
           END-IF.

       SET-PERIOD-ROOM.
           MOVE 'N' TO WS-CLASH-FLAG.
           PERFORM CHECK-ROOM-ON-MASTER.
           IF ROOM-USABLE AND WS-WORK-ROOM NOT = SPACES
               PERFORM CHECK-ROOM-CLASHES
           END-IF.
           IF NOT ROOM-USABLE OR PERIOD-CLASHES
               DISPLAY 'ROOM NOT ASSIGNED'
           ELSE
               SET TT-INDEX TO WS-FOUND-INDEX
               MOVE WS-WORK-ROOM TO WS-TT-ROOM (TT-INDEX)
               PERFORM REWRITE-TIMETABLE-FILE
               IF WS-WORK-ROOM = SPACES
                   DISPLAY 'ROOM CLEARED FOR THAT PERIOD'
               ELSE
                   DISPLAY 'ROOM ' WS-WORK-ROOM ' ASSIGNED'
               END-IF
           END-IF.

       APPEND-TIMETABLE-ENTRY.
           IF WS-TT-COUNT >= 4200
               DISPLAY 'TIMETABLE TABLE FULL, ENTRY NOT ADDED'
           ELSE
               OPEN EXTEND TIMETABLE-FILE
               MOVE WS-WORK-PERIOD  TO TT-PERIOD
               MOVE WS-WORK-SUBJ    TO TT-SUBJ-CODE
               MOVE WS-WORK-TCHR    TO TT-TEACHER-ID
               MOVE WS-WORK-ROOM    TO TT-ROOM-ID
               WRITE TIMETABLE-RECORD
               CLOSE TIMETABLE-FILE
               ADD 1 TO WS-TT-COUNT
               MOVE WS-WORK-PERIOD  TO WS-TT-PERIOD (TT-INDEX)
               MOVE WS-WORK-SUBJ    TO WS-TT-SUBJ (TT-INDEX)
               MOVE WS-WORK-TCHR    TO WS-TT-TCHR (TT-INDEX)
               MOVE WS-WORK-ROOM    TO WS-TT-ROOM (TT-INDEX)
               DISPLAY 'TIMETABLE ENTRY ADDED'
           END-IF.

      * The TTGEN draft is taken entry by entry through the same
      * clash checks as a keyed entry; a single clash, bad day or
      * period, or overflow leaves the live file as it was.
       INSTALL-GENERATED-DRAFT.
           MOVE ZERO TO WS-DRAFT-COUNT.
           MOVE ZERO TO WS-DRAFT-REJECTS.
           MOVE ZERO TO WS-TT-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT DRAFT-TIMETABLE.
           IF WS-DRAFT-STATUS NOT = '00'
               DISPLAY 'NO TTDRAFT.DAT ON FILE - RUN TTGEN FIRST'
               ADD 1 TO WS-DRAFT-REJECTS
           ELSE
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ DRAFT-TIMETABLE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-DRAFT-COUNT
                           PERFORM CHECK-ONE-DRAFT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE DRAFT-TIMETABLE
           END-IF.
           IF WS-DRAFT-COUNT = ZERO
               ADD 1 TO WS-DRAFT-REJECTS
           END-IF.
           IF WS-DRAFT-REJECTS > ZERO
               DISPLAY 'DRAFT REFUSED - ' WS-DRAFT-REJECTS
                   ' ENTRY(IES) FAILED THE CHECKS, LIVE TIMETABLE '
                   'UNCHANGED'
           ELSE
               DISPLAY 'DRAFT PASSED THE CLASH CHECKS - '
                   WS-DRAFT-COUNT ' ENTRIES'
               DISPLAY 'REPLACE THE LIVE TIMETABLE WITH IT (Y/N) : '
               ACCEPT WS-CONFIRM
           END-IF.
           IF WS-DRAFT-REJECTS = ZERO AND ACTION-CONFIRMED
               PERFORM REWRITE-TIMETABLE-FILE
               MOVE 'N' TO WS-TT-FULL-FLAG
               DISPLAY 'LIVE TIMETABLE REPLACED - ENTRIES ON FILE : '
                   WS-TT-COUNT
               DISPLAY 'ROOMS NOT ON THE DRAFT ARE ASSIGNED THROUGH '
                   'OPTION 5'
           ELSE
               MOVE ZERO TO WS-TT-COUNT
               PERFORM LOAD-TIMETABLE-TABLE
           END-IF.
           MOVE 'N' TO WS-CONFIRM.

       CHECK-ONE-DRAFT-ENTRY.
           MOVE DR-CLASS      TO WS-WORK-CLASS.
           MOVE DR-SECTION    TO WS-WORK-SECTION.
           MOVE DR-DAY-NO     TO WS-WORK-DAY.
           MOVE DR-PERIOD     TO WS-WORK-PERIOD.
           MOVE DR-SUBJ-CODE  TO WS-WORK-SUBJ.
           MOVE DR-TEACHER-ID TO WS-WORK-TCHR.
           MOVE DR-ROOM-ID    TO WS-WORK-ROOM.
           IF WS-WORK-DAY < 1 OR WS-WORK-DAY > 7
               OR WS-WORK-PERIOD < 1 OR WS-WORK-PERIOD > 10
               DISPLAY 'DRAFT ENTRY ' WS-DRAFT-COUNT
                   ' - DAY MUST BE 1-7 AND PERIOD 1-10'
               ADD 1 TO WS-DRAFT-REJECTS
           ELSE
               PERFORM CHECK-PERIOD-CLASHES
               IF PERIOD-CLASHES
                   ADD 1 TO WS-DRAFT-REJECTS
               ELSE
                   IF WS-TT-COUNT >= 4200
                       DISPLAY 'TIMETABLE TABLE FULL AT DRAFT ENTRY '
                           WS-DRAFT-COUNT
                       ADD 1 TO WS-DRAFT-REJECTS
                   ELSE
                       ADD 1 TO WS-TT-COUNT
                       SET TT-INDEX TO WS-TT-COUNT
                       MOVE WS-WORK-CLASS   TO WS-TT-CLASS (TT-INDEX)
                       MOVE WS-WORK-SECTION TO
                           WS-TT-SECTION (TT-INDEX)
                       MOVE WS-WORK-DAY     TO WS-TT-DAY (TT-INDEX)
                       MOVE WS-WORK-PERIOD  TO WS-TT-PERIOD (TT-INDEX)
                       MOVE WS-WORK-SUBJ    TO WS-TT-SUBJ (TT-INDEX)
                       MOVE WS-WORK-TCHR    TO WS-TT-TCHR (TT-INDEX)
                       MOVE WS-WORK-ROOM    TO WS-TT-ROOM (TT-INDEX)
                   END-IF
               END-IF
           END-IF.

       REWRITE-TIMETABLE-FILE.
           OPEN OUTPUT TIMETABLE-FILE.
           PERFORM VARYING TT-INDEX FROM 1 BY 1
               UNTIL TT-INDEX > WS-TT-COUNT
               MOVE WS-TT-CLASS (TT-INDEX)   TO TT-CLASS
               MOVE WS-TT-SECTION (TT-INDEX) TO TT-SECTION
               MOVE WS-TT-DAY (TT-INDEX)     TO TT-DAY-NO
               MOVE WS-TT-PERIOD (TT-INDEX)  TO TT-PERIOD
               MOVE WS-TT-SUBJ (TT-INDEX)    TO TT-SUBJ-CODE
               MOVE WS-TT-TCHR (TT-INDEX)    TO TT-TEACHER-ID
               MOVE WS-TT-ROOM (TT-INDEX)    TO TT-ROOM-ID
               WRITE TIMETABLE-RECORD
           END-PERFORM.
           CLOSE TIMETABLE-FILE.

       LIST-SECTION-TIMETABLE.
           DISPLAY 'ENTER CLASS : '.
           ACCEPT WS-WORK-CLASS.
           DISPLAY 'ENTER SECTION : '.
           ACCEPT WS-WORK-SECTION.
           MOVE ZERO TO WS-LISTED-COUNT.
           DISPLAY 'DAY PERIOD SUBJ TEACHER ROOM'.
           PERFORM VARYING TT-INDEX FROM 1 BY 1
               UNTIL TT-INDEX > WS-TT-COUNT
               IF WS-TT-CLASS (TT-INDEX) = WS-WORK-CLASS
                   DISPLAY ' ' WS-TT-DAY (TT-INDEX) '    '
                       WS-TT-PERIOD (TT-INDEX) '   '
                       WS-TT-SUBJ (TT-INDEX) '  '
                       WS-TT-TCHR (TT-INDEX) '    '
                       WS-TT-ROOM (TT-INDEX)
               END-IF
           END-PERFORM.
           DISPLAY 'ENTRIES LISTED : ' WS-LISTED-COUNT.
           DISPLAY 'ENTER TEACHER ID : '.
           ACCEPT WS-WORK-TCHR.
           MOVE ZERO TO WS-LISTED-COUNT.
           DISPLAY 'DAY PERIOD CLASS/SEC SUBJ ROOM'.
           PERFORM VARYING TT-INDEX FROM 1 BY 1
               UNTIL TT-INDEX > WS-TT-COUNT
               IF WS-TT-TCHR (TT-INDEX) = WS-WORK-TCHR
                       WS-TT-PERIOD (TT-INDEX) '   '
                       WS-TT-CLASS (TT-INDEX) '/'
                       WS-TT-SECTION (TT-INDEX) '      '
                       WS-TT-SUBJ (TT-INDEX) ' '
                       WS-TT-ROOM (TT-INDEX)
               END-IF
           END-PERFORM.
           DISPLAY 'ENTRIES LISTED : ' WS-LISTED-COUNT.
