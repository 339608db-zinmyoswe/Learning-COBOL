      ******************************************************************
      * Author:
      * Date:
      * Purpose: House desk for the inter-house competitions. Keeps
      *          the HOUSEMST.DAT houses - name, colour and the
      *          TCHRMST.DAT house master - and moves a single student
      *          to another house on HOUSEALC.DAT (both by a
      *          supervisor; HOUSEALC deals the school in bulk). An
      *          event result is posted place by place to the
      *          HOUSEPTS.DAT points ledger, each place earning 10, 7,
      *          5 or 3 points unless other points are keyed, against
      *          the EVENTS.DAT event where there is one; a supervisor
      *          may post a deduction. Every posting counts toward the
      *          SCHPROF academic year and is never changed - a wrong
      *          one is put right by an opposite posting. The running
      *          standings for the year can be shown at the desk;
      *          HOUSERPT prints them. Sign-on is through OPSIGNON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. HOUSEDSK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT HOUSE-MASTER-FILE ASSIGN TO "HOUSEMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOUSE-STATUS.
           SELECT HOUSE-ALLOCATION-FILE ASSIGN TO "HOUSEALC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALLOC-STATUS.
           SELECT HOUSE-POINTS-FILE ASSIGN TO "HOUSEPTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POINTS-STATUS.
           SELECT EVENT-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT TEACHER-MASTER-FILE ASSIGN TO "TCHRMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TEACHER-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  HOUSE-MASTER-FILE.
           COPY HOUSEMR.

       FD  HOUSE-ALLOCATION-FILE.
           COPY HOUSEALR.

       FD  HOUSE-POINTS-FILE.
           COPY HOUSEPTR.

       FD  EVENT-FILE.
           COPY EVENTR.

       FD  TEACHER-MASTER-FILE.
       01 TEACHER-MASTER-LINE.
           05 TM-TEACHER-ID      PIC 9(04).
           05 TM-TEACHER-NAME    PIC X(15).

       FD  STUDENT-MASTER.
           COPY STDRECD.

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-HOUSE-STATUS    PIC X(02) VALUE '00'.
       01 WS-ALLOC-STATUS    PIC X(02) VALUE '00'.
       01 WS-POINTS-STATUS   PIC X(02) VALUE '00'.
       01 WS-EVENT-STATUS    PIC X(02) VALUE '00'.
       01 WS-TEACHER-STATUS  PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-MENU-CHOICE     PIC 9(01) VALUE ZERO.
           88 DONE-WITH-MENU   VALUE 9.
       01 WS-OPERATOR-ID     PIC X(08).
       01 WS-OPERATOR-NAME   PIC X(15).
       01 WS-AUTH-LEVEL      PIC 9(01) VALUE ZERO.
           88 SUPERVISOR-LEVEL VALUE 2 THRU 9.
       01 WS-SIGNON-RESULT   PIC X(01).
           88 SIGNON-OK        VALUE 'Y'.
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'HOUSEDSK'.
       01 WS-TODAY           PIC 9(08).
       01 WS-HOUSE-COUNT     PIC 9(01) VALUE ZERO.
       01 WS-HOUSE-FULL-FLAG PIC X(01) VALUE 'N'.
           88 HOUSE-TABLE-FULL VALUE 'Y'.
       01 WS-HOUSE-TABLE.
           05 WS-HOUSE-LINE OCCURS 9 TIMES INDEXED BY HO-INDEX
               PIC X(26).
       01 WS-ALLOC-COUNT     PIC 9(04) VALUE ZERO.
       01 WS-ALLOC-FULL-FLAG PIC X(01) VALUE 'N'.
           88 ALLOC-TABLE-FULL VALUE 'Y'.
       01 WS-ALLOC-TABLE.
           05 WS-ALLOC-LINE OCCURS 6000 TIMES INDEXED BY AL-INDEX
               PIC X(22).
      * The points a place earns when none are keyed.
       01 WS-PLACE-POINT-VALUES.
           05 FILLER PIC 9(04) VALUE 10.
           05 FILLER PIC 9(04) VALUE 7.
           05 FILLER PIC 9(04) VALUE 5.
           05 FILLER PIC 9(04) VALUE 3.
       01 WS-PLACE-POINT-TABLE REDEFINES WS-PLACE-POINT-VALUES.
           05 WS-PLACE-POINTS OCCURS 4 TIMES PIC 9(04).
      * The places of one event result before they are posted.
       01 WS-PLACE-COUNT     PIC 9(01) VALUE ZERO.
       01 WS-PLACE-TABLE.
           05 WS-PL-ENTRY OCCURS 9 TIMES INDEXED BY PL-INDEX.
               10 WS-PL-HOUSE      PIC X(01).
               10 WS-PL-POINTS     PIC 9(04).
      * Running totals for the standings, one per house.
       01 WS-STANDING-TABLE.
           05 WS-SD-ENTRY OCCURS 9 TIMES INDEXED BY SD-INDEX.
               10 WS-SD-AWARDED    PIC 9(06).
               10 WS-SD-DEDUCTED   PIC 9(06).
               10 WS-SD-NET        PIC S9(06).
               10 WS-SD-RANKED     PIC X(01).
       01 WS-FOUND-FLAG      PIC X(01).
           88 ENTRY-FOUND      VALUE 'Y'.
       01 WS-STUDENT-OK      PIC X(01).
           88 STUDENT-ON-ROLL  VALUE 'Y'.
       01 WS-CONFIRM         PIC X(01).
           88 ACTION-CONFIRMED VALUE 'Y'.
       01 WS-NEW-HOUSE-FLAG  PIC X(01).
           88 HOUSE-IS-NEW     VALUE 'Y'.
       01 WS-WORK-HOUSE      PIC X(01).
       01 WS-WORK-NAME       PIC X(12).
       01 WS-WORK-COLOUR     PIC X(08).
       01 WS-WORK-TCHR       PIC 9(04).
       01 WS-WORK-CODE       PIC X(01).
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-WORK-EVENT      PIC 9(05).
       01 WS-WORK-POINTS     PIC 9(04).
       01 WS-WORK-TEXT       PIC X(20).
       01 WS-EVENT-TITLE     PIC X(20).
       01 WS-TEACHER-NAME    PIC X(15).
       01 WS-STU-NAME        PIC X(15).
       01 WS-OLD-HOUSE       PIC X(01).
       01 WS-HOUSE-NAME      PIC X(12).
       01 WS-HOUSE-RESULT    PIC X(01).
       01 WS-PLACE-SUB       PIC 9(01) VALUE ZERO.
       01 WS-RANK            PIC 9(01) VALUE ZERO.
       01 WS-BEST-SLOT       PIC 9(01) VALUE ZERO.
       01 WS-BEST-NET        PIC S9(06) VALUE ZERO.
       01 WS-POSTED-COUNT    PIC 9(04) VALUE ZERO.
       01 WS-RPT-POINTS      PIC ZZZ9.
       01 WS-RPT-TOTAL       PIC ZZZZZ9.
       01 WS-RPT-DEDUCTED    PIC ZZZZZ9.
       01 WS-RPT-NET         PIC -ZZZZZ9.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           CALL 'OPSIGNON' USING WS-OPERATOR-ID WS-OPERATOR-NAME
               WS-AUTH-LEVEL WS-SIGNON-RESULT WS-SIGNON-PROGRAM.
           IF NOT SIGNON-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL 'SCHPROF' USING SCHOOL-PROFILE.
           PERFORM LOAD-HOUSE-TABLE.
           PERFORM UNTIL DONE-WITH-MENU
               DISPLAY ' '
               DISPLAY '1. ADD OR AMEND A HOUSE'
               DISPLAY '2. POST AN EVENT RESULT'
               DISPLAY '3. POST A POINTS DEDUCTION'
               DISPLAY '4. MOVE A STUDENT TO ANOTHER HOUSE'
               DISPLAY '5. SHOW A STUDENT''S HOUSE'
               DISPLAY '6. SHOW THE HOUSE STANDINGS'
               DISPLAY '9. EXIT'
               DISPLAY 'ENTER CHOICE : '
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       IF SUPERVISOR-LEVEL
                           PERFORM MAINTAIN-HOUSE
                               THRU MAINTAIN-HOUSE-EXIT
                       ELSE
                           DISPLAY 'HOUSE MAINTENANCE REQUIRES '
                               'SUPERVISOR AUTHORITY - SIGNED ON AS '
                               'LEVEL ' WS-AUTH-LEVEL
                       END-IF
                   WHEN 2
                       PERFORM POST-EVENT-RESULT
                           THRU POST-EVENT-RESULT-EXIT
                   WHEN 3
                       IF SUPERVISOR-LEVEL
                           PERFORM POST-DEDUCTION
                               THRU POST-DEDUCTION-EXIT
                       ELSE
                           DISPLAY 'A DEDUCTION REQUIRES '
                               'SUPERVISOR AUTHORITY - SIGNED ON AS '
                               'LEVEL ' WS-AUTH-LEVEL
                       END-IF
                   WHEN 4
                       IF SUPERVISOR-LEVEL
                           PERFORM MOVE-STUDENT-HOUSE
                               THRU MOVE-STUDENT-HOUSE-EXIT
                       ELSE
                           DISPLAY 'A HOUSE MOVE REQUIRES '
                               'SUPERVISOR AUTHORITY - SIGNED ON AS '
                               'LEVEL ' WS-AUTH-LEVEL
                       END-IF
                   WHEN 5
                       PERFORM SHOW-STUDENT-HOUSE
                   WHEN 6
                       PERFORM SHOW-STANDINGS
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       LOAD-HOUSE-TABLE.
           MOVE ZERO TO WS-HOUSE-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HOUSE-MASTER-FILE.
           IF WS-HOUSE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ HOUSE-MASTER-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-HOUSE-COUNT < 9
                               ADD 1 TO WS-HOUSE-COUNT
                               SET HO-INDEX TO WS-HOUSE-COUNT
                               MOVE HOUSE-MASTER-RECORD TO
                                   WS-HOUSE-LINE (HO-INDEX)
                           ELSE
                               SET HOUSE-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOUSE-MASTER-FILE
           END-IF.
           IF HOUSE-TABLE-FULL
               DISPLAY 'HOUSEMST.DAT EXCEEDS THE 9-HOUSE TABLE - NO '
                   'HOUSE CAN BE ADDED OR AMENDED'
           END-IF.

      * A partly loaded file is never written back.
       REWRITE-HOUSE-FILE.
           OPEN OUTPUT HOUSE-MASTER-FILE.
           PERFORM VARYING HO-INDEX FROM 1 BY 1
               UNTIL HO-INDEX > WS-HOUSE-COUNT
               MOVE WS-HOUSE-LINE (HO-INDEX) TO HOUSE-MASTER-RECORD
               WRITE HOUSE-MASTER-RECORD
           END-PERFORM.
           CLOSE HOUSE-MASTER-FILE.

       LOAD-ALLOCATION-TABLE.
           MOVE ZERO TO WS-ALLOC-COUNT.
           MOVE 'N' TO WS-ALLOC-FULL-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HOUSE-ALLOCATION-FILE.
           IF WS-ALLOC-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ HOUSE-ALLOCATION-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-ALLOC-COUNT < 6000
                               ADD 1 TO WS-ALLOC-COUNT
                               SET AL-INDEX TO WS-ALLOC-COUNT
                               MOVE HOUSE-ALLOCATION-RECORD TO
                                   WS-ALLOC-LINE (AL-INDEX)
                           ELSE
                               SET ALLOC-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOUSE-ALLOCATION-FILE
           END-IF.

      * A partly loaded file is never written back.
       REWRITE-ALLOCATION-FILE.
           OPEN OUTPUT HOUSE-ALLOCATION-FILE.
           PERFORM VARYING AL-INDEX FROM 1 BY 1
               UNTIL AL-INDEX > WS-ALLOC-COUNT
               MOVE WS-ALLOC-LINE (AL-INDEX) TO
                   HOUSE-ALLOCATION-RECORD
               WRITE HOUSE-ALLOCATION-RECORD
           END-PERFORM.
           CLOSE HOUSE-ALLOCATION-FILE.

      * Leaves the house in HOUSE-MASTER-RECORD and HO-INDEX on it.
       FIND-HOUSE.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING HO-INDEX FROM 1 BY 1
               UNTIL HO-INDEX > WS-HOUSE-COUNT OR ENTRY-FOUND
               MOVE WS-HOUSE-LINE (HO-INDEX) TO HOUSE-MASTER-RECORD
               IF HM-HOUSE-CODE = WS-WORK-HOUSE
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET HO-INDEX DOWN BY 1
           END-IF.

      * Asks for a house code and finds it active on file.
       ACCEPT-ACTIVE-HOUSE.
           DISPLAY 'ENTER HOUSE CODE : '.
           MOVE SPACE TO WS-WORK-HOUSE.
           ACCEPT WS-WORK-HOUSE.
           PERFORM FIND-HOUSE.
           IF NOT ENTRY-FOUND
               DISPLAY 'HOUSE ' WS-WORK-HOUSE ' NOT ON FILE'
           ELSE
               IF HM-RETIRED
                   DISPLAY 'HOUSE ' WS-WORK-HOUSE ' ' HM-HOUSE-NAME
                       ' IS RETIRED'
                   MOVE 'N' TO WS-FOUND-FLAG
               END-IF
           END-IF.

      * Reads the student and checks on roll.
       ACCEPT-ON-ROLL-STUDENT.
           MOVE 'N' TO WS-STUDENT-OK.
           DISPLAY 'ENTER STU-NO : '.
           MOVE ZERO TO WS-WORK-STU-NO.
           ACCEPT WS-WORK-STU-NO.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS = '00'
               MOVE WS-WORK-STU-NO TO STU-NO IN STUDENT-DETAILS
               READ STUDENT-MASTER
                   INVALID KEY
                       DISPLAY 'STUDENT NOT ON MASTER : '
                           WS-WORK-STU-NO
                   NOT INVALID KEY
                       IF STU-ACTIVE OR STU-RESTORED
                           MOVE 'Y' TO WS-STUDENT-OK
                           MOVE STU-NAME TO WS-STU-NAME
                           DISPLAY STU-NAME ' ' STU-CLASS '-'
                               STU-SECTION
                       ELSE
                           DISPLAY 'STUDENT ' WS-WORK-STU-NO
                               ' IS NOT ON ROLL'
                       END-IF
               END-READ
               CLOSE STUDENT-MASTER
           ELSE
               DISPLAY 'CANNOT OPEN STUDENT.IDX, STATUS : '
                   WS-MASTER-STATUS
           END-IF.

       FIND-TEACHER.
           MOVE SPACES TO WS-TEACHER-NAME.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TEACHER-MASTER-FILE.
           IF WS-TEACHER-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TEACHER-MASTER-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF TM-TEACHER-ID = WS-WORK-TCHR
                               MOVE TM-TEACHER-NAME TO WS-TEACHER-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEACHER-MASTER-FILE
           END-IF.

      * Sets WS-EVENT-TITLE and ENTRY-FOUND for an open event.
       FIND-EVENT.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE SPACES TO WS-EVENT-TITLE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT EVENT-FILE.
           IF WS-EVENT-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ EVENT-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF EV-EVENT-NO = WS-WORK-EVENT
                               SET END-OF-CURRENT-FILE TO TRUE
                               IF EV-CANCELLED
                                   DISPLAY 'EVENT ' WS-WORK-EVENT
                                       ' IS CANCELLED'
                               ELSE
                                   MOVE 'Y' TO WS-FOUND-FLAG
                                   MOVE EV-TITLE TO WS-EVENT-TITLE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENT-FILE
           END-IF.

       MAINTAIN-HOUSE.
           IF HOUSE-TABLE-FULL
               DISPLAY 'HOUSE TABLE FULL, NO HOUSE CAN BE CHANGED'
               GO TO MAINTAIN-HOUSE-EXIT
           END-IF.
           DISPLAY 'ENTER HOUSE CODE : '.
           MOVE SPACE TO WS-WORK-HOUSE.
           ACCEPT WS-WORK-HOUSE.
           IF WS-WORK-HOUSE = SPACE
               DISPLAY 'HOUSE CODE REQUIRED'
               GO TO MAINTAIN-HOUSE-EXIT
           END-IF.
           PERFORM FIND-HOUSE.
           IF ENTRY-FOUND
               MOVE 'N' TO WS-NEW-HOUSE-FLAG
               DISPLAY 'AMENDING ' HM-HOUSE-CODE ' ' HM-HOUSE-NAME
                   ' COLOUR ' HM-COLOUR ' HOUSE MASTER '
                   HM-TEACHER-ID ' STATUS ' HM-STATUS
           ELSE
               IF WS-HOUSE-COUNT >= 9
                   DISPLAY 'HOUSE TABLE FULL, NO HOUSE CAN BE ADDED'
                   GO TO MAINTAIN-HOUSE-EXIT
               END-IF
               MOVE 'Y' TO WS-NEW-HOUSE-FLAG
               MOVE SPACES TO HOUSE-MASTER-RECORD
               MOVE WS-WORK-HOUSE TO HM-HOUSE-CODE
               MOVE ZERO TO HM-TEACHER-ID
               MOVE 'A' TO HM-STATUS
               DISPLAY 'NEW HOUSE ' WS-WORK-HOUSE
           END-IF.
           DISPLAY 'ENTER HOUSE NAME (BLANK = UNCHANGED) : '.
           MOVE SPACES TO WS-WORK-NAME.
           ACCEPT WS-WORK-NAME.
           IF WS-WORK-NAME NOT = SPACES
               MOVE WS-WORK-NAME TO HM-HOUSE-NAME
           END-IF.
           IF HM-HOUSE-NAME = SPACES
               DISPLAY 'HOUSE NAME REQUIRED - HOUSE NOT SAVED'
               GO TO MAINTAIN-HOUSE-EXIT
           END-IF.
           DISPLAY 'ENTER COLOUR (BLANK = UNCHANGED) : '.
           MOVE SPACES TO WS-WORK-COLOUR.
           ACCEPT WS-WORK-COLOUR.
           IF WS-WORK-COLOUR NOT = SPACES
               MOVE WS-WORK-COLOUR TO HM-COLOUR
           END-IF.
           DISPLAY 'ENTER HOUSE MASTER TEACHER ID (0 = UNCHANGED) : '.
           MOVE ZERO TO WS-WORK-TCHR.
           ACCEPT WS-WORK-TCHR.
           IF WS-WORK-TCHR > ZERO
               PERFORM FIND-TEACHER
               IF WS-TEACHER-NAME = SPACES
                   DISPLAY 'TEACHER ' WS-WORK-TCHR ' NOT ON TCHRMST - '
                       'HOUSE NOT SAVED'
                   GO TO MAINTAIN-HOUSE-EXIT
               END-IF
               DISPLAY 'HOUSE MASTER : ' WS-TEACHER-NAME
               MOVE WS-WORK-TCHR TO HM-TEACHER-ID
           END-IF.
           IF NOT HOUSE-IS-NEW
               DISPLAY 'ENTER STATUS (A ACTIVE / R RETIRED, '
                   'BLANK = UNCHANGED) : '
               MOVE SPACE TO WS-WORK-CODE
               ACCEPT WS-WORK-CODE
               IF WS-WORK-CODE = 'A' OR WS-WORK-CODE = 'R'
                   MOVE WS-WORK-CODE TO HM-STATUS
               END-IF
           END-IF.
           IF HOUSE-IS-NEW
               ADD 1 TO WS-HOUSE-COUNT
               SET HO-INDEX TO WS-HOUSE-COUNT
           END-IF.
           MOVE HOUSE-MASTER-RECORD TO WS-HOUSE-LINE (HO-INDEX).
           DISPLAY 'HOUSE ' HM-HOUSE-CODE ' ' HM-HOUSE-NAME ' SAVED'.
           PERFORM REWRITE-HOUSE-FILE.
       MAINTAIN-HOUSE-EXIT.
           EXIT.

      * Places are keyed first to last; each earns the points keyed
      * or, when none are, the standard points for the place. The
      * whole result is confirmed before any row is posted.
       POST-EVENT-RESULT.
           DISPLAY 'ENTER EVENTS.DAT EVENT NO (0 = NONE) : '.
           MOVE ZERO TO WS-WORK-EVENT.
           ACCEPT WS-WORK-EVENT.
           MOVE SPACES TO WS-EVENT-TITLE.
           IF WS-WORK-EVENT > ZERO
               PERFORM FIND-EVENT
               IF NOT ENTRY-FOUND
                   DISPLAY 'EVENT ' WS-WORK-EVENT ' NOT OPEN ON '
                       'EVENTS.DAT - NOTHING POSTED'
                   GO TO POST-EVENT-RESULT-EXIT
               END-IF
               DISPLAY 'EVENT : ' WS-EVENT-TITLE
           END-IF.
           DISPLAY 'ENTER DESCRIPTION (BLANK = EVENT TITLE) : '.
           MOVE SPACES TO WS-WORK-TEXT.
           ACCEPT WS-WORK-TEXT.
           IF WS-WORK-TEXT = SPACES
               MOVE WS-EVENT-TITLE TO WS-WORK-TEXT
           END-IF.
           IF WS-WORK-TEXT = SPACES
               DISPLAY 'DESCRIPTION REQUIRED - NOTHING POSTED'
               GO TO POST-EVENT-RESULT-EXIT
           END-IF.
           MOVE ZERO TO WS-PLACE-COUNT.
           MOVE 'X' TO WS-WORK-HOUSE.
           PERFORM UNTIL WS-WORK-HOUSE = SPACE OR WS-PLACE-COUNT = 9
               COMPUTE WS-PLACE-SUB = WS-PLACE-COUNT + 1
               DISPLAY 'PLACE ' WS-PLACE-SUB
                   ' - ENTER HOUSE CODE (BLANK TO END) : '
               MOVE SPACE TO WS-WORK-HOUSE
               ACCEPT WS-WORK-HOUSE
               IF WS-WORK-HOUSE NOT = SPACE
                   PERFORM ACCEPT-ONE-PLACE
               END-IF
           END-PERFORM.
           IF WS-PLACE-COUNT = ZERO
               DISPLAY 'NO PLACES ENTERED - NOTHING POSTED'
               GO TO POST-EVENT-RESULT-EXIT
           END-IF.
           DISPLAY 'RESULT FOR ' WS-WORK-TEXT ' :'.
           PERFORM VARYING PL-INDEX FROM 1 BY 1
               UNTIL PL-INDEX > WS-PLACE-COUNT
               SET WS-PLACE-SUB TO PL-INDEX
               MOVE WS-PL-POINTS (PL-INDEX) TO WS-RPT-POINTS
               DISPLAY '  PLACE ' WS-PLACE-SUB '  HOUSE '
                   WS-PL-HOUSE (PL-INDEX) '  POINTS ' WS-RPT-POINTS
           END-PERFORM.
           DISPLAY 'POST THIS RESULT FOR ' SP-ACADEMIC-YEAR
               ' (Y/N) : '.
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF NOT ACTION-CONFIRMED
               DISPLAY 'RESULT NOT POSTED'
               GO TO POST-EVENT-RESULT-EXIT
           END-IF.
           MOVE ZERO TO WS-POSTED-COUNT.
           PERFORM VARYING PL-INDEX FROM 1 BY 1
               UNTIL PL-INDEX > WS-PLACE-COUNT
               IF WS-PL-POINTS (PL-INDEX) > ZERO
                   MOVE SPACES TO HOUSE-POINTS-RECORD
                   MOVE WS-PL-HOUSE (PL-INDEX) TO HT-HOUSE-CODE
                   MOVE 'A' TO HT-TXN-TYPE
                   MOVE WS-WORK-EVENT TO HT-EVENT-NO
                   MOVE WS-WORK-TEXT TO HT-DESCRIPTION
                   SET HT-POSITION TO PL-INDEX
                   MOVE WS-PL-POINTS (PL-INDEX) TO HT-POINTS
                   PERFORM APPEND-POINTS-TXN
                   ADD 1 TO WS-POSTED-COUNT
               END-IF
           END-PERFORM.
           DISPLAY 'PLACES POSTED : ' WS-POSTED-COUNT.
       POST-EVENT-RESULT-EXIT.
           EXIT.

       ACCEPT-ONE-PLACE.
           PERFORM FIND-HOUSE.
           IF NOT ENTRY-FOUND OR HM-RETIRED
               DISPLAY 'HOUSE ' WS-WORK-HOUSE
                   ' NOT ON FILE OR RETIRED - PLACE NOT TAKEN'
           ELSE
               IF WS-PLACE-SUB > 4
                   MOVE ZERO TO WS-WORK-POINTS
               ELSE
                   MOVE WS-PLACE-POINTS (WS-PLACE-SUB)
                       TO WS-WORK-POINTS
               END-IF
               MOVE WS-WORK-POINTS TO WS-RPT-POINTS
               DISPLAY HM-HOUSE-NAME ' - ENTER POINTS (0 = '
                   WS-RPT-POINTS ') : '
               MOVE ZERO TO WS-WORK-POINTS
               ACCEPT WS-WORK-POINTS
               IF WS-WORK-POINTS = ZERO AND WS-PLACE-SUB NOT > 4
                   MOVE WS-PLACE-POINTS (WS-PLACE-SUB)
                       TO WS-WORK-POINTS
               END-IF
               ADD 1 TO WS-PLACE-COUNT
               SET PL-INDEX TO WS-PLACE-COUNT
               MOVE WS-WORK-HOUSE TO WS-PL-HOUSE (PL-INDEX)
               MOVE WS-WORK-POINTS TO WS-PL-POINTS (PL-INDEX)
           END-IF.

       POST-DEDUCTION.
           PERFORM ACCEPT-ACTIVE-HOUSE.
           IF NOT ENTRY-FOUND
               GO TO POST-DEDUCTION-EXIT
           END-IF.
           DISPLAY 'ENTER POINTS TO DEDUCT : '.
           MOVE ZERO TO WS-WORK-POINTS.
           ACCEPT WS-WORK-POINTS.
           IF WS-WORK-POINTS = ZERO
               DISPLAY 'POINTS REQUIRED - NOTHING POSTED'
               GO TO POST-DEDUCTION-EXIT
           END-IF.
           DISPLAY 'ENTER REASON : '.
           MOVE SPACES TO WS-WORK-TEXT.
           ACCEPT WS-WORK-TEXT.
           IF WS-WORK-TEXT = SPACES
               DISPLAY 'REASON REQUIRED - NOTHING POSTED'
               GO TO POST-DEDUCTION-EXIT
           END-IF.
           DISPLAY 'ENTER EVENTS.DAT EVENT NO (0 = NONE) : '.
           MOVE ZERO TO WS-WORK-EVENT.
           ACCEPT WS-WORK-EVENT.
           IF WS-WORK-EVENT > ZERO
               PERFORM FIND-EVENT
               IF NOT ENTRY-FOUND
                   DISPLAY 'EVENT ' WS-WORK-EVENT ' NOT OPEN ON '
                       'EVENTS.DAT - NOTHING POSTED'
                   GO TO POST-DEDUCTION-EXIT
               END-IF
           END-IF.
           MOVE WS-WORK-POINTS TO WS-RPT-POINTS.
           DISPLAY 'DEDUCT ' WS-RPT-POINTS ' POINTS FROM '
               WS-WORK-HOUSE ' FOR ' SP-ACADEMIC-YEAR ' (Y/N) : '.
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF NOT ACTION-CONFIRMED
               DISPLAY 'DEDUCTION NOT POSTED'
               GO TO POST-DEDUCTION-EXIT
           END-IF.
           MOVE SPACES TO HOUSE-POINTS-RECORD.
           MOVE WS-WORK-HOUSE TO HT-HOUSE-CODE.
           MOVE 'D' TO HT-TXN-TYPE.
           MOVE WS-WORK-EVENT TO HT-EVENT-NO.
           MOVE WS-WORK-TEXT TO HT-DESCRIPTION.
           MOVE ZERO TO HT-POSITION.
           MOVE WS-WORK-POINTS TO HT-POINTS.
           PERFORM APPEND-POINTS-TXN.
           DISPLAY 'DEDUCTION POSTED'.
       POST-DEDUCTION-EXIT.
           EXIT.

       APPEND-POINTS-TXN.
           MOVE WS-TODAY TO HT-TXN-DATE.
           MOVE SP-ACADEMIC-YEAR TO HT-ACAD-YEAR.
           MOVE WS-OPERATOR-ID TO HT-OPERATOR-ID.
           OPEN EXTEND HOUSE-POINTS-FILE.
           IF WS-POINTS-STATUS NOT = '00'
               OPEN OUTPUT HOUSE-POINTS-FILE
           END-IF.
           WRITE HOUSE-POINTS-RECORD.
           CLOSE HOUSE-POINTS-FILE.

      * A student without a house yet is given one here as well.
       MOVE-STUDENT-HOUSE.
           PERFORM LOAD-ALLOCATION-TABLE.
           IF ALLOC-TABLE-FULL
               DISPLAY 'HOUSEALC.DAT EXCEEDS THE 6000-ROW TABLE - NO '
                   'HOUSE CAN BE CHANGED'
               GO TO MOVE-STUDENT-HOUSE-EXIT
           END-IF.
           PERFORM ACCEPT-ON-ROLL-STUDENT.
           IF NOT STUDENT-ON-ROLL
               GO TO MOVE-STUDENT-HOUSE-EXIT
           END-IF.
           MOVE SPACE TO WS-OLD-HOUSE.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING AL-INDEX FROM 1 BY 1
               UNTIL AL-INDEX > WS-ALLOC-COUNT OR ENTRY-FOUND
               MOVE WS-ALLOC-LINE (AL-INDEX) TO
                   HOUSE-ALLOCATION-RECORD
               IF HS-STU-NO = WS-WORK-STU-NO
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE HS-HOUSE-CODE TO WS-OLD-HOUSE
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET AL-INDEX DOWN BY 1
               DISPLAY 'NOW IN HOUSE ' WS-OLD-HOUSE
           ELSE
               IF WS-ALLOC-COUNT >= 6000
                   DISPLAY 'ALLOCATION TABLE FULL - NO HOUSE CAN BE '
                       'GIVEN'
                   GO TO MOVE-STUDENT-HOUSE-EXIT
               END-IF
               DISPLAY 'NO HOUSE GIVEN YET'
           END-IF.
           PERFORM ACCEPT-ACTIVE-HOUSE.
           IF NOT ENTRY-FOUND
               GO TO MOVE-STUDENT-HOUSE-EXIT
           END-IF.
           IF WS-WORK-HOUSE = WS-OLD-HOUSE
               DISPLAY 'STUDENT IS ALREADY IN HOUSE ' WS-WORK-HOUSE
               GO TO MOVE-STUDENT-HOUSE-EXIT
           END-IF.
           DISPLAY 'PUT ' WS-STU-NAME ' IN ' HM-HOUSE-NAME ' (Y/N) : '.
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF NOT ACTION-CONFIRMED
               DISPLAY 'HOUSE NOT CHANGED'
               GO TO MOVE-STUDENT-HOUSE-EXIT
           END-IF.
           IF WS-OLD-HOUSE = SPACE
               ADD 1 TO WS-ALLOC-COUNT
               SET AL-INDEX TO WS-ALLOC-COUNT
           END-IF.
           MOVE WS-WORK-STU-NO TO HS-STU-NO.
           MOVE WS-WORK-HOUSE TO HS-HOUSE-CODE.
           MOVE WS-TODAY TO HS-ALLOC-DATE.
           MOVE WS-OPERATOR-ID TO HS-ALLOC-BY.
           MOVE HOUSE-ALLOCATION-RECORD TO WS-ALLOC-LINE (AL-INDEX).
           PERFORM REWRITE-ALLOCATION-FILE.
           DISPLAY 'STUDENT ' WS-WORK-STU-NO ' NOW IN HOUSE '
               WS-WORK-HOUSE.
           DISPLAY 'ANY SIBLINGS KEEP THEIR HOUSE UNTIL MOVED HERE'.
       MOVE-STUDENT-HOUSE-EXIT.
           EXIT.

       SHOW-STUDENT-HOUSE.
           DISPLAY 'ENTER STU-NO : '.
           MOVE ZERO TO WS-WORK-STU-NO.
           ACCEPT WS-WORK-STU-NO.
           CALL 'HOUSECHK' USING WS-WORK-STU-NO WS-WORK-HOUSE
               WS-HOUSE-NAME WS-HOUSE-RESULT.
           EVALUATE WS-HOUSE-RESULT
               WHEN 'Y'
                   DISPLAY 'STUDENT ' WS-WORK-STU-NO ' IS IN HOUSE '
                       WS-WORK-HOUSE ' ' WS-HOUSE-NAME
               WHEN 'N'
                   DISPLAY 'STUDENT ' WS-WORK-STU-NO
                       ' HAS NO HOUSE YET'
               WHEN OTHER
                   DISPLAY 'HOUSEALC.DAT CANNOT BE OPENED'
           END-EVALUATE.

      * Totals the ledger for the SCHPROF academic year and shows
      * the houses from the most points to the fewest.
       SHOW-STANDINGS.
           PERFORM VARYING SD-INDEX FROM 1 BY 1 UNTIL SD-INDEX > 9
               MOVE ZERO TO WS-SD-AWARDED (SD-INDEX)
               MOVE ZERO TO WS-SD-DEDUCTED (SD-INDEX)
               MOVE ZERO TO WS-SD-NET (SD-INDEX)
               MOVE 'N' TO WS-SD-RANKED (SD-INDEX)
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HOUSE-POINTS-FILE.
           IF WS-POINTS-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ HOUSE-POINTS-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF HT-ACAD-YEAR = SP-ACADEMIC-YEAR
                               PERFORM TALLY-POINTS-TXN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOUSE-POINTS-FILE
           END-IF.
           DISPLAY 'HOUSE STANDINGS FOR ' SP-ACADEMIC-YEAR.
           DISPLAY 'RANK HOUSE              AWARDED DEDUCTED     NET'.
           PERFORM VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-HOUSE-COUNT
               PERFORM SHOW-NEXT-RANKED
           END-PERFORM.

       TALLY-POINTS-TXN.
           MOVE HT-HOUSE-CODE TO WS-WORK-HOUSE.
           PERFORM FIND-HOUSE.
           IF ENTRY-FOUND
               SET SD-INDEX TO HO-INDEX
               IF HT-DEDUCTION
                   ADD HT-POINTS TO WS-SD-DEDUCTED (SD-INDEX)
                   SUBTRACT HT-POINTS FROM WS-SD-NET (SD-INDEX)
               ELSE
                   ADD HT-POINTS TO WS-SD-AWARDED (SD-INDEX)
                   ADD HT-POINTS TO WS-SD-NET (SD-INDEX)
               END-IF
           END-IF.

       SHOW-NEXT-RANKED.
           MOVE ZERO TO WS-BEST-SLOT.
           PERFORM VARYING SD-INDEX FROM 1 BY 1
               UNTIL SD-INDEX > WS-HOUSE-COUNT
               IF WS-SD-RANKED (SD-INDEX) = 'N'
                   IF WS-BEST-SLOT = ZERO
                       OR WS-SD-NET (SD-INDEX) > WS-BEST-NET
                       SET WS-BEST-SLOT TO SD-INDEX
                       MOVE WS-SD-NET (SD-INDEX) TO WS-BEST-NET
                   END-IF
               END-IF
           END-PERFORM.
           SET SD-INDEX TO WS-BEST-SLOT.
           SET HO-INDEX TO WS-BEST-SLOT.
           MOVE 'Y' TO WS-SD-RANKED (SD-INDEX).
           MOVE WS-HOUSE-LINE (HO-INDEX) TO HOUSE-MASTER-RECORD.
           MOVE WS-SD-AWARDED (SD-INDEX) TO WS-RPT-TOTAL.
           MOVE WS-SD-DEDUCTED (SD-INDEX) TO WS-RPT-DEDUCTED.
           MOVE WS-SD-NET (SD-INDEX) TO WS-RPT-NET.
           DISPLAY '  ' WS-RANK '  ' HM-HOUSE-CODE ' ' HM-HOUSE-NAME
               '  ' WS-RPT-TOTAL '   ' WS-RPT-DEDUCTED ' ' WS-RPT-NET.
      ** add other procedures here
       END PROGRAM HOUSEDSK.
