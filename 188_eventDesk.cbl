      ******************************************************************
      * Author:
      * Date:
      * Purpose: Field trip and event desk. Keeps EVENTS.DAT - one
      *          row per excursion, tournament or other outing with
      *          its destination, dates away, cost per head, the
      *          TCHRMST.DAT teacher in charge and the date guardian
      *          consent is due - and the EVPART.DAT list of the
      *          students going, enrolled by class and section or one
      *          STU-NO at a time. The guardian's consent is recorded
      *          per student against one of the student's GUARDIAN.DAT
      *          entries (the name as signed on the slip); consent
      *          after the due date needs a supervisor. A supervisor
      *          charges the event cost to FEELEDGR.DAT for consenting
      *          students only, once each, and like FEEPOST not after
      *          CASHEOD has closed the day. Posting the event's
      *          attendance writes one whole-day 'D' on-duty entry on
      *          ATTDAILY.DAT for each consenting student on each
      *          working day of the event (a CALENDAR.DAT W day, or a
      *          date the calendar does not hold other than a Sunday)
      *          and turns any 'A' already keyed for them on those
      *          days into 'D', so travelling students count as
      *          attended and draw no absence SMS; ATTPOST posts them
      *          'D' on registers keyed afterwards. Consent cannot be
      *          withdrawn here once the fee is charged or the
      *          attendance posted. The participant list for the
      *          teacher in charge, with guardian phones, prints to
      *          EVLIST.RPT. Sign-on is through OPSIGNON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EVNTDESK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT PARTICIPANT-FILE ASSIGN TO "EVPART.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVPART-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT GUARDIAN-FILE ASSIGN TO "GUARDIAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GUARDIAN-STATUS.
           SELECT TEACHER-MASTER-FILE ASSIGN TO "TCHRMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TEACHER-STATUS.
           SELECT FEE-LEDGER ASSIGN TO "FEELEDGR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT DAY-CLOSE-FILE ASSIGN TO "DAYCLOSE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAYCLOSE-STATUS.
           SELECT DAILY-ATTENDANCE ASSIGN TO "ATTDAILY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAILY-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT PARTICIPANT-LIST ASSIGN TO "EVLIST.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  EVENT-FILE.
           COPY EVENTR.

       FD  PARTICIPANT-FILE.
           COPY EVPARTR.

       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  GUARDIAN-FILE.
       01 GUARDIAN-RECORD.
           05 GD-STU-NO        PIC 9(05).
           05 GD-NAME          PIC X(15).
           05 GD-RELATION      PIC X(10).
           05 GD-PRIMARY-PHONE PIC 9(12).
           05 GD-ALT-PHONE     PIC 9(12).

       FD  TEACHER-MASTER-FILE.
       01 TEACHER-MASTER-LINE.
           05 TM-TEACHER-ID      PIC 9(04).
           05 TM-TEACHER-NAME    PIC X(15).
           05 TM-DEPARTMENT      PIC X(12).

       FD  FEE-LEDGER.
           COPY FEELEDGR.

       FD  DAY-CLOSE-FILE.
       01 DAY-CLOSE-RECORD.
           05 DY-CLOSE-DATE   PIC 9(08).
           05 DY-CLOSED-BY    PIC X(08).
           05 DY-CLOSE-TIME   PIC 9(08).

       FD  DAILY-ATTENDANCE.
       01 DAILY-ATTENDANCE-RECORD.
           05 AD-ATT-DATE     PIC 9(08).
           05 AD-CLASS        PIC 9(02).
           05 AD-SECTION      PIC X(01).
           05 AD-STU-NO       PIC 9(05).
           05 AD-PRESENT      PIC X(01).
               88 AD-WAS-PRESENT  VALUE 'P' 'L'.
               88 AD-WAS-LATE     VALUE 'L'.
               88 AD-WAS-ABSENT   VALUE 'A'.
               88 AD-RELEASED     VALUE 'R'.
               88 AD-RELEASE-MARKER VALUE 'G'.
               88 AD-ON-DUTY      VALUE 'D'.
           05 AD-PERIOD       PIC 9(02).
               88 AD-WHOLE-DAY    VALUE 00.

       FD  CALENDAR-FILE.
           COPY ACADCALR.

       FD  PARTICIPANT-LIST.
       01 PARTICIPANT-LINE   PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-EVENT-STATUS    PIC X(02) VALUE '00'.
       01 WS-EVPART-STATUS   PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-GUARDIAN-STATUS PIC X(02) VALUE '00'.
       01 WS-TEACHER-STATUS  PIC X(02) VALUE '00'.
       01 WS-LEDGER-STATUS   PIC X(02) VALUE '00'.
       01 WS-DAYCLOSE-STATUS PIC X(02) VALUE '00'.
       01 WS-DAILY-STATUS    PIC X(02) VALUE '00'.
       01 WS-CALENDAR-STATUS PIC X(02) VALUE '00'.
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
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'EVNTDESK'.
       01 WS-TODAY           PIC 9(08).
       01 WS-EVENT-COUNT     PIC 9(03) VALUE ZERO.
       01 WS-EVENT-FULL-FLAG PIC X(01) VALUE 'N'.
           88 EVENT-TABLE-FULL VALUE 'Y'.
       01 WS-EVENT-TABLE.
           05 WS-EVENT-LINE OCCURS 500 TIMES INDEXED BY EV-INDEX
               PIC X(98).
       01 WS-FOUND-FLAG      PIC X(01).
           88 ENTRY-FOUND      VALUE 'Y'.
       01 WS-NEXT-EVENT-NO   PIC 9(05) VALUE ZERO.
       01 WS-WORK-EVENT-NO   PIC 9(05).
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-WORK-CLASS      PIC 9(02).
       01 WS-WORK-SECTION    PIC X(01).
       01 WS-WORK-TEXT       PIC X(20).
       01 WS-WORK-CODE       PIC X(01).
       01 WS-WORK-DATE       PIC 9(08).
       01 WS-WORK-AMOUNT     PIC 9(07)V9(02).
       01 WS-WORK-TCHR       PIC 9(04).
       01 WS-WORK-GUARDIAN   PIC X(15).
       01 WS-TEACHER-NAME    PIC X(15).
       01 WS-CONFIRM         PIC X(01).
           88 ACTION-CONFIRMED VALUE 'Y'.
       01 WS-SPAN-DAYS       PIC 9(05).
       01 WS-DATEVAL-IN      PIC X(10).
       01 WS-DATE-FORMAT     PIC X(01).
       01 WS-ALLOW-FUTURE    PIC X(01).
       01 WS-DATE-VALID      PIC X(01).
           88 DATE-IS-VALID    VALUE 'Y'.
       01 WS-DAY-CLOSED      PIC X(01).
           88 DAY-IS-CLOSED    VALUE 'Y'.
       01 WS-CHARGE-DESC     PIC X(20).
      * The students on the event being worked, from EVPART.DAT, with
      * the name and guardian phones the participant list prints and
      * one mark per day of the event for the on-duty posting.
       01 WS-PART-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-PART-FULL-FLAG  PIC X(01) VALUE 'N'.
           88 PARTICIPANT-TABLE-FULL VALUE 'Y'.
       01 WS-PARTICIPANT-TABLE.
           05 WS-PT-ENTRY OCCURS 600 TIMES INDEXED BY PT-INDEX.
               10 WS-PT-STU-NO     PIC 9(05).
               10 WS-PT-CLASS      PIC 9(02).
               10 WS-PT-SECTION    PIC X(01).
               10 WS-PT-CONSENT    PIC X(01).
               10 WS-PT-CHARGED    PIC X(01).
               10 WS-PT-DUTY       PIC X(01).
               10 WS-PT-POST       PIC X(01).
               10 WS-PT-NAME       PIC X(15).
               10 WS-PT-GUARDIAN   PIC X(15).
               10 WS-PT-PHONE      PIC 9(12).
               10 WS-PT-ALT-PHONE  PIC 9(12).
               10 WS-PT-DAY-MARK   PIC X(01) OCCURS 31 TIMES.
      * The days of the event being posted and whether each is a
      * working day.
       01 WS-EVENT-DAYS      PIC 9(02) VALUE ZERO.
       01 WS-EVENT-DAY-TABLE.
           05 WS-ED-ENTRY OCCURS 31 TIMES INDEXED BY ED-INDEX.
               10 WS-ED-DATE       PIC 9(08).
               10 WS-ED-WORKING    PIC X(01).
       01 WS-DAY-SUB         PIC 9(02).
       01 WS-DAY-WORK        PIC 9(01).
       01 WS-FROM-INT        PIC 9(08).
       01 WS-DATE-INT        PIC 9(08).
       01 WS-GUARDIAN-MATCH  PIC X(01).
           88 GUARDIAN-MATCHED VALUE 'Y'.
       01 WS-GUARDIAN-ON-FILE PIC X(01).
           88 STUDENT-HAS-GUARDIAN VALUE 'Y'.
       01 WS-STUDENT-OK      PIC X(01).
           88 STUDENT-ON-ROLL  VALUE 'Y'.
       01 WS-ADDED-COUNT     PIC 9(04) VALUE ZERO.
       01 WS-SKIPPED-COUNT   PIC 9(04) VALUE ZERO.
       01 WS-CHARGED-COUNT   PIC 9(04) VALUE ZERO.
       01 WS-CONVERTED-COUNT PIC 9(05) VALUE ZERO.
       01 WS-WRITTEN-COUNT   PIC 9(05) VALUE ZERO.
       01 WS-POSTED-COUNT    PIC 9(04) VALUE ZERO.
       01 WS-GOING-COUNT     PIC 9(04) VALUE ZERO.
       01 WS-REFUSED-COUNT   PIC 9(04) VALUE ZERO.
       01 WS-PENDING-COUNT   PIC 9(04) VALUE ZERO.
       01 WS-LOCKED-COUNT    PIC 9(04) VALUE ZERO.
       01 WS-CHARGED-TOTAL   PIC 9(07)V9(02) VALUE ZERO.
       01 WS-RPT-AMOUNT      PIC Z(06)9.99.
       01 WS-RPT-COUNT       PIC ZZZ9.
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
           PERFORM LOAD-EVENT-TABLE.
           PERFORM UNTIL DONE-WITH-MENU
               DISPLAY ' '
               DISPLAY '1. CREATE AN EVENT'
               DISPLAY '2. ENROL STUDENTS ON AN EVENT'
               DISPLAY '3. RECORD GUARDIAN CONSENT'
               DISPLAY '4. CHARGE EVENT FEES TO LEDGER'
               DISPLAY '5. POST ON-DUTY ATTENDANCE'
               DISPLAY '6. PRINT PARTICIPANT LIST'
               DISPLAY '7. CANCEL AN EVENT'
               DISPLAY '8. LIST EVENTS'
               DISPLAY '9. EXIT'
               DISPLAY 'ENTER CHOICE : '
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM CREATE-EVENT THRU CREATE-EVENT-EXIT
                   WHEN 2
                       PERFORM ENROL-STUDENTS
                           THRU ENROL-STUDENTS-EXIT
                   WHEN 3
                       PERFORM RECORD-CONSENT
                           THRU RECORD-CONSENT-EXIT
                   WHEN 4
                       IF SUPERVISOR-LEVEL
                           PERFORM CHARGE-EVENT-FEES
                               THRU CHARGE-EVENT-FEES-EXIT
                       ELSE
                           DISPLAY 'CHARGING REQUIRES SUPERVISOR '
                               'AUTHORITY - SIGNED ON AS LEVEL '
                               WS-AUTH-LEVEL
                       END-IF
                   WHEN 5
                       PERFORM POST-ON-DUTY THRU POST-ON-DUTY-EXIT
                   WHEN 6
                       PERFORM PRINT-PARTICIPANT-LIST
                           THRU PRINT-PARTICIPANT-LIST-EXIT
                   WHEN 7
                       IF SUPERVISOR-LEVEL
                           PERFORM CANCEL-EVENT THRU CANCEL-EVENT-EXIT
                       ELSE
                           DISPLAY 'CANCELLING REQUIRES SUPERVISOR '
                               'AUTHORITY - SIGNED ON AS LEVEL '
                               WS-AUTH-LEVEL
                       END-IF
                   WHEN 8
                       PERFORM LIST-EVENTS
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       LOAD-EVENT-TABLE.
           MOVE ZERO TO WS-EVENT-COUNT.
           MOVE ZERO TO WS-NEXT-EVENT-NO.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT EVENT-FILE.
           IF WS-EVENT-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ EVENT-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF EV-EVENT-NO > WS-NEXT-EVENT-NO
                               MOVE EV-EVENT-NO TO WS-NEXT-EVENT-NO
                           END-IF
                           IF WS-EVENT-COUNT < 500
                               ADD 1 TO WS-EVENT-COUNT
                               SET EV-INDEX TO WS-EVENT-COUNT
                               MOVE EVENT-RECORD TO
                                   WS-EVENT-LINE (EV-INDEX)
                           ELSE
                               SET EVENT-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENT-FILE
           END-IF.
           ADD 1 TO WS-NEXT-EVENT-NO.
           IF EVENT-TABLE-FULL
               DISPLAY 'EVENTS.DAT EXCEEDS THE 500-EVENT TABLE - NO '
                   'EVENT CAN BE ADDED OR CANCELLED'
           END-IF.

      * A partly loaded file is never written back.
       REWRITE-EVENT-FILE.
           OPEN OUTPUT EVENT-FILE.
           PERFORM VARYING EV-INDEX FROM 1 BY 1
               UNTIL EV-INDEX > WS-EVENT-COUNT
               MOVE WS-EVENT-LINE (EV-INDEX) TO EVENT-RECORD
               WRITE EVENT-RECORD
           END-PERFORM.
           CLOSE EVENT-FILE.

      * Leaves the event in EVENT-RECORD and EV-INDEX on it.
       FIND-EVENT.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING EV-INDEX FROM 1 BY 1
               UNTIL EV-INDEX > WS-EVENT-COUNT OR ENTRY-FOUND
               MOVE WS-EVENT-LINE (EV-INDEX) TO EVENT-RECORD
               IF EV-EVENT-NO = WS-WORK-EVENT-NO
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET EV-INDEX DOWN BY 1
           END-IF.

      * Asks for an event number and finds it open on file.
       ACCEPT-OPEN-EVENT.
           DISPLAY 'ENTER EVENT NO : '.
           MOVE ZERO TO WS-WORK-EVENT-NO.
           ACCEPT WS-WORK-EVENT-NO.
           PERFORM FIND-EVENT.
           IF NOT ENTRY-FOUND
               DISPLAY 'EVENT ' WS-WORK-EVENT-NO ' NOT ON FILE'
           ELSE
               IF EV-CANCELLED
                   DISPLAY 'EVENT ' WS-WORK-EVENT-NO ' IS CANCELLED'
                   MOVE 'N' TO WS-FOUND-FLAG
               ELSE
                   DISPLAY 'EVENT ' EV-EVENT-NO ' ' EV-TITLE ' TO '
                       EV-DESTINATION
                   DISPLAY '      ' EV-FROM-DATE ' - ' EV-TO-DATE
                       ' CONSENT BY ' EV-CONSENT-BY
               END-IF
           END-IF.

       VALIDATE-WORK-DATE.
           MOVE SPACES TO WS-DATEVAL-IN.
           MOVE WS-WORK-DATE TO WS-DATEVAL-IN(1:8).
           MOVE 'Y' TO WS-DATE-FORMAT.
           MOVE 'Y' TO WS-ALLOW-FUTURE.
           CALL 'DATEVAL' USING WS-DATEVAL-IN WS-DATE-FORMAT
               WS-ALLOW-FUTURE WS-DATE-VALID.

       CREATE-EVENT.
           IF EVENT-TABLE-FULL OR WS-EVENT-COUNT >= 500
               DISPLAY 'EVENT TABLE FULL, NO EVENT CAN BE ADDED'
               GO TO CREATE-EVENT-EXIT
           END-IF.
           MOVE SPACES TO EVENT-RECORD.
           DISPLAY 'ENTER EVENT TITLE : '.
           MOVE SPACES TO WS-WORK-TEXT.
           ACCEPT WS-WORK-TEXT.
           IF WS-WORK-TEXT = SPACES
               DISPLAY 'TITLE REQUIRED - EVENT NOT CREATED'
               GO TO CREATE-EVENT-EXIT
           END-IF.
           MOVE WS-WORK-TEXT TO EV-TITLE.
           DISPLAY 'ENTER DESTINATION OR VENUE : '.
           MOVE SPACES TO WS-WORK-TEXT.
           ACCEPT WS-WORK-TEXT.
           IF WS-WORK-TEXT = SPACES
               DISPLAY 'DESTINATION REQUIRED - EVENT NOT CREATED'
               GO TO CREATE-EVENT-EXIT
           END-IF.
           MOVE WS-WORK-TEXT TO EV-DESTINATION.
           DISPLAY 'ENTER TYPE (E EXCURSION / T TOURNAMENT / '
               'O OTHER) : '.
           ACCEPT EV-EVENT-TYPE.
           PERFORM UNTIL EV-TYPE-VALID
               DISPLAY 'TYPE MUST BE E, T OR O, RE-ENTER : '
               ACCEPT EV-EVENT-TYPE
           END-PERFORM.
           DISPLAY 'ENTER FIRST DAY AWAY (YYYYMMDD) : '.
           ACCEPT WS-WORK-DATE.
           PERFORM VALIDATE-WORK-DATE.
           IF NOT DATE-IS-VALID OR WS-WORK-DATE < WS-TODAY
               DISPLAY 'FIRST DAY MUST BE A VALID DATE FROM TODAY ON '
                   '- EVENT NOT CREATED'
               GO TO CREATE-EVENT-EXIT
           END-IF.
           MOVE WS-WORK-DATE TO EV-FROM-DATE.
           DISPLAY 'ENTER LAST DAY AWAY (YYYYMMDD, 0 = SAME DAY) : '.
           ACCEPT WS-WORK-DATE.
           IF WS-WORK-DATE = ZERO
               MOVE EV-FROM-DATE TO WS-WORK-DATE
           END-IF.
           PERFORM VALIDATE-WORK-DATE.
           IF NOT DATE-IS-VALID OR WS-WORK-DATE < EV-FROM-DATE
               DISPLAY 'LAST DAY MUST BE A VALID DATE NOT BEFORE THE '
                   'FIRST - EVENT NOT CREATED'
               GO TO CREATE-EVENT-EXIT
           END-IF.
           COMPUTE WS-SPAN-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) -
               FUNCTION INTEGER-OF-DATE (EV-FROM-DATE) + 1.
           IF WS-SPAN-DAYS > 31
               DISPLAY 'AN EVENT CANNOT RUN OVER 31 DAYS - EVENT NOT '
                   'CREATED'
               GO TO CREATE-EVENT-EXIT
           END-IF.
           MOVE WS-WORK-DATE TO EV-TO-DATE.
           DISPLAY 'ENTER COST PER HEAD (0 = FREE) : '.
           MOVE ZERO TO WS-WORK-AMOUNT.
           ACCEPT WS-WORK-AMOUNT.
           IF WS-WORK-AMOUNT > 99999.99
               DISPLAY 'COST PER HEAD TOO LARGE - EVENT NOT CREATED'
               GO TO CREATE-EVENT-EXIT
           END-IF.
           MOVE WS-WORK-AMOUNT TO EV-COST-PER-HEAD.
           DISPLAY 'ENTER TEACHER IN CHARGE (TEACHER ID) : '.
           ACCEPT WS-WORK-TCHR.
           PERFORM FIND-TEACHER.
           IF WS-TEACHER-NAME = SPACES
               DISPLAY 'TEACHER ' WS-WORK-TCHR ' NOT ON TCHRMST - '
                   'EVENT NOT CREATED'
               GO TO CREATE-EVENT-EXIT
           END-IF.
           MOVE WS-WORK-TCHR TO EV-TEACHER-ID.
           DISPLAY 'TEACHER IN CHARGE : ' WS-TEACHER-NAME.
           DISPLAY 'ENTER CONSENT DUE BY (YYYYMMDD, 0 = DAY BEFORE '
               'FIRST DAY) : '.
           ACCEPT WS-WORK-DATE.
           IF WS-WORK-DATE = ZERO
               COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (EV-FROM-DATE) - 1)
           END-IF.
           PERFORM VALIDATE-WORK-DATE.
           IF NOT DATE-IS-VALID OR WS-WORK-DATE > EV-FROM-DATE
               DISPLAY 'CONSENT DATE MUST BE VALID AND NOT AFTER THE '
                   'FIRST DAY - EVENT NOT CREATED'
               GO TO CREATE-EVENT-EXIT
           END-IF.
           MOVE WS-WORK-DATE TO EV-CONSENT-BY.
           MOVE WS-NEXT-EVENT-NO TO EV-EVENT-NO.
           MOVE 'O' TO EV-STATUS.
           MOVE WS-OPERATOR-ID TO EV-CREATED-BY.
           MOVE WS-TODAY TO EV-CREATED-DATE.
           ADD 1 TO WS-EVENT-COUNT.
           SET EV-INDEX TO WS-EVENT-COUNT.
           MOVE EVENT-RECORD TO WS-EVENT-LINE (EV-INDEX).
           PERFORM REWRITE-EVENT-FILE.
           ADD 1 TO WS-NEXT-EVENT-NO.
           DISPLAY 'EVENT ' EV-EVENT-NO ' CREATED - ENROL THE '
               'STUDENTS THROUGH OPTION 2'.
       CREATE-EVENT-EXIT.
           EXIT.

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

      * The event's EVPART.DAT rows into the participant table.
       LOAD-PARTICIPANTS.
           MOVE ZERO TO WS-PART-COUNT.
           MOVE 'N' TO WS-PART-FULL-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PARTICIPANT-FILE.
           IF WS-EVPART-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ PARTICIPANT-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF EP-EVENT-NO = WS-WORK-EVENT-NO
                               PERFORM STORE-ONE-PARTICIPANT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTICIPANT-FILE
           END-IF.
           IF PARTICIPANT-TABLE-FULL
               DISPLAY 'EVENT HAS MORE THAN 600 STUDENTS - ONLY THE '
                   'FIRST 600 ARE WORKED'
           END-IF.

       STORE-ONE-PARTICIPANT.
           IF WS-PART-COUNT < 600
               ADD 1 TO WS-PART-COUNT
               SET PT-INDEX TO WS-PART-COUNT
               MOVE EP-STU-NO  TO WS-PT-STU-NO (PT-INDEX)
               MOVE EP-CLASS   TO WS-PT-CLASS (PT-INDEX)
               MOVE EP-SECTION TO WS-PT-SECTION (PT-INDEX)
               MOVE EP-CONSENT TO WS-PT-CONSENT (PT-INDEX)
               MOVE EP-CHARGED TO WS-PT-CHARGED (PT-INDEX)
               MOVE EP-DUTY-FLAG TO WS-PT-DUTY (PT-INDEX)
               MOVE 'N' TO WS-PT-POST (PT-INDEX)
               MOVE SPACES TO WS-PT-NAME (PT-INDEX)
               MOVE SPACES TO WS-PT-GUARDIAN (PT-INDEX)
               MOVE ZERO TO WS-PT-PHONE (PT-INDEX)
               MOVE ZERO TO WS-PT-ALT-PHONE (PT-INDEX)
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 31
                   MOVE 'N' TO WS-PT-DAY-MARK (PT-INDEX WS-DAY-SUB)
               END-PERFORM
           ELSE
               SET PARTICIPANT-TABLE-FULL TO TRUE
           END-IF.

       FIND-PARTICIPANT.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING PT-INDEX FROM 1 BY 1
               UNTIL PT-INDEX > WS-PART-COUNT OR ENTRY-FOUND
               IF WS-PT-STU-NO (PT-INDEX) = WS-WORK-STU-NO
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET PT-INDEX DOWN BY 1
           END-IF.

      * A whole class or section is enrolled from the student master,
      * or single students by STU-NO; students already on the event
      * and students not on roll are skipped.
       ENROL-STUDENTS.
           PERFORM ACCEPT-OPEN-EVENT.
           IF NOT ENTRY-FOUND
               GO TO ENROL-STUDENTS-EXIT
           END-IF.
           IF EV-TO-DATE < WS-TODAY
               DISPLAY 'EVENT IS OVER - NO STUDENT CAN BE ADDED'
               GO TO ENROL-STUDENTS-EXIT
           END-IF.
           PERFORM LOAD-PARTICIPANTS.
           IF PARTICIPANT-TABLE-FULL OR WS-PART-COUNT >= 600
               DISPLAY 'EVENT ALREADY HAS 600 STUDENTS - NONE ADDED'
               GO TO ENROL-STUDENTS-EXIT
           END-IF.
           MOVE ZERO TO WS-ADDED-COUNT.
           MOVE ZERO TO WS-SKIPPED-COUNT.
           DISPLAY 'ENTER CLASS TO ENROL (0 = ONE STUDENT AT A '
               'TIME) : '.
           MOVE ZERO TO WS-WORK-CLASS.
           ACCEPT WS-WORK-CLASS.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'STUDENT MASTER NOT AVAILABLE - NONE ADDED'
               GO TO ENROL-STUDENTS-EXIT
           END-IF.
           OPEN EXTEND PARTICIPANT-FILE.
           IF WS-EVPART-STATUS NOT = '00'
               OPEN OUTPUT PARTICIPANT-FILE
           END-IF.
           IF WS-WORK-CLASS > ZERO
               DISPLAY 'ENTER SECTION (SPACE = ALL SECTIONS) : '
               MOVE SPACE TO WS-WORK-SECTION
               ACCEPT WS-WORK-SECTION
               PERFORM ENROL-WHOLE-CLASS
           ELSE
               PERFORM ENROL-ONE-STUDENT
               PERFORM UNTIL WS-WORK-STU-NO = ZERO
                   PERFORM ENROL-ONE-STUDENT
               END-PERFORM
           END-IF.
           CLOSE PARTICIPANT-FILE.
           CLOSE STUDENT-MASTER.
           DISPLAY 'STUDENTS ENROLLED : ' WS-ADDED-COUNT
               '   SKIPPED : ' WS-SKIPPED-COUNT.
       ENROL-STUDENTS-EXIT.
           EXIT.

       ENROL-WHOLE-CLASS.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF STU-CLASS = WS-WORK-CLASS
                           AND (WS-WORK-SECTION = SPACE
                               OR STU-SECTION = WS-WORK-SECTION)
                           AND (STU-ACTIVE OR STU-RESTORED)
                           MOVE STU-NO IN STUDENT-DETAILS
                               TO WS-WORK-STU-NO
                           PERFORM ADD-PARTICIPANT
                       END-IF
               END-READ
           END-PERFORM.

       ENROL-ONE-STUDENT.
           DISPLAY 'ENTER STU-NO (0 TO END) : '.
           MOVE ZERO TO WS-WORK-STU-NO.
           ACCEPT WS-WORK-STU-NO.
           IF WS-WORK-STU-NO > ZERO
               MOVE WS-WORK-STU-NO TO STU-NO IN STUDENT-DETAILS
               READ STUDENT-MASTER
                   INVALID KEY
                       DISPLAY 'STUDENT NOT ON MASTER : '
                           WS-WORK-STU-NO
                       ADD 1 TO WS-SKIPPED-COUNT
                   NOT INVALID KEY
                       IF STU-ACTIVE OR STU-RESTORED
                           DISPLAY STU-NAME ' ' STU-CLASS '-'
                               STU-SECTION
                           PERFORM ADD-PARTICIPANT
                       ELSE
                           DISPLAY 'STUDENT ' WS-WORK-STU-NO
                               ' IS NOT ON ROLL - NOT ENROLLED'
                           ADD 1 TO WS-SKIPPED-COUNT
                       END-IF
               END-READ
           END-IF.

      * STUDENT-DETAILS holds the student being enrolled.
       ADD-PARTICIPANT.
           PERFORM FIND-PARTICIPANT.
           EVALUATE TRUE
               WHEN ENTRY-FOUND
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN WS-PART-COUNT >= 600
                   DISPLAY 'EVENT FULL AT 600 - ' WS-WORK-STU-NO
                       ' NOT ENROLLED'
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   MOVE SPACES TO EVENT-PARTICIPANT-RECORD
                   MOVE WS-WORK-EVENT-NO TO EP-EVENT-NO
                   MOVE WS-WORK-STU-NO TO EP-STU-NO
                   MOVE STU-CLASS TO EP-CLASS
                   MOVE STU-SECTION TO EP-SECTION
                   MOVE SPACE TO EP-CONSENT
                   MOVE ZERO TO EP-CONSENT-DATE
                   MOVE 'N' TO EP-CHARGED
                   MOVE ZERO TO EP-CHARGE-DATE
                   MOVE 'N' TO EP-DUTY-FLAG
                   MOVE WS-OPERATOR-ID TO EP-OPERATOR-ID
                   WRITE EVENT-PARTICIPANT-RECORD
                   PERFORM STORE-ONE-PARTICIPANT
                   ADD 1 TO WS-ADDED-COUNT
           END-EVALUATE.

      * The slip is signed by one of the student's guardians on file;
      * a name not on GUARDIAN.DAT is refused, as at the gate.
       RECORD-CONSENT.
           PERFORM ACCEPT-OPEN-EVENT.
           IF NOT ENTRY-FOUND
               GO TO RECORD-CONSENT-EXIT
           END-IF.
           IF WS-TODAY > EV-CONSENT-BY AND NOT SUPERVISOR-LEVEL
               DISPLAY 'CONSENT WAS DUE BY ' EV-CONSENT-BY
                   ' - LATE CONSENT NEEDS A SUPERVISOR'
               GO TO RECORD-CONSENT-EXIT
           END-IF.
           IF EV-TO-DATE < WS-TODAY
               DISPLAY 'EVENT IS OVER - CONSENT NOT RECORDED'
               GO TO RECORD-CONSENT-EXIT
           END-IF.
           PERFORM LOAD-PARTICIPANTS.
           DISPLAY 'ENTER STU-NO : '.
           MOVE ZERO TO WS-WORK-STU-NO.
           ACCEPT WS-WORK-STU-NO.
           PERFORM FIND-PARTICIPANT.
           IF NOT ENTRY-FOUND
               DISPLAY 'STUDENT ' WS-WORK-STU-NO ' IS NOT ENROLLED '
                   'ON THIS EVENT'
               GO TO RECORD-CONSENT-EXIT
           END-IF.
           DISPLAY 'CONSENT NOW : ' WS-PT-CONSENT (PT-INDEX)
               '   FEE CHARGED : ' WS-PT-CHARGED (PT-INDEX)
               '   ON-DUTY POSTED : ' WS-PT-DUTY (PT-INDEX).
           DISPLAY 'CONSENT GIVEN (Y) OR REFUSED (N) : '.
           MOVE SPACE TO WS-WORK-CODE.
           ACCEPT WS-WORK-CODE.
           IF WS-WORK-CODE NOT = 'Y' AND WS-WORK-CODE NOT = 'N'
               DISPLAY 'MUST BE Y OR N - CONSENT NOT RECORDED'
               GO TO RECORD-CONSENT-EXIT
           END-IF.
           IF WS-WORK-CODE = 'N'
               AND (WS-PT-CHARGED (PT-INDEX) = 'Y'
                   OR WS-PT-DUTY (PT-INDEX) = 'Y')
               DISPLAY 'FEE ALREADY CHARGED OR ON-DUTY ALREADY POSTED '
                   '- CONSENT CANNOT BE WITHDRAWN HERE'
               GO TO RECORD-CONSENT-EXIT
           END-IF.
           DISPLAY 'GUARDIAN WHO SIGNED (AS ON THE SLIP) : '.
           MOVE SPACES TO WS-WORK-GUARDIAN.
           ACCEPT WS-WORK-GUARDIAN.
           PERFORM CHECK-SIGNING-GUARDIAN.
           IF NOT STUDENT-HAS-GUARDIAN
               DISPLAY 'NO GUARDIAN ON FILE FOR ' WS-WORK-STU-NO
                   ' - CONSENT NOT RECORDED'
               GO TO RECORD-CONSENT-EXIT
           END-IF.
           IF NOT GUARDIAN-MATCHED
               DISPLAY WS-WORK-GUARDIAN ' IS NOT A GUARDIAN OF '
                   WS-WORK-STU-NO ' ON FILE - CONSENT NOT RECORDED'
               GO TO RECORD-CONSENT-EXIT
           END-IF.
           PERFORM REWRITE-CONSENT.
           IF WS-WORK-CODE = 'Y'
               DISPLAY 'CONSENT RECORDED FOR ' WS-WORK-STU-NO
           ELSE
               DISPLAY 'REFUSAL RECORDED FOR ' WS-WORK-STU-NO
                   ' - STUDENT WILL NOT TRAVEL'
           END-IF.
       RECORD-CONSENT-EXIT.
           EXIT.

       CHECK-SIGNING-GUARDIAN.
           MOVE 'N' TO WS-GUARDIAN-MATCH.
           MOVE 'N' TO WS-GUARDIAN-ON-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GUARDIAN-FILE.
           IF WS-GUARDIAN-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GUARDIAN-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF GD-STU-NO = WS-WORK-STU-NO
                               MOVE 'Y' TO WS-GUARDIAN-ON-FILE
                               IF GD-NAME = WS-WORK-GUARDIAN
                                   AND WS-WORK-GUARDIAN NOT = SPACES
                                   MOVE 'Y' TO WS-GUARDIAN-MATCH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN-FILE
           END-IF.

       REWRITE-CONSENT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN I-O PARTICIPANT-FILE.
           IF WS-EVPART-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ PARTICIPANT-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF EP-EVENT-NO = WS-WORK-EVENT-NO
                               AND EP-STU-NO = WS-WORK-STU-NO
                               MOVE WS-WORK-CODE TO EP-CONSENT
                               MOVE WS-TODAY TO EP-CONSENT-DATE
                               MOVE WS-WORK-GUARDIAN TO EP-CONSENT-FROM
                               MOVE WS-OPERATOR-ID TO EP-OPERATOR-ID
                               REWRITE EVENT-PARTICIPANT-RECORD
                               SET END-OF-CURRENT-FILE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTICIPANT-FILE
           END-IF.

      * One charge per consenting student not yet charged. The charge
      * falls due on the first day away, or on posting once that day
      * has come.
       CHARGE-EVENT-FEES.
           PERFORM ACCEPT-OPEN-EVENT.
           IF NOT ENTRY-FOUND
               GO TO CHARGE-EVENT-FEES-EXIT
           END-IF.
           IF EV-COST-PER-HEAD = ZERO
               DISPLAY 'EVENT IS FREE - NOTHING TO CHARGE'
               GO TO CHARGE-EVENT-FEES-EXIT
           END-IF.
           PERFORM CHECK-DAY-CLOSED.
           IF DAY-IS-CLOSED
               DISPLAY 'DAY ' WS-TODAY ' IS CLOSED ON DAYCLOSE - NO '
                   'CHARGE CAN BE POSTED'
               GO TO CHARGE-EVENT-FEES-EXIT
           END-IF.
           MOVE EV-COST-PER-HEAD TO WS-RPT-AMOUNT.
           DISPLAY 'CHARGE ' WS-RPT-AMOUNT ' TO EVERY CONSENTING '
               'STUDENT NOT YET CHARGED (Y/N) : '.
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF NOT ACTION-CONFIRMED
               DISPLAY 'NO CHARGE POSTED'
               GO TO CHARGE-EVENT-FEES-EXIT
           END-IF.
           MOVE SPACES TO WS-CHARGE-DESC.
           STRING 'EVENT ' EV-EVENT-NO ' ' EV-TITLE
               DELIMITED BY SIZE INTO WS-CHARGE-DESC.
           MOVE ZERO TO WS-CHARGED-COUNT.
           MOVE ZERO TO WS-CHARGED-TOTAL.
           OPEN EXTEND FEE-LEDGER.
           IF WS-LEDGER-STATUS NOT = '00'
               OPEN OUTPUT FEE-LEDGER
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN I-O PARTICIPANT-FILE.
           IF WS-EVPART-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ PARTICIPANT-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF EP-EVENT-NO = WS-WORK-EVENT-NO
                               AND EP-CONSENT-GIVEN
                               AND NOT EP-FEE-CHARGED
                               PERFORM POST-EVENT-CHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTICIPANT-FILE
           END-IF.
           CLOSE FEE-LEDGER.
           MOVE WS-CHARGED-TOTAL TO WS-RPT-AMOUNT.
           DISPLAY 'STUDENTS CHARGED : ' WS-CHARGED-COUNT
               '   TOTAL : ' WS-RPT-AMOUNT.
       CHARGE-EVENT-FEES-EXIT.
           EXIT.

       POST-EVENT-CHARGE.
           MOVE EP-STU-NO TO FL-STU-NO.
           MOVE WS-TODAY TO FL-TXN-DATE.
           MOVE 'C' TO FL-TXN-TYPE.
           MOVE EV-COST-PER-HEAD TO FL-AMOUNT.
           MOVE WS-CHARGE-DESC TO FL-DESCRIPTION.
           IF EV-FROM-DATE > WS-TODAY
               MOVE EV-FROM-DATE TO FL-DUE-DATE
           ELSE
               MOVE ZERO TO FL-DUE-DATE
           END-IF.
           MOVE SPACE TO FL-PAY-MODE.
           MOVE WS-OPERATOR-ID TO FL-OPERATOR-ID.
           WRITE FEE-LEDGER-RECORD.
           MOVE 'Y' TO EP-CHARGED.
           MOVE WS-TODAY TO EP-CHARGE-DATE.
           REWRITE EVENT-PARTICIPANT-RECORD.
           ADD 1 TO WS-CHARGED-COUNT.
           ADD EV-COST-PER-HEAD TO WS-CHARGED-TOTAL.

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
                           IF DY-CLOSE-DATE = WS-TODAY
                               MOVE 'Y' TO WS-DAY-CLOSED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAY-CLOSE-FILE
           END-IF.

      * Consenting students not yet posted get one whole-day 'D' per
      * working day of the event. An 'A' already keyed for them on an
      * event day becomes 'D', and a day that already has a whole-day
      * entry for them gets no second one.
       POST-ON-DUTY.
           PERFORM ACCEPT-OPEN-EVENT.
           IF NOT ENTRY-FOUND
               GO TO POST-ON-DUTY-EXIT
           END-IF.
           PERFORM LOAD-PARTICIPANTS.
           MOVE ZERO TO WS-POSTED-COUNT.
           PERFORM VARYING PT-INDEX FROM 1 BY 1
               UNTIL PT-INDEX > WS-PART-COUNT
               IF WS-PT-CONSENT (PT-INDEX) = 'Y'
                   AND WS-PT-DUTY (PT-INDEX) NOT = 'Y'
                   MOVE 'Y' TO WS-PT-POST (PT-INDEX)
                   ADD 1 TO WS-POSTED-COUNT
               END-IF
           END-PERFORM.
           IF WS-POSTED-COUNT = ZERO
               DISPLAY 'NO CONSENTING STUDENT IS WAITING TO BE POSTED'
               GO TO POST-ON-DUTY-EXIT
           END-IF.
           PERFORM LOAD-EVENT-DAYS.
           PERFORM MARK-EXISTING-ENTRIES.
           PERFORM WRITE-ON-DUTY-ENTRIES.
           PERFORM FLAG-DUTY-POSTED.
           DISPLAY 'ON-DUTY POSTED FOR ' WS-POSTED-COUNT
               ' STUDENT(S) - ENTRIES WRITTEN : ' WS-WRITTEN-COUNT
               '   ABSENCES TURNED TO ON-DUTY : ' WS-CONVERTED-COUNT.
       POST-ON-DUTY-EXIT.
           EXIT.

      * Day 1 of the intrinsic integer date scale was a Monday, so
      * the remainder modulo 7 maps 1 Monday .. 6 Saturday, 0 Sunday.
      * A date the calendar does not hold is a working day unless it
      * is a Sunday.
       LOAD-EVENT-DAYS.
           COMPUTE WS-FROM-INT =
               FUNCTION INTEGER-OF-DATE (EV-FROM-DATE).
           COMPUTE WS-EVENT-DAYS =
               FUNCTION INTEGER-OF-DATE (EV-TO-DATE) - WS-FROM-INT + 1.
           PERFORM VARYING ED-INDEX FROM 1 BY 1
               UNTIL ED-INDEX > WS-EVENT-DAYS
               SET WS-DAY-SUB TO ED-INDEX
               COMPUTE WS-DATE-INT = WS-FROM-INT + WS-DAY-SUB - 1
               COMPUTE WS-ED-DATE (ED-INDEX) =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
               COMPUTE WS-DAY-WORK = FUNCTION MOD (WS-DATE-INT, 7)
               IF WS-DAY-WORK = ZERO
                   MOVE 'N' TO WS-ED-WORKING (ED-INDEX)
               ELSE
                   MOVE 'Y' TO WS-ED-WORKING (ED-INDEX)
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ CALENDAR-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF CAL-DATE >= EV-FROM-DATE
                               AND CAL-DATE <= EV-TO-DATE
                               COMPUTE WS-DAY-SUB =
                                   FUNCTION INTEGER-OF-DATE (CAL-DATE)
                                   - WS-FROM-INT + 1
                               IF CAL-WORKING-DAY
                                   MOVE 'Y' TO
                                       WS-ED-WORKING (WS-DAY-SUB)
                               ELSE
                                   MOVE 'N' TO
                                       WS-ED-WORKING (WS-DAY-SUB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       MARK-EXISTING-ENTRIES.
           MOVE ZERO TO WS-CONVERTED-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN I-O DAILY-ATTENDANCE.
           IF WS-DAILY-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ DAILY-ATTENDANCE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF AD-ATT-DATE >= EV-FROM-DATE
                               AND AD-ATT-DATE <= EV-TO-DATE
                               AND AD-STU-NO > ZERO
                               MOVE AD-STU-NO TO WS-WORK-STU-NO
                               PERFORM FIND-PARTICIPANT
                               IF ENTRY-FOUND
                                   AND WS-PT-POST (PT-INDEX) = 'Y'
                                   PERFORM MARK-ONE-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAILY-ATTENDANCE
           END-IF.

       MARK-ONE-ENTRY.
           COMPUTE WS-DAY-SUB =
               FUNCTION INTEGER-OF-DATE (AD-ATT-DATE) - WS-FROM-INT + 1.
           IF AD-WHOLE-DAY AND NOT AD-RELEASE-MARKER
               MOVE 'Y' TO WS-PT-DAY-MARK (PT-INDEX WS-DAY-SUB)
           END-IF.
           IF AD-WAS-ABSENT
               MOVE 'D' TO AD-PRESENT
               REWRITE DAILY-ATTENDANCE-RECORD
               ADD 1 TO WS-CONVERTED-COUNT
           END-IF.

       WRITE-ON-DUTY-ENTRIES.
           MOVE ZERO TO WS-WRITTEN-COUNT.
           OPEN EXTEND DAILY-ATTENDANCE.
           IF WS-DAILY-STATUS NOT = '00'
               OPEN OUTPUT DAILY-ATTENDANCE
           END-IF.
           PERFORM VARYING PT-INDEX FROM 1 BY 1
               UNTIL PT-INDEX > WS-PART-COUNT
               IF WS-PT-POST (PT-INDEX) = 'Y'
                   PERFORM VARYING ED-INDEX FROM 1 BY 1
                       UNTIL ED-INDEX > WS-EVENT-DAYS
                       SET WS-DAY-SUB TO ED-INDEX
                       IF WS-ED-WORKING (ED-INDEX) = 'Y'
                           AND WS-PT-DAY-MARK (PT-INDEX WS-DAY-SUB)
                               NOT = 'Y'
                           PERFORM WRITE-ONE-DUTY-ENTRY
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE DAILY-ATTENDANCE.

       WRITE-ONE-DUTY-ENTRY.
           MOVE WS-ED-DATE (ED-INDEX)     TO AD-ATT-DATE.
           MOVE WS-PT-CLASS (PT-INDEX)    TO AD-CLASS.
           MOVE WS-PT-SECTION (PT-INDEX)  TO AD-SECTION.
           MOVE WS-PT-STU-NO (PT-INDEX)   TO AD-STU-NO.
           MOVE 'D'                       TO AD-PRESENT.
           MOVE ZERO                      TO AD-PERIOD.
           WRITE DAILY-ATTENDANCE-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.

       FLAG-DUTY-POSTED.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN I-O PARTICIPANT-FILE.
           IF WS-EVPART-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ PARTICIPANT-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF EP-EVENT-NO = WS-WORK-EVENT-NO
                               AND EP-CONSENT-GIVEN
                               AND NOT EP-DUTY-POSTED
                               MOVE EP-STU-NO TO WS-WORK-STU-NO
                               PERFORM FIND-PARTICIPANT
                               IF ENTRY-FOUND
                                   AND WS-PT-POST (PT-INDEX) = 'Y'
                                   MOVE 'Y' TO EP-DUTY-FLAG
                                   REWRITE EVENT-PARTICIPANT-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTICIPANT-FILE
           END-IF.

      * Students travelling first, then those who are not, each with
      * the guardian the SMS feed would reach: the latest GUARDIAN.DAT
      * entry's primary and alternate phones, else the student's own
      * phone on the master.
       PRINT-PARTICIPANT-LIST.
           PERFORM ACCEPT-OPEN-EVENT.
           IF NOT ENTRY-FOUND
               GO TO PRINT-PARTICIPANT-LIST-EXIT
           END-IF.
           PERFORM LOAD-PARTICIPANTS.
           IF WS-PART-COUNT = ZERO
               DISPLAY 'NO STUDENT IS ENROLLED ON THIS EVENT'
               GO TO PRINT-PARTICIPANT-LIST-EXIT
           END-IF.
           MOVE EV-TEACHER-ID TO WS-WORK-TCHR.
           PERFORM FIND-TEACHER.
           PERFORM LOAD-PARTICIPANT-DETAILS.
           MOVE ZERO TO WS-GOING-COUNT.
           MOVE ZERO TO WS-REFUSED-COUNT.
           MOVE ZERO TO WS-PENDING-COUNT.
           MOVE ZERO TO WS-CHARGED-COUNT.
           OPEN OUTPUT PARTICIPANT-LIST.
           PERFORM WRITE-LIST-HEADING.
           MOVE 'STUDENTS TRAVELLING (CONSENT GIVEN)' TO
               PARTICIPANT-LINE.
           WRITE PARTICIPANT-LINE.
           PERFORM WRITE-COLUMN-HEADING.
           PERFORM VARYING PT-INDEX FROM 1 BY 1
               UNTIL PT-INDEX > WS-PART-COUNT
               IF WS-PT-CONSENT (PT-INDEX) = 'Y'
                   ADD 1 TO WS-GOING-COUNT
                   IF WS-PT-CHARGED (PT-INDEX) = 'Y'
                       ADD 1 TO WS-CHARGED-COUNT
                   END-IF
                   PERFORM WRITE-PARTICIPANT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO PARTICIPANT-LINE.
           WRITE PARTICIPANT-LINE.
           MOVE 'NOT TRAVELLING (N = CONSENT REFUSED, ? = NOT RECEIVED)'
               TO PARTICIPANT-LINE.
           WRITE PARTICIPANT-LINE.
           PERFORM WRITE-COLUMN-HEADING.
           PERFORM VARYING PT-INDEX FROM 1 BY 1
               UNTIL PT-INDEX > WS-PART-COUNT
               IF WS-PT-CONSENT (PT-INDEX) NOT = 'Y'
                   IF WS-PT-CONSENT (PT-INDEX) = 'N'
                       ADD 1 TO WS-REFUSED-COUNT
                   ELSE
                       ADD 1 TO WS-PENDING-COUNT
                   END-IF
                   PERFORM WRITE-PARTICIPANT-LINE
               END-IF
           END-PERFORM.
           PERFORM WRITE-LIST-FOOTING.
           CLOSE PARTICIPANT-LIST.
           DISPLAY 'PARTICIPANT LIST WRITTEN TO EVLIST.RPT - '
               'TRAVELLING : ' WS-GOING-COUNT.
       PRINT-PARTICIPANT-LIST-EXIT.
           EXIT.

       LOAD-PARTICIPANT-DETAILS.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS = '00'
               PERFORM VARYING PT-INDEX FROM 1 BY 1
                   UNTIL PT-INDEX > WS-PART-COUNT
                   MOVE WS-PT-STU-NO (PT-INDEX) TO
                       STU-NO IN STUDENT-DETAILS
                   READ STUDENT-MASTER
                       INVALID KEY
                           MOVE 'NOT ON MASTER' TO
                               WS-PT-NAME (PT-INDEX)
                       NOT INVALID KEY
                           MOVE STU-NAME TO WS-PT-NAME (PT-INDEX)
                           MOVE STU-PHONE TO WS-PT-PHONE (PT-INDEX)
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GUARDIAN-FILE.
           IF WS-GUARDIAN-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GUARDIAN-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           MOVE GD-STU-NO TO WS-WORK-STU-NO
                           PERFORM FIND-PARTICIPANT
                           IF ENTRY-FOUND
                               MOVE GD-NAME TO
                                   WS-PT-GUARDIAN (PT-INDEX)
                               IF GD-PRIMARY-PHONE > ZERO
                                   MOVE GD-PRIMARY-PHONE TO
                                       WS-PT-PHONE (PT-INDEX)
                               END-IF
                               MOVE GD-ALT-PHONE TO
                                   WS-PT-ALT-PHONE (PT-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN-FILE
           END-IF.

       WRITE-LIST-HEADING.
           MOVE ALL '=' TO PARTICIPANT-LINE.
           WRITE PARTICIPANT-LINE.
           MOVE SPACES TO PARTICIPANT-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO PARTICIPANT-LINE.
           WRITE PARTICIPANT-LINE.
           MOVE '              EVENT PARTICIPANT LIST' TO
               PARTICIPANT-LINE.
           WRITE PARTICIPANT-LINE.
           MOVE SPACES TO PARTICIPANT-LINE.
           STRING 'EVENT ' EV-EVENT-NO ' : ' EV-TITLE ' TO '
               EV-DESTINATION DELIMITED BY SIZE INTO PARTICIPANT-LINE.
           WRITE PARTICIPANT-LINE.
           MOVE SPACES TO PARTICIPANT-LINE.
           STRING 'AWAY ' EV-FROM-DATE ' TO ' EV-TO-DATE
               '   TEACHER IN CHARGE : ' EV-TEACHER-ID ' '
               WS-TEACHER-NAME
               DELIMITED BY SIZE INTO PARTICIPANT-LINE.
           WRITE PARTICIPANT-LINE.
           MOVE SPACES TO PARTICIPANT-LINE.
           STRING 'PRINTED : ' WS-TODAY DELIMITED BY SIZE
               INTO PARTICIPANT-LINE.
           WRITE PARTICIPANT-LINE.
           MOVE ALL '-' TO PARTICIPANT-LINE.
           WRITE PARTICIPANT-LINE.

       WRITE-COLUMN-HEADING.
           MOVE 'STU   NAME            CLASS C GUARDIAN        PHONE'
               TO PARTICIPANT-LINE.
           MOVE 'ALT PHONE' TO PARTICIPANT-LINE (59:9).
           WRITE PARTICIPANT-LINE.

       WRITE-PARTICIPANT-LINE.
           MOVE SPACES TO PARTICIPANT-LINE.
           MOVE WS-PT-STU-NO (PT-INDEX) TO PARTICIPANT-LINE (1:5).
           MOVE WS-PT-NAME (PT-INDEX) TO PARTICIPANT-LINE (7:15).
           MOVE WS-PT-CLASS (PT-INDEX) TO PARTICIPANT-LINE (23:2).
           MOVE '-' TO PARTICIPANT-LINE (25:1).
           MOVE WS-PT-SECTION (PT-INDEX) TO PARTICIPANT-LINE (26:1).
           IF WS-PT-CONSENT (PT-INDEX) = SPACE
               MOVE '?' TO PARTICIPANT-LINE (29:1)
           ELSE
               MOVE WS-PT-CONSENT (PT-INDEX) TO PARTICIPANT-LINE (29:1)
           END-IF.
           MOVE WS-PT-GUARDIAN (PT-INDEX) TO PARTICIPANT-LINE (31:15).
           IF WS-PT-PHONE (PT-INDEX) > ZERO
               MOVE WS-PT-PHONE (PT-INDEX) TO PARTICIPANT-LINE (46:12)
           ELSE
               MOVE 'NO PHONE' TO PARTICIPANT-LINE (46:8)
           END-IF.
           IF WS-PT-ALT-PHONE (PT-INDEX) > ZERO
               MOVE WS-PT-ALT-PHONE (PT-INDEX) TO
                   PARTICIPANT-LINE (59:12)
           END-IF.
           WRITE PARTICIPANT-LINE.

       WRITE-LIST-FOOTING.
           MOVE ALL '-' TO PARTICIPANT-LINE.
           WRITE PARTICIPANT-LINE.
           MOVE SPACES TO PARTICIPANT-LINE.
           MOVE WS-GOING-COUNT TO WS-RPT-COUNT.
           MOVE 'TRAVELLING :' TO PARTICIPANT-LINE (1:12).
           MOVE WS-RPT-COUNT TO PARTICIPANT-LINE (14:4).
           MOVE WS-REFUSED-COUNT TO WS-RPT-COUNT.
           MOVE 'REFUSED :' TO PARTICIPANT-LINE (21:9).
           MOVE WS-RPT-COUNT TO PARTICIPANT-LINE (31:4).
           MOVE WS-PENDING-COUNT TO WS-RPT-COUNT.
           MOVE 'NO CONSENT YET :' TO PARTICIPANT-LINE (38:16).
           MOVE WS-RPT-COUNT TO PARTICIPANT-LINE (55:4).
           WRITE PARTICIPANT-LINE.
           MOVE SPACES TO PARTICIPANT-LINE.
           MOVE EV-COST-PER-HEAD TO WS-RPT-AMOUNT.
           MOVE 'COST PER HEAD :' TO PARTICIPANT-LINE (1:15).
           MOVE WS-RPT-AMOUNT TO PARTICIPANT-LINE (17:10).
           MOVE WS-CHARGED-COUNT TO WS-RPT-COUNT.
           MOVE 'CHARGED TO LEDGER :' TO PARTICIPANT-LINE (30:19).
           MOVE WS-RPT-COUNT TO PARTICIPANT-LINE (50:4).
           WRITE PARTICIPANT-LINE.
           MOVE SPACES TO PARTICIPANT-LINE.
           WRITE PARTICIPANT-LINE.
           MOVE 'TEACHER IN CHARGE SIGN.          PRINCIPAL SIGN.' TO
               PARTICIPANT-LINE.
           WRITE PARTICIPANT-LINE.
           MOVE ALL '=' TO PARTICIPANT-LINE.
           WRITE PARTICIPANT-LINE.

      * Once any student has been charged or posted on-duty the event
      * has gone too far to cancel here.
       CANCEL-EVENT.
           IF EVENT-TABLE-FULL
               DISPLAY 'EVENTS.DAT NOT FULLY LOADED, NO CHANGE CAN BE '
                   'RECORDED'
               GO TO CANCEL-EVENT-EXIT
           END-IF.
           PERFORM ACCEPT-OPEN-EVENT.
           IF NOT ENTRY-FOUND
               GO TO CANCEL-EVENT-EXIT
           END-IF.
           PERFORM LOAD-PARTICIPANTS.
           MOVE ZERO TO WS-LOCKED-COUNT.
           PERFORM VARYING PT-INDEX FROM 1 BY 1
               UNTIL PT-INDEX > WS-PART-COUNT
               IF WS-PT-CHARGED (PT-INDEX) = 'Y'
                   OR WS-PT-DUTY (PT-INDEX) = 'Y'
                   ADD 1 TO WS-LOCKED-COUNT
               END-IF
           END-PERFORM.
           IF WS-LOCKED-COUNT > ZERO
               DISPLAY WS-LOCKED-COUNT ' STUDENT(S) ALREADY CHARGED OR '
                   'POSTED ON-DUTY - EVENT NOT CANCELLED'
               GO TO CANCEL-EVENT-EXIT
           END-IF.
           DISPLAY 'CANCEL THIS EVENT (Y/N) : '.
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF NOT ACTION-CONFIRMED
               DISPLAY 'EVENT NOT CANCELLED'
               GO TO CANCEL-EVENT-EXIT
           END-IF.
           MOVE 'X' TO EV-STATUS.
           MOVE EVENT-RECORD TO WS-EVENT-LINE (EV-INDEX).
           PERFORM REWRITE-EVENT-FILE.
           DISPLAY 'EVENT ' EV-EVENT-NO ' CANCELLED'.
       CANCEL-EVENT-EXIT.
           EXIT.

       LIST-EVENTS.
           PERFORM VARYING EV-INDEX FROM 1 BY 1
               UNTIL EV-INDEX > WS-EVENT-COUNT
               MOVE WS-EVENT-LINE (EV-INDEX) TO EVENT-RECORD
               IF EV-TO-DATE >= WS-TODAY
                   MOVE EV-COST-PER-HEAD TO WS-RPT-AMOUNT
                   DISPLAY EV-EVENT-NO ' ' EV-STATUS ' ' EV-TITLE ' '
                       EV-FROM-DATE '-' EV-TO-DATE ' ' WS-RPT-AMOUNT
               END-IF
           END-PERFORM.
           DISPLAY 'EVENTS ON FILE : ' WS-EVENT-COUNT
               ' (ONLY THOSE NOT YET OVER ARE LISTED)'.
      ** add other procedures here
       END PROGRAM EVNTDESK.
