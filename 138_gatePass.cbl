      ******************************************************************
      * Author:
      * Date:
      * Purpose: Gate pass and early-release desk. Releases a student
      *          during the school day only to an adult whose name
      *          matches one of the student's GUARDIAN.DAT entries -
      *          anyone else is refused at the desk. The pass records
      *          the time out (from the clock), the reason, the
      *          collecting guardian and the first period missed on
      *          GATEPASS.DAT; a release notice goes into SMS.FEED to
      *          the primary phone of the student's guardian as SMSFEED
      *          resolves it (the latest entry), unless the number is on
      *          OPTOUT.DAT, worded from the GATE SMS template; and a
      *          release marker ('G' with the first period missed) is
      *          appended to that day's ATTDAILY.DAT so ATTPOST records
      *          the student as released, not absent, for the remaining
      *          periods. One pass per student per day. GATEREG prints
      *          the daily register for the principal. Every SMS passes
      *          the SMSGATE quota check first; one held over its
      *          category's monthly quota for a supervisor to release is
      *          counted as held.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GATEPASS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT GATE-PASS-FILE ASSIGN TO "GATEPASS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GATEPASS-STATUS.
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
           SELECT OPT-OUT-LIST ASSIGN TO "OPTOUT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPTOUT-STATUS.
           SELECT SMS-NOTIFICATION-FEED ASSIGN TO "SMS.FEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT DAILY-ATTENDANCE ASSIGN TO "ATTDAILY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAILY-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  GATE-PASS-FILE.
           COPY GATEPASR.

       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  GUARDIAN-FILE.
       01 GUARDIAN-RECORD.
           05 GD-STU-NO        PIC 9(05).
           05 GD-NAME          PIC X(15).
           05 GD-RELATION      PIC X(10).
           05 GD-PRIMARY-PHONE PIC 9(12).
           05 GD-ALT-PHONE     PIC 9(12).

       FD  OPT-OUT-LIST.
       01 OPT-OUT-RECORD.
           05 OO-PHONE        PIC 9(12).
           05 OO-DATE         PIC 9(08).

       FD  SMS-NOTIFICATION-FEED.
           COPY SMSFEEDR.

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
           05 AD-PERIOD       PIC 9(02).
               88 AD-WHOLE-DAY    VALUE 00.

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SMSTXTR.
           COPY SMSGATER.
       01 WS-GATEPASS-STATUS PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-GUARDIAN-STATUS PIC X(02) VALUE '00'.
       01 WS-OPTOUT-STATUS   PIC X(02) VALUE '00'.
       01 WS-FEED-STATUS     PIC X(02) VALUE '00'.
       01 WS-DAILY-STATUS    PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-MENU-CHOICE     PIC 9(01) VALUE ZERO.
           88 DONE-WITH-MENU   VALUE 3.
       01 WS-OPERATOR-ID     PIC X(08).
       01 WS-OPERATOR-NAME   PIC X(15).
       01 WS-AUTH-LEVEL      PIC 9(01) VALUE ZERO.
           88 SUPERVISOR-LEVEL VALUE 2 THRU 9.
       01 WS-SIGNON-RESULT   PIC X(01).
           88 SIGNON-OK        VALUE 'Y'.
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'GATEPASS'.
       01 WS-TODAY           PIC 9(08).
       01 WS-TIME-NOW        PIC 9(08).
       01 WS-TIME-PARTS REDEFINES WS-TIME-NOW.
           05 WS-TIME-HHMM    PIC 9(04).
           05 FILLER          PIC 9(04).
       01 WS-OPTOUT-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-OPTOUT-FULL-FLAG PIC X(01) VALUE 'N'.
           88 OPT-OUT-TABLE-FULL VALUE 'Y'.
       01 WS-OPTOUT-TABLE.
           05 WS-OPTOUT-PHONE OCCURS 20000 TIMES
               INDEXED BY OPT-INDEX PIC 9(12).
       01 WS-CHECK-PHONE     PIC 9(12) VALUE ZERO.
       01 WS-PHONE-OPTED     PIC X(01).
           88 PHONE-OPTED-OUT  VALUE 'Y'.
      * The guardians on file for the student being released.
       01 WS-GUARDIAN-COUNT  PIC 9(02) VALUE ZERO.
       01 WS-STUDENT-GUARDIANS.
           05 WS-SG-ENTRY OCCURS 10 TIMES INDEXED BY SG-INDEX.
               10 WS-SG-NAME      PIC X(15).
               10 WS-SG-RELATION  PIC X(10).
       01 WS-NOTICE-PHONE    PIC 9(12) VALUE ZERO.
       01 WS-MATCHED-SLOT    PIC 9(02) VALUE ZERO.
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-WORK-CLASS      PIC 9(02).
       01 WS-WORK-SECTION    PIC X(01).
       01 WS-WORK-NAME       PIC X(15).
       01 WS-COLLECTOR-NAME  PIC X(15).
       01 WS-WORK-REASON     PIC X(20).
       01 WS-FROM-PERIOD     PIC 9(02).
           88 FROM-PERIOD-VALID VALUE 01 THRU 10.
       01 WS-ID-SIGHTED      PIC X(01).
           88 ID-WAS-SIGHTED   VALUE 'Y'.
       01 WS-STUDENT-OK      PIC X(01).
           88 STUDENT-CAN-BE-RELEASED VALUE 'Y'.
       01 WS-ALREADY-OUT     PIC X(01).
           88 ALREADY-RELEASED-TODAY VALUE 'Y'.
       01 WS-PASS-COUNT      PIC 9(03) VALUE ZERO.
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
           PERFORM LOAD-OPT-OUT-LIST.
           IF OPT-OUT-TABLE-FULL
               DISPLAY 'OPT-OUT LIST EXCEEDS THE ' WS-OPTOUT-COUNT
                   '-ENTRY TABLE - NO RELEASE NOTICES WILL BE SENT'
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           PERFORM UNTIL DONE-WITH-MENU
               PERFORM DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM ISSUE-GATE-PASS
                   WHEN 2
                       PERFORM LIST-TODAYS-PASSES
                   WHEN 3
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           CLOSE STUDENT-MASTER.
           STOP RUN.

       DISPLAY-MENU.
           DISPLAY ' '.
           DISPLAY '1. ISSUE GATE PASS (EARLY RELEASE)'.
           DISPLAY '2. LIST TODAY''S GATE PASSES'.
           DISPLAY '3. EXIT'.
           DISPLAY 'ENTER CHOICE : '.

       LOAD-OPT-OUT-LIST.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT OPT-OUT-LIST.
           IF WS-OPTOUT-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ OPT-OUT-LIST
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-OPTOUT-COUNT < 20000
                               ADD 1 TO WS-OPTOUT-COUNT
                               SET OPT-INDEX TO WS-OPTOUT-COUNT
                               MOVE OO-PHONE TO
                                   WS-OPTOUT-PHONE (OPT-INDEX)
                           ELSE
                               SET OPT-OUT-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPT-OUT-LIST
           END-IF.

       ISSUE-GATE-PASS.
           DISPLAY 'ENTER STUDENT NUMBER : '.
           ACCEPT WS-WORK-STU-NO.
           PERFORM CHECK-STUDENT-FOR-RELEASE.
           IF STUDENT-CAN-BE-RELEASED
               PERFORM LOAD-STUDENT-GUARDIANS
               IF WS-GUARDIAN-COUNT = ZERO
                   DISPLAY 'NO GUARDIAN ON FILE FOR ' WS-WORK-STU-NO
                       ' - RELEASE REFUSED'
               ELSE
                   PERFORM VERIFY-COLLECTING-ADULT
               END-IF
           END-IF.

       CHECK-STUDENT-FOR-RELEASE.
           MOVE 'N' TO WS-STUDENT-OK.
           MOVE WS-WORK-STU-NO TO STU-NO IN STUDENT-DETAILS.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY 'STUDENT NOT ON MASTER : ' WS-WORK-STU-NO
               NOT INVALID KEY
                   IF STU-ACTIVE OR STU-RESTORED
                       MOVE 'Y' TO WS-STUDENT-OK
                       MOVE STU-CLASS   TO WS-WORK-CLASS
                       MOVE STU-SECTION TO WS-WORK-SECTION
                       MOVE STU-NAME    TO WS-WORK-NAME
                       DISPLAY 'STUDENT : ' STU-NAME ' CLASS '
                           STU-CLASS '-' STU-SECTION
                   ELSE
                       DISPLAY 'STUDENT ' WS-WORK-STU-NO
                           ' IS NOT ON ROLL - RELEASE REFUSED'
                   END-IF
           END-READ.
           IF STUDENT-CAN-BE-RELEASED
               PERFORM CHECK-ALREADY-RELEASED
               IF ALREADY-RELEASED-TODAY
                   DISPLAY 'STUDENT ALREADY RELEASED TODAY ON A '
                       'GATE PASS'
                   MOVE 'N' TO WS-STUDENT-OK
               END-IF
           END-IF.

       CHECK-ALREADY-RELEASED.
           MOVE 'N' TO WS-ALREADY-OUT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GATE-PASS-FILE.
           IF WS-GATEPASS-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GATE-PASS-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF GP-PASS-DATE = WS-TODAY
                               AND GP-STU-NO = WS-WORK-STU-NO
                               MOVE 'Y' TO WS-ALREADY-OUT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GATE-PASS-FILE
           END-IF.

       LOAD-STUDENT-GUARDIANS.
      * Every entry for the student is an authorised adult; the
      * latest entry's primary phone gets the notice, as SMSFEED
      * resolves a guardian number.
           MOVE ZERO TO WS-GUARDIAN-COUNT.
           MOVE ZERO TO WS-NOTICE-PHONE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GUARDIAN-FILE.
           IF WS-GUARDIAN-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GUARDIAN-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF GD-STU-NO = WS-WORK-STU-NO
                               PERFORM STORE-ONE-GUARDIAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN-FILE
           END-IF.

       STORE-ONE-GUARDIAN.
           MOVE GD-PRIMARY-PHONE TO WS-NOTICE-PHONE.
           IF WS-GUARDIAN-COUNT < 10
               ADD 1 TO WS-GUARDIAN-COUNT
               SET SG-INDEX TO WS-GUARDIAN-COUNT
               MOVE GD-NAME     TO WS-SG-NAME (SG-INDEX)
               MOVE GD-RELATION TO WS-SG-RELATION (SG-INDEX)
           END-IF.

       VERIFY-COLLECTING-ADULT.
      * The desk keys the name the adult gives and shows on their
      * ID; the list of guardians is never shown first.
           DISPLAY 'NAME OF ADULT COLLECTING (AS ON ID) : '.
           ACCEPT WS-COLLECTOR-NAME.
           MOVE ZERO TO WS-MATCHED-SLOT.
           PERFORM VARYING SG-INDEX FROM 1 BY 1
               UNTIL SG-INDEX > WS-GUARDIAN-COUNT
               IF WS-SG-NAME (SG-INDEX) = WS-COLLECTOR-NAME
                   AND WS-COLLECTOR-NAME NOT = SPACES
                   SET WS-MATCHED-SLOT TO SG-INDEX
               END-IF
           END-PERFORM.
           IF WS-MATCHED-SLOT = ZERO
               DISPLAY WS-COLLECTOR-NAME ' IS NOT AN AUTHORISED '
                   'GUARDIAN OF ' WS-WORK-STU-NO ' - RELEASE REFUSED'
           ELSE
               SET SG-INDEX TO WS-MATCHED-SLOT
               DISPLAY 'AUTHORISED : ' WS-SG-NAME (SG-INDEX) ' ('
                   WS-SG-RELATION (SG-INDEX) ')'
               DISPLAY 'PHOTO ID SIGHTED (Y/N) : '
               ACCEPT WS-ID-SIGHTED
               IF NOT ID-WAS-SIGHTED
                   DISPLAY 'ID NOT SIGHTED - RELEASE REFUSED'
               ELSE
                   PERFORM ACCEPT-RELEASE-DETAILS
               END-IF
           END-IF.

       ACCEPT-RELEASE-DETAILS.
           DISPLAY 'REASON FOR RELEASE : '.
           ACCEPT WS-WORK-REASON.
           DISPLAY 'FIRST PERIOD MISSED (1-10) : '.
           ACCEPT WS-FROM-PERIOD.
           EVALUATE TRUE
               WHEN WS-WORK-REASON = SPACES
                   DISPLAY 'REASON REQUIRED - RELEASE NOT RECORDED'
               WHEN NOT FROM-PERIOD-VALID
                   DISPLAY 'PERIOD MUST BE 1-10 - RELEASE NOT '
                       'RECORDED'
               WHEN OTHER
                   PERFORM RECORD-GATE-PASS
           END-EVALUATE.

       RECORD-GATE-PASS.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TODAY              TO GP-PASS-DATE.
           MOVE WS-WORK-STU-NO        TO GP-STU-NO.
           MOVE WS-WORK-CLASS         TO GP-CLASS.
           MOVE WS-WORK-SECTION       TO GP-SECTION.
           MOVE WS-TIME-HHMM          TO GP-TIME-OUT.
           MOVE WS-FROM-PERIOD        TO GP-FROM-PERIOD.
           MOVE WS-WORK-REASON        TO GP-REASON.
           MOVE WS-SG-NAME (SG-INDEX) TO GP-COLLECTED-BY.
           MOVE WS-SG-RELATION (SG-INDEX) TO GP-RELATION.
           MOVE WS-OPERATOR-ID        TO GP-OPERATOR-ID.
           PERFORM SEND-RELEASE-NOTICE.
           OPEN EXTEND GATE-PASS-FILE.
           IF WS-GATEPASS-STATUS NOT = '00'
               OPEN OUTPUT GATE-PASS-FILE
           END-IF.
           WRITE GATE-PASS-RECORD.
           CLOSE GATE-PASS-FILE.
           PERFORM MARK-RELEASE-ON-ATTENDANCE.
           DISPLAY 'GATE PASS RECORDED - ' WS-WORK-NAME ' OUT AT '
               WS-TIME-HHMM ' WITH ' GP-COLLECTED-BY.

       SEND-RELEASE-NOTICE.
           MOVE WS-NOTICE-PHONE TO WS-CHECK-PHONE.
           PERFORM CHECK-PHONE-OPT-OUT.
           EVALUATE TRUE
               WHEN WS-CHECK-PHONE = ZERO
                   MOVE 'N' TO GP-SMS-STATUS
                   DISPLAY 'NO GUARDIAN PHONE - NO RELEASE NOTICE SENT'
               WHEN PHONE-OPTED-OUT OR OPT-OUT-TABLE-FULL
                   MOVE 'O' TO GP-SMS-STATUS
                   DISPLAY 'GUARDIAN NUMBER OPTED OUT - NO RELEASE '
                       'NOTICE SENT'
               WHEN OTHER
                   OPEN EXTEND SMS-NOTIFICATION-FEED
                   IF WS-FEED-STATUS NOT = '00'
                       OPEN OUTPUT SMS-NOTIFICATION-FEED
                   END-IF
                   MOVE SPACES TO SMS-NOTIFICATION-LINE
                   MOVE WS-CHECK-PHONE TO SMS-PHONE
                   MOVE WS-WORK-STU-NO TO SMS-STU-NO
                   STRING 'GATE PASS ' WS-TIME-HHMM ' '
                       WS-SG-NAME (SG-INDEX)
                       DELIMITED BY SIZE INTO SMS-REASON
                   INITIALIZE SMS-TEXT-REQUEST
                   MOVE 'GATE' TO SQ-MSG-TYPE
                   MOVE WS-WORK-STU-NO TO SQ-STU-NO
                   MOVE WS-WORK-NAME TO SQ-STU-NAME
                   MOVE WS-TODAY TO SQ-DATE
                   STRING 'AT ' WS-TIME-HHMM ' WITH '
                       WS-SG-NAME (SG-INDEX)
                       DELIMITED BY SIZE INTO SQ-DETAIL
                   CALL 'SMSTEXT' USING SMS-TEXT-REQUEST
                   MOVE SQ-TEXT TO SMS-TEXT
                   MOVE 'GATEPASS' TO SMS-PROGRAM-ID
                   MOVE SQ-MSG-TYPE TO SMS-CATEGORY
                   CALL 'SMSGATE' USING SMS-NOTIFICATION-LINE
                       SMS-GATE-ANSWER
                   IF SG-SEND
                       WRITE SMS-NOTIFICATION-LINE
                       MOVE 'S' TO GP-SMS-STATUS
                   ELSE
                       MOVE 'H' TO GP-SMS-STATUS
                       DISPLAY 'GATE SMS QUOTA USED FOR THE MONTH - '
                           'NOTICE HELD FOR SUPERVISOR RELEASE'
                   END-IF
                   CLOSE SMS-NOTIFICATION-FEED
           END-EVALUATE.

       CHECK-PHONE-OPT-OUT.
           MOVE 'N' TO WS-PHONE-OPTED.
           IF WS-CHECK-PHONE > ZERO
               PERFORM VARYING OPT-INDEX FROM 1 BY 1
                   UNTIL OPT-INDEX > WS-OPTOUT-COUNT
                   IF WS-OPTOUT-PHONE (OPT-INDEX) = WS-CHECK-PHONE
                       MOVE 'Y' TO WS-PHONE-OPTED
                   END-IF
               END-PERFORM
           END-IF.

       MARK-RELEASE-ON-ATTENDANCE.
      * The marker is not an attendance entry; ATTPOST posts the
      * student 'R' released instead of 'A' from this period on, and
      * ATTSUMM skips the marker itself.
           OPEN EXTEND DAILY-ATTENDANCE.
           IF WS-DAILY-STATUS NOT = '00'
               OPEN OUTPUT DAILY-ATTENDANCE
           END-IF.
           MOVE WS-TODAY        TO AD-ATT-DATE.
           MOVE WS-WORK-CLASS   TO AD-CLASS.
           MOVE WS-WORK-SECTION TO AD-SECTION.
           MOVE WS-WORK-STU-NO  TO AD-STU-NO.
           MOVE 'G'             TO AD-PRESENT.
           MOVE WS-FROM-PERIOD  TO AD-PERIOD.
           WRITE DAILY-ATTENDANCE-RECORD.
           CLOSE DAILY-ATTENDANCE.

       LIST-TODAYS-PASSES.
           MOVE ZERO TO WS-PASS-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GATE-PASS-FILE.
           IF WS-GATEPASS-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GATE-PASS-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF GP-PASS-DATE = WS-TODAY
                               ADD 1 TO WS-PASS-COUNT
                               DISPLAY GP-TIME-OUT ' ' GP-STU-NO ' '
                                   GP-CLASS '-' GP-SECTION ' '
                                   GP-COLLECTED-BY ' ' GP-REASON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GATE-PASS-FILE
           END-IF.
           DISPLAY 'GATE PASSES TODAY : ' WS-PASS-COUNT.
      ** add other procedures here
       END PROGRAM GATEPASS.
