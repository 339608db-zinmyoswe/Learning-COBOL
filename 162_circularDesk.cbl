      ******************************************************************
      * Author:
      * Date:
      * Purpose: Circular desk for ad-hoc SMS notices - a rain closure,
      *          a rescheduled event. An operator drafts the message and
      *          picks the audience: the whole school, a class (one
      *          section or all), a bus route from STUROUTE.DAT, the
      *          current boarders on HSTLALOC.DAT, or a keyed list of
      *          STU-NOs kept on CIRCLIST.DAT. The draft goes on the
      *          CIRCREG.DAT circular register and nothing is sent until
      *          a level-2 supervisor other than the drafter approves
      *          it. Approval expands the audience over the students on
      *          the roll to one guardian phone per family (FAMILY.DAT
      *          siblings are sent once, to the FAMGUARD.DAT family
      *          contact where there is one, else the GUARDIAN.DAT
      *          primary phone, else the STU-PHONE), skips phones on
      *          OPTOUT.DAT and writes the circular's message to
      *          SMS.FEED as keyed - up to the 160-character gateway
      *          limit, a longer one is refused at drafting. The
      *          recipient counts are kept on the register, which prints
      *          to CIRCREG.RPT. Sign-on is through OPSIGNON. Every SMS
      *          passes the SMSGATE quota check first; one held over its
      *          category's monthly quota for a supervisor to release is
      *          counted as held.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CIRCDESK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CIRCULAR-REGISTER ASSIGN TO "CIRCREG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CIRCREG-STATUS.
           SELECT CIRCULAR-LIST-FILE ASSIGN TO "CIRCLIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CIRCLIST-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT STUDENT-ROUTE-FILE ASSIGN TO "STUROUTE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STUROUTE-STATUS.
           SELECT HOSTEL-ALLOCATION ASSIGN TO "HSTLALOC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALLOC-STATUS.
           SELECT FAMILY-FILE ASSIGN TO "FAMILY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FAMILY-STATUS.
           SELECT FAMILY-GUARDIAN-FILE ASSIGN TO "FAMGUARD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FAMGUARD-STATUS.
           SELECT GUARDIAN-FILE ASSIGN TO "GUARDIAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GUARDIAN-STATUS.
           SELECT OPT-OUT-LIST ASSIGN TO "OPTOUT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPTOUT-STATUS.
           SELECT SMS-NOTIFICATION-FEED ASSIGN TO "SMS.FEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT CIRCULAR-REGISTER-REPORT ASSIGN TO "CIRCREG.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CIRCULAR-REGISTER.
           COPY CIRCREGR.

       FD  CIRCULAR-LIST-FILE.
       01 CIRCULAR-LIST-RECORD.
           05 CL-CIRC-NO      PIC 9(05).
           05 CL-STU-NO       PIC 9(05).

       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  STUDENT-ROUTE-FILE.
       01 STUDENT-ROUTE-RECORD.
           05 SR-STU-NO       PIC 9(05).
           05 SR-ROUTE-NO     PIC 9(03).
           05 SR-STOP-NAME    PIC X(20).

       FD  HOSTEL-ALLOCATION.
           COPY HSTLALOR.

       FD  FAMILY-FILE.
           COPY FAMILYR.

       FD  FAMILY-GUARDIAN-FILE.
       01 FAMILY-GUARDIAN-RECORD.
           05 FG-FAMILY-ID     PIC 9(05).
           05 FG-NAME          PIC X(15).
           05 FG-RELATION      PIC X(10).
           05 FG-PRIMARY-PHONE PIC 9(12).
           05 FG-ALT-PHONE     PIC 9(12).

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

       FD  CIRCULAR-REGISTER-REPORT.
       01 CIRCULAR-REPORT-LINE PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SMSGATER.
           COPY SCHPROFR.
       01 WS-CIRCREG-STATUS  PIC X(02) VALUE '00'.
       01 WS-CIRCLIST-STATUS PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-STUROUTE-STATUS PIC X(02) VALUE '00'.
       01 WS-ALLOC-STATUS    PIC X(02) VALUE '00'.
       01 WS-FAMILY-STATUS   PIC X(02) VALUE '00'.
       01 WS-FAMGUARD-STATUS PIC X(02) VALUE '00'.
       01 WS-GUARDIAN-STATUS PIC X(02) VALUE '00'.
       01 WS-OPTOUT-STATUS   PIC X(02) VALUE '00'.
       01 WS-FEED-STATUS     PIC X(02) VALUE '00'.
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
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'CIRCDESK'.
       01 WS-TODAY           PIC 9(08).
       01 WS-CIRC-COUNT      PIC 9(04) VALUE ZERO.
       01 WS-CIRC-FULL-FLAG  PIC X(01) VALUE 'N'.
           88 CIRC-TABLE-FULL  VALUE 'Y'.
       01 WS-CIRC-TABLE.
           05 WS-CIRC-LINE OCCURS 2000 TIMES INDEXED BY CR-INDEX
               PIC X(230).
       01 WS-NEXT-CIRC-NO    PIC 9(05) VALUE ZERO.
       01 WS-WORK-CIRC-NO    PIC 9(05).
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-LIST-COUNT      PIC 9(05) VALUE ZERO.
       01 WS-SMS-HELD        PIC 9(05) VALUE ZERO.
       01 WS-FOUND-FLAG      PIC X(01).
           88 ENTRY-FOUND      VALUE 'Y'.
       01 WS-CONFIRM         PIC X(01).
           88 ACTION-APPROVE   VALUE 'A'.
           88 ACTION-REJECT    VALUE 'R'.
           88 DRAFT-CONFIRMED  VALUE 'Y'.
      * Per STU-NO: picked by the route, hostel or keyed list, the
      * family link and the student's own guardian phone.
       01 WS-STUDENT-TABLE.
           05 WS-ST-ENTRY OCCURS 99999 TIMES INDEXED BY ST-INDEX.
               10 WS-ST-PICKED       PIC X(01).
               10 WS-ST-FAMILY-ID    PIC 9(05).
               10 WS-ST-GUARD-PHONE  PIC 9(12).
      * Per family id: the family guardian's phone and whether the
      * family has already been sent this circular.
       01 WS-FAMILY-TABLE.
           05 WS-FM-ENTRY OCCURS 99999 TIMES INDEXED BY FM-INDEX.
               10 WS-FM-PHONE        PIC 9(12).
               10 WS-FM-SENT         PIC X(01).
       01 WS-OPTOUT-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-OPTOUT-FULL-FLAG PIC X(01) VALUE 'N'.
           88 OPT-OUT-TABLE-FULL VALUE 'Y'.
       01 WS-OPTOUT-TABLE.
           05 WS-OPTOUT-PHONE OCCURS 20000 TIMES
               INDEXED BY OPT-INDEX PIC 9(12).
       01 WS-CHECK-PHONE     PIC 9(12) VALUE ZERO.
       01 WS-PHONE-OPTED     PIC X(01).
           88 PHONE-OPTED-OUT  VALUE 'Y'.
       01 WS-IN-AUDIENCE     PIC X(01).
           88 STUDENT-IN-AUDIENCE VALUE 'Y'.
       01 WS-AUDIENCE-TEXT   PIC X(20).
       01 WS-STATUS-TEXT     PIC X(08).
       01 WS-LISTED-COUNT    PIC 9(04) VALUE ZERO.
      * The message is keyed wider than the gateway limit so that an
      * over-long one is seen and refused rather than cut short.
       01 WS-DRAFT-MESSAGE   PIC X(200).
       01 WS-MESSAGE-LENGTH  PIC 9(03) VALUE ZERO.
       01 WS-MESSAGE-POS     PIC 9(03) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           CALL 'SCHPROF' USING SCHOOL-PROFILE.
           PERFORM OPERATOR-SIGN-ON.
           PERFORM LOAD-CIRCULAR-TABLE.
           PERFORM UNTIL DONE-WITH-MENU
               DISPLAY ' '
               DISPLAY '1. DRAFT A CIRCULAR'
               DISPLAY '2. APPROVE OR REJECT A CIRCULAR (SUPERVISOR)'
               DISPLAY '3. PRINT CIRCULAR REGISTER'
               DISPLAY '4. EXIT'
               DISPLAY 'ENTER CHOICE : '
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM DRAFT-CIRCULAR THRU DRAFT-CIRCULAR-EXIT
                   WHEN 2
                       IF SUPERVISOR-LEVEL
                           PERFORM DECIDE-CIRCULAR
                               THRU DECIDE-CIRCULAR-EXIT
                       ELSE
                           DISPLAY 'APPROVAL REQUIRES SUPERVISOR '
                               'AUTHORITY - SIGNED ON AS LEVEL '
                               WS-AUTH-LEVEL
                       END-IF
                   WHEN 3
                       PERFORM PRINT-CIRCULAR-REGISTER
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

       LOAD-CIRCULAR-TABLE.
           MOVE ZERO TO WS-CIRC-COUNT.
           MOVE ZERO TO WS-NEXT-CIRC-NO.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CIRCULAR-REGISTER.
           IF WS-CIRCREG-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ CIRCULAR-REGISTER
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-CIRC-COUNT < 2000
                               ADD 1 TO WS-CIRC-COUNT
                               SET CR-INDEX TO WS-CIRC-COUNT
                               MOVE CIRCULAR-RECORD TO
                                   WS-CIRC-LINE (CR-INDEX)
                               IF CR-CIRC-NO > WS-NEXT-CIRC-NO
                                   MOVE CR-CIRC-NO TO WS-NEXT-CIRC-NO
                               END-IF
                           ELSE
                               SET CIRC-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CIRCULAR-REGISTER
           END-IF.
           IF CIRC-TABLE-FULL
               DISPLAY 'CIRCREG.DAT EXCEEDS THE 2000-CIRCULAR TABLE - '
                   'DRAFTS AND APPROVALS ARE BLOCKED'
           END-IF.

      * A partly loaded register is never written back.
       REWRITE-CIRCULAR-FILE.
           OPEN OUTPUT CIRCULAR-REGISTER.
           PERFORM VARYING CR-INDEX FROM 1 BY 1
               UNTIL CR-INDEX > WS-CIRC-COUNT
               MOVE WS-CIRC-LINE (CR-INDEX) TO CIRCULAR-RECORD
               WRITE CIRCULAR-RECORD
           END-PERFORM.
           CLOSE CIRCULAR-REGISTER.

       DRAFT-CIRCULAR.
           IF CIRC-TABLE-FULL OR WS-CIRC-COUNT >= 2000
               DISPLAY 'CIRCULAR REGISTER FULL, NOT DRAFTED'
               GO TO DRAFT-CIRCULAR-EXIT
           END-IF.
           MOVE SPACES TO CIRCULAR-RECORD.
           MOVE ZERO TO CR-CLASS CR-ROUTE-NO CR-APPROVED-DATE
               CR-STUDENTS CR-SIBLINGS CR-OPTED-OUT CR-NO-PHONE
               CR-SMS-SENT.
           DISPLAY 'ENTER MESSAGE (UP TO 160 CHARACTERS) : '.
           MOVE SPACES TO WS-DRAFT-MESSAGE.
           ACCEPT WS-DRAFT-MESSAGE.
           IF WS-DRAFT-MESSAGE = SPACES
               DISPLAY 'NO MESSAGE KEYED, NOT DRAFTED'
               GO TO DRAFT-CIRCULAR-EXIT
           END-IF.
           MOVE 200 TO WS-MESSAGE-LENGTH.
           PERFORM UNTIL WS-MESSAGE-LENGTH = ZERO
                   OR WS-DRAFT-MESSAGE (WS-MESSAGE-LENGTH:1)
                       NOT = SPACE
               SUBTRACT 1 FROM WS-MESSAGE-LENGTH
           END-PERFORM.
           IF WS-MESSAGE-LENGTH > 160
               DISPLAY 'MESSAGE IS ' WS-MESSAGE-LENGTH
                   ' CHARACTERS - OVER THE 160-CHARACTER GATEWAY '
                   'LIMIT, NOT DRAFTED'
               GO TO DRAFT-CIRCULAR-EXIT
           END-IF.
           MOVE WS-DRAFT-MESSAGE TO CR-MESSAGE.
           DISPLAY 'MESSAGE IS ' WS-MESSAGE-LENGTH ' CHARACTERS'.
           DISPLAY 'AUDIENCE - W WHOLE SCHOOL, C CLASS/SECTION, '
               'B BUS ROUTE, H BOARDERS, L LIST OF STU-NOS : '.
           ACCEPT CR-AUDIENCE.
           PERFORM UNTIL CR-AUD-VALID
               DISPLAY 'MUST BE W, C, B, H OR L, RE-ENTER : '
               ACCEPT CR-AUDIENCE
           END-PERFORM.
           ADD 1 TO WS-NEXT-CIRC-NO.
           MOVE WS-NEXT-CIRC-NO TO CR-CIRC-NO.
           EVALUATE TRUE
               WHEN CR-AUD-CLASS
                   DISPLAY 'ENTER CLASS : '
                   ACCEPT CR-CLASS
                   DISPLAY 'ENTER SECTION (SPACE = ALL SECTIONS) : '
                   ACCEPT CR-SECTION
               WHEN CR-AUD-ROUTE
                   DISPLAY 'ENTER ROUTE NO : '
                   ACCEPT CR-ROUTE-NO
               WHEN CR-AUD-LIST
                   PERFORM KEY-STUDENT-LIST
                   IF WS-LIST-COUNT = ZERO
                       DISPLAY 'NO STU-NOS KEYED, NOT DRAFTED'
                       SUBTRACT 1 FROM WS-NEXT-CIRC-NO
                       GO TO DRAFT-CIRCULAR-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WS-TODAY TO CR-DRAFT-DATE.
           MOVE WS-OPERATOR-ID TO CR-DRAFTED-BY.
           MOVE 'D' TO CR-STATUS.
           ADD 1 TO WS-CIRC-COUNT.
           SET CR-INDEX TO WS-CIRC-COUNT.
           MOVE CIRCULAR-RECORD TO WS-CIRC-LINE (CR-INDEX).
           PERFORM REWRITE-CIRCULAR-FILE.
           DISPLAY 'CIRCULAR ' CR-CIRC-NO ' DRAFTED - AWAITING '
               'SUPERVISOR APPROVAL'.
       DRAFT-CIRCULAR-EXIT.
           EXIT.

      * Each STU-NO is checked on the master as it is keyed; zero
      * ends the list.
       KEY-STUDENT-LIST.
           MOVE ZERO TO WS-LIST-COUNT.
           OPEN INPUT STUDENT-MASTER.
           OPEN EXTEND CIRCULAR-LIST-FILE.
           IF WS-CIRCLIST-STATUS NOT = '00'
               OPEN OUTPUT CIRCULAR-LIST-FILE
           END-IF.
           MOVE 1 TO WS-WORK-STU-NO.
           PERFORM UNTIL WS-WORK-STU-NO = ZERO
               DISPLAY 'ENTER STU-NO (0 TO END THE LIST) : '
               ACCEPT WS-WORK-STU-NO
               IF WS-WORK-STU-NO NOT = ZERO
                   MOVE WS-WORK-STU-NO TO STU-NO IN STUDENT-DETAILS
                   READ STUDENT-MASTER
                       INVALID KEY
                           DISPLAY 'NO SUCH STU-NO ON MASTER : '
                               WS-WORK-STU-NO
                       NOT INVALID KEY
                           MOVE CR-CIRC-NO TO CL-CIRC-NO
                           MOVE WS-WORK-STU-NO TO CL-STU-NO
                           WRITE CIRCULAR-LIST-RECORD
                           ADD 1 TO WS-LIST-COUNT
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE CIRCULAR-LIST-FILE.
           CLOSE STUDENT-MASTER.
           DISPLAY WS-LIST-COUNT ' STUDENT(S) ON THE LIST'.

       DECIDE-CIRCULAR.
           IF CIRC-TABLE-FULL
               DISPLAY 'CIRCULAR REGISTER NOT FULLY LOADED, '
                   'NOTHING CAN BE APPROVED'
               GO TO DECIDE-CIRCULAR-EXIT
           END-IF.
           DISPLAY 'ENTER CIRCULAR NO : '.
           ACCEPT WS-WORK-CIRC-NO.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING CR-INDEX FROM 1 BY 1
               UNTIL CR-INDEX > WS-CIRC-COUNT OR ENTRY-FOUND
               MOVE WS-CIRC-LINE (CR-INDEX) TO CIRCULAR-RECORD
               IF CR-CIRC-NO = WS-WORK-CIRC-NO
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND
               DISPLAY 'CIRCULAR NOT ON REGISTER : ' WS-WORK-CIRC-NO
               GO TO DECIDE-CIRCULAR-EXIT
           END-IF.
           SET CR-INDEX DOWN BY 1.
           IF NOT CR-DRAFT
               DISPLAY 'CIRCULAR ' CR-CIRC-NO ' IS NOT AWAITING '
                   'APPROVAL'
               GO TO DECIDE-CIRCULAR-EXIT
           END-IF.
           IF CR-DRAFTED-BY = WS-OPERATOR-ID
               DISPLAY 'DRAFTED BY ' CR-DRAFTED-BY ' - ANOTHER '
                   'SUPERVISOR MUST APPROVE IT'
               GO TO DECIDE-CIRCULAR-EXIT
           END-IF.
           PERFORM SET-AUDIENCE-TEXT.
           DISPLAY ' '.
           DISPLAY 'CIRCULAR ' CR-CIRC-NO '  DRAFTED ' CR-DRAFT-DATE
               ' BY ' CR-DRAFTED-BY.
           DISPLAY 'MESSAGE  : ' CR-MESSAGE.
           DISPLAY 'AUDIENCE : ' WS-AUDIENCE-TEXT.
           DISPLAY 'A APPROVE AND SEND, R REJECT, ANY OTHER KEY TO '
               'LEAVE IT : '.
           ACCEPT WS-CONFIRM.
           EVALUATE TRUE
               WHEN ACTION-APPROVE
                   PERFORM SEND-CIRCULAR THRU SEND-CIRCULAR-EXIT
               WHEN ACTION-REJECT
                   MOVE 'X' TO CR-STATUS
                   MOVE WS-OPERATOR-ID TO CR-APPROVED-BY
                   MOVE WS-TODAY TO CR-APPROVED-DATE
                   MOVE CIRCULAR-RECORD TO WS-CIRC-LINE (CR-INDEX)
                   PERFORM REWRITE-CIRCULAR-FILE
                   DISPLAY 'CIRCULAR ' CR-CIRC-NO ' REJECTED'
               WHEN OTHER
                   DISPLAY 'CIRCULAR LEFT AS DRAFT'
           END-EVALUATE.
       DECIDE-CIRCULAR-EXIT.
           EXIT.

       SET-AUDIENCE-TEXT.
           MOVE SPACES TO WS-AUDIENCE-TEXT.
           EVALUATE TRUE
               WHEN CR-AUD-SCHOOL
                   MOVE 'WHOLE SCHOOL' TO WS-AUDIENCE-TEXT
               WHEN CR-AUD-CLASS AND CR-SECTION = SPACE
                   STRING 'CLASS ' CR-CLASS ' ALL SECTIONS'
                       DELIMITED BY SIZE INTO WS-AUDIENCE-TEXT
               WHEN CR-AUD-CLASS
                   STRING 'CLASS ' CR-CLASS '-' CR-SECTION
                       DELIMITED BY SIZE INTO WS-AUDIENCE-TEXT
               WHEN CR-AUD-ROUTE
                   STRING 'BUS ROUTE ' CR-ROUTE-NO
                       DELIMITED BY SIZE INTO WS-AUDIENCE-TEXT
               WHEN CR-AUD-BOARDERS
                   MOVE 'HOSTEL BOARDERS' TO WS-AUDIENCE-TEXT
               WHEN CR-AUD-LIST
                   MOVE 'LISTED STU-NOS' TO WS-AUDIENCE-TEXT
           END-EVALUATE.

       SEND-CIRCULAR.
           INITIALIZE WS-STUDENT-TABLE.
           INITIALIZE WS-FAMILY-TABLE.
           EVALUATE TRUE
               WHEN CR-AUD-ROUTE
                   PERFORM PICK-ROUTE-STUDENTS
               WHEN CR-AUD-BOARDERS
                   PERFORM PICK-BOARDERS
               WHEN CR-AUD-LIST
                   PERFORM PICK-LISTED-STUDENTS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM LOAD-FAMILY-LINKS.
           PERFORM LOAD-GUARDIAN-PHONES.
           PERFORM LOAD-OPT-OUT-LIST.
           IF OPT-OUT-TABLE-FULL
               DISPLAY 'OPT-OUT LIST EXCEEDS THE ' WS-OPTOUT-COUNT
                   '-ENTRY TABLE - CIRCULAR NOT SENT'
               GO TO SEND-CIRCULAR-EXIT
           END-IF.
           MOVE ZERO TO CR-STUDENTS CR-SIBLINGS CR-OPTED-OUT
               CR-NO-PHONE CR-SMS-SENT.
           MOVE ZERO TO WS-SMS-HELD.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN STUDENT.IDX, STATUS : '
                   WS-MASTER-STATUS
               GO TO SEND-CIRCULAR-EXIT
           END-IF.
           OPEN EXTEND SMS-NOTIFICATION-FEED.
           IF WS-FEED-STATUS NOT = '00'
               OPEN OUTPUT SMS-NOTIFICATION-FEED
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF STU-ACTIVE OR STU-RESTORED
                           OR STU-LONG-ABSENT
                           PERFORM CHECK-STUDENT-AUDIENCE
                           IF STUDENT-IN-AUDIENCE
                               PERFORM SEND-TO-ONE-STUDENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SMS-NOTIFICATION-FEED.
           CLOSE STUDENT-MASTER.
           IF CR-STUDENTS = ZERO
               DISPLAY 'NO STUDENTS ON THE ROLL IN THIS AUDIENCE - '
                   'CIRCULAR LEFT AS DRAFT'
               GO TO SEND-CIRCULAR-EXIT
           END-IF.
           MOVE 'S' TO CR-STATUS.
           MOVE WS-OPERATOR-ID TO CR-APPROVED-BY.
           MOVE WS-TODAY TO CR-APPROVED-DATE.
           MOVE CIRCULAR-RECORD TO WS-CIRC-LINE (CR-INDEX).
           PERFORM REWRITE-CIRCULAR-FILE.
           DISPLAY 'CIRCULAR ' CR-CIRC-NO ' SENT - STUDENTS : '
               CR-STUDENTS '  SMS : ' CR-SMS-SENT.
           DISPLAY '  SIBLINGS MERGED : ' CR-SIBLINGS
               '  OPTED OUT : ' CR-OPTED-OUT
               '  NO PHONE : ' CR-NO-PHONE.
           IF WS-SMS-HELD > ZERO
               DISPLAY '  HELD OVER THE CIRC SMS QUOTA : ' WS-SMS-HELD
                   ' - FOR SUPERVISOR RELEASE ON SMSQDESK'
           END-IF.
       SEND-CIRCULAR-EXIT.
           EXIT.

       PICK-ROUTE-STUDENTS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT STUDENT-ROUTE-FILE.
           IF WS-STUROUTE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ STUDENT-ROUTE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF SR-STU-NO > ZERO
                               AND SR-ROUTE-NO = CR-ROUTE-NO
                               SET ST-INDEX TO SR-STU-NO
                               MOVE 'Y' TO WS-ST-PICKED (ST-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-ROUTE-FILE
           END-IF.

       PICK-BOARDERS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HOSTEL-ALLOCATION.
           IF WS-ALLOC-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ HOSTEL-ALLOCATION
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF HA-STU-NO > ZERO
                               AND HA-CURRENT-BOARDER
                               SET ST-INDEX TO HA-STU-NO
                               MOVE 'Y' TO WS-ST-PICKED (ST-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOSTEL-ALLOCATION
           END-IF.

       PICK-LISTED-STUDENTS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CIRCULAR-LIST-FILE.
           IF WS-CIRCLIST-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ CIRCULAR-LIST-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF CL-STU-NO > ZERO
                               AND CL-CIRC-NO = CR-CIRC-NO
                               SET ST-INDEX TO CL-STU-NO
                               MOVE 'Y' TO WS-ST-PICKED (ST-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CIRCULAR-LIST-FILE
           END-IF.

       LOAD-FAMILY-LINKS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FAMILY-FILE.
           IF WS-FAMILY-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ FAMILY-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF FM-STU-NO > ZERO
                               SET ST-INDEX TO FM-STU-NO
                               MOVE FM-FAMILY-ID TO
                                   WS-ST-FAMILY-ID (ST-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FAMILY-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FAMILY-GUARDIAN-FILE.
           IF WS-FAMGUARD-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ FAMILY-GUARDIAN-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF FG-FAMILY-ID > ZERO
                               SET FM-INDEX TO FG-FAMILY-ID
                               MOVE FG-PRIMARY-PHONE TO
                                   WS-FM-PHONE (FM-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FAMILY-GUARDIAN-FILE
           END-IF.

       LOAD-GUARDIAN-PHONES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GUARDIAN-FILE.
           IF WS-GUARDIAN-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GUARDIAN-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF GD-STU-NO > ZERO
                               SET ST-INDEX TO GD-STU-NO
                               MOVE GD-PRIMARY-PHONE TO
                                   WS-ST-GUARD-PHONE (ST-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN-FILE
           END-IF.

       LOAD-OPT-OUT-LIST.
           MOVE ZERO TO WS-OPTOUT-COUNT.
           MOVE 'N' TO WS-OPTOUT-FULL-FLAG.
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

       CHECK-STUDENT-AUDIENCE.
           MOVE 'N' TO WS-IN-AUDIENCE.
           SET ST-INDEX TO STU-NO IN STUDENT-DETAILS.
           EVALUATE TRUE
               WHEN CR-AUD-SCHOOL
                   MOVE 'Y' TO WS-IN-AUDIENCE
               WHEN CR-AUD-CLASS
                   IF STU-CLASS = CR-CLASS
                       AND (CR-SECTION = SPACE
                       OR STU-SECTION = CR-SECTION)
                       MOVE 'Y' TO WS-IN-AUDIENCE
                   END-IF
               WHEN OTHER
                   IF WS-ST-PICKED (ST-INDEX) = 'Y'
                       MOVE 'Y' TO WS-IN-AUDIENCE
                   END-IF
           END-EVALUATE.

      * Siblings share one message: the first of the family on the
      * roll to reach a phone carries it for the rest.
       SEND-TO-ONE-STUDENT.
           ADD 1 TO CR-STUDENTS.
           MOVE ZERO TO WS-CHECK-PHONE.
           IF WS-ST-FAMILY-ID (ST-INDEX) > ZERO
               SET FM-INDEX TO WS-ST-FAMILY-ID (ST-INDEX)
               IF WS-FM-SENT (FM-INDEX) = 'Y'
                   ADD 1 TO CR-SIBLINGS
               ELSE
                   MOVE WS-FM-PHONE (FM-INDEX) TO WS-CHECK-PHONE
                   PERFORM SEND-ONE-MESSAGE
               END-IF
           ELSE
               PERFORM SEND-ONE-MESSAGE
           END-IF.

       SEND-ONE-MESSAGE.
           IF WS-CHECK-PHONE = ZERO
               MOVE WS-ST-GUARD-PHONE (ST-INDEX) TO WS-CHECK-PHONE
           END-IF.
           IF WS-CHECK-PHONE = ZERO
               MOVE STU-PHONE TO WS-CHECK-PHONE
           END-IF.
           PERFORM CHECK-PHONE-OPT-OUT.
           EVALUATE TRUE
               WHEN WS-CHECK-PHONE = ZERO
                   ADD 1 TO CR-NO-PHONE
               WHEN PHONE-OPTED-OUT
                   ADD 1 TO CR-OPTED-OUT
               WHEN OTHER
                   MOVE SPACES TO SMS-NOTIFICATION-LINE
                   MOVE WS-CHECK-PHONE TO SMS-PHONE
                   MOVE STU-NO IN STUDENT-DETAILS TO SMS-STU-NO
                   STRING 'CIRCULAR ' CR-CIRC-NO
                       DELIMITED BY SIZE INTO SMS-REASON
                   MOVE CR-MESSAGE TO SMS-TEXT
                   MOVE 'CIRCDESK' TO SMS-PROGRAM-ID
                   MOVE 'CIRC' TO SMS-CATEGORY
                   CALL 'SMSGATE' USING SMS-NOTIFICATION-LINE
                       SMS-GATE-ANSWER
                   IF SG-SEND
                       WRITE SMS-NOTIFICATION-LINE
                       ADD 1 TO CR-SMS-SENT
                   ELSE
                       ADD 1 TO WS-SMS-HELD
                   END-IF
                   IF WS-ST-FAMILY-ID (ST-INDEX) > ZERO
                       MOVE 'Y' TO WS-FM-SENT (FM-INDEX)
                   END-IF
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

       PRINT-CIRCULAR-REGISTER.
           MOVE ZERO TO WS-LISTED-COUNT.
           OPEN OUTPUT CIRCULAR-REGISTER-REPORT.
           MOVE ALL '=' TO CIRCULAR-REPORT-LINE.
           WRITE CIRCULAR-REPORT-LINE.
           MOVE SPACES TO CIRCULAR-REPORT-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO CIRCULAR-REPORT-LINE.
           WRITE CIRCULAR-REPORT-LINE.
           MOVE '                 CIRCULAR REGISTER' TO
               CIRCULAR-REPORT-LINE.
           WRITE CIRCULAR-REPORT-LINE.
           MOVE SPACES TO CIRCULAR-REPORT-LINE.
           STRING 'PRINTED : ' WS-TODAY
               DELIMITED BY SIZE INTO CIRCULAR-REPORT-LINE.
           WRITE CIRCULAR-REPORT-LINE.
           MOVE ALL '-' TO CIRCULAR-REPORT-LINE.
           WRITE CIRCULAR-REPORT-LINE.
           PERFORM VARYING CR-INDEX FROM 1 BY 1
               UNTIL CR-INDEX > WS-CIRC-COUNT
               MOVE WS-CIRC-LINE (CR-INDEX) TO CIRCULAR-RECORD
               PERFORM WRITE-ONE-CIRCULAR
           END-PERFORM.
           MOVE ALL '-' TO CIRCULAR-REPORT-LINE.
           WRITE CIRCULAR-REPORT-LINE.
           MOVE SPACES TO CIRCULAR-REPORT-LINE.
           STRING 'CIRCULARS ON REGISTER : ' WS-LISTED-COUNT
               DELIMITED BY SIZE INTO CIRCULAR-REPORT-LINE.
           WRITE CIRCULAR-REPORT-LINE.
           MOVE ALL '=' TO CIRCULAR-REPORT-LINE.
           WRITE CIRCULAR-REPORT-LINE.
           CLOSE CIRCULAR-REGISTER-REPORT.
           DISPLAY 'CIRCULAR REGISTER PRINTED, CIRCULARS : '
               WS-LISTED-COUNT.

       WRITE-ONE-CIRCULAR.
           ADD 1 TO WS-LISTED-COUNT.
           PERFORM SET-AUDIENCE-TEXT.
           EVALUATE TRUE
               WHEN CR-DRAFT
                   MOVE 'DRAFT' TO WS-STATUS-TEXT
               WHEN CR-SENT
                   MOVE 'SENT' TO WS-STATUS-TEXT
               WHEN CR-REJECTED
                   MOVE 'REJECTED' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE SPACES TO CIRCULAR-REPORT-LINE.
           STRING CR-CIRC-NO ' ' CR-DRAFT-DATE ' ' CR-DRAFTED-BY ' '
               WS-STATUS-TEXT ' ' CR-APPROVED-BY ' ' CR-APPROVED-DATE
               DELIMITED BY SIZE INTO CIRCULAR-REPORT-LINE.
           WRITE CIRCULAR-REPORT-LINE.
           MOVE SPACES TO CIRCULAR-REPORT-LINE.
           STRING '      TO ' WS-AUDIENCE-TEXT
               DELIMITED BY SIZE INTO CIRCULAR-REPORT-LINE.
           WRITE CIRCULAR-REPORT-LINE.
           PERFORM VARYING WS-MESSAGE-POS FROM 1 BY 40
               UNTIL WS-MESSAGE-POS > 160
               IF CR-MESSAGE (WS-MESSAGE-POS:40) NOT = SPACES
                   MOVE SPACES TO CIRCULAR-REPORT-LINE
                   STRING '      ' CR-MESSAGE (WS-MESSAGE-POS:40)
                       DELIMITED BY SIZE INTO CIRCULAR-REPORT-LINE
                   WRITE CIRCULAR-REPORT-LINE
               END-IF
           END-PERFORM.
           IF CR-SENT
               MOVE SPACES TO CIRCULAR-REPORT-LINE
               STRING '      STUDENTS ' CR-STUDENTS
                   ' SMS ' CR-SMS-SENT
                   ' SIBLINGS ' CR-SIBLINGS
                   ' OPTED OUT ' CR-OPTED-OUT
                   ' NO PHONE ' CR-NO-PHONE
                   DELIMITED BY SIZE INTO CIRCULAR-REPORT-LINE
               WRITE CIRCULAR-REPORT-LINE
           END-IF.
      ** add other procedures here
       END PROGRAM CIRCDESK.
