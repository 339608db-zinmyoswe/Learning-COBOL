      ******************************************************************
      * Author:
      * Date:
      * Purpose: Parent-teacher meeting desk. For a PTM date keyed by a
      *          supervisor, books one 10-minute guardian slot per
      *          active student with the CLSTCHR.DAT class teacher of
      *          each class and section, onto PTMSLOT.DAT. Students with
      *          an open PROBATN.DAT probation case or fee arrears (a
      *          FEELEDGR.DAT balance on charges already due, as
      *          FEEAGING ages them) get the first slots of their
      *          section. Each booking sends an invitation into SMS.FEED
      *          to the GUARDIAN.DAT primary phone unless that number is
      *          on the OPTOUT.DAT list, worded from the PTMI SMS
      *          template with the slot time as the detail; the slot
      *          records whether the invitation went. A class and
      *          section with no class teacher is not booked and is
      *          listed. After the meeting the office marks, section by
      *          section, who came onto PTMATTND.DAT for the PTMTURN
      *          turnout report. Every SMS passes the SMSGATE quota
      *          check first; one held over its category's monthly quota
      *          for a supervisor to release is counted as held.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PTMDESK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PTM-SLOT-FILE ASSIGN TO "PTMSLOT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PTMSLOT-STATUS.
           SELECT PTM-ATTENDANCE-FILE ASSIGN TO "PTMATTND.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PTMATTND-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CLASS-TEACHER-FILE ASSIGN TO "CLSTCHR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLSTCHR-STATUS.
           SELECT PROBATION-FILE ASSIGN TO "PROBATN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROBATN-STATUS.
           SELECT FEE-LEDGER ASSIGN TO "FEELEDGR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT GUARDIAN-FILE ASSIGN TO "GUARDIAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GUARDIAN-STATUS.
           SELECT OPT-OUT-LIST ASSIGN TO "OPTOUT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPTOUT-STATUS.
           SELECT SMS-NOTIFICATION-FEED ASSIGN TO "SMS.FEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  PTM-SLOT-FILE.
           COPY PTMSLOTR.

       FD  PTM-ATTENDANCE-FILE.
           COPY PTMATTNR.

       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  CLASS-TEACHER-FILE.
       01 CLASS-TEACHER-RECORD.
           05 CT-CLASS        PIC 9(02).
           05 CT-SECTION      PIC X(01).
           05 CT-TEACHER-ID   PIC 9(04).
           05 CT-TEACHER-NAME PIC X(15).

       FD  PROBATION-FILE.
           COPY PROBATNR.

       FD  FEE-LEDGER.
           COPY FEELEDGR.

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

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SMSTXTR.
           COPY SMSGATER.
       01 WS-PTMSLOT-STATUS  PIC X(02) VALUE '00'.
       01 WS-PTMATTND-STATUS PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-CLSTCHR-STATUS  PIC X(02) VALUE '00'.
       01 WS-PROBATN-STATUS  PIC X(02) VALUE '00'.
       01 WS-LEDGER-STATUS   PIC X(02) VALUE '00'.
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
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'PTMDESK '.
       01 WS-TODAY           PIC 9(08).
       01 WS-DATEVAL-IN      PIC X(10).
       01 WS-DATE-FORMAT     PIC X(01).
       01 WS-ALLOW-FUTURE    PIC X(01).
       01 WS-DATE-VALID      PIC X(01).
           88 DATE-OK          VALUE 'Y'.
       01 WS-PTM-DATE        PIC 9(08) VALUE ZERO.
       01 WS-START-HHMM      PIC 9(04) VALUE ZERO.
       01 WS-START-PARTS REDEFINES WS-START-HHMM.
           05 WS-START-HH     PIC 9(02).
           05 WS-START-MM     PIC 9(02).
       01 WS-CLOCK-MINUTES   PIC 9(04) VALUE ZERO.
       01 WS-SLOT-HH         PIC 9(02).
       01 WS-SLOT-MM         PIC 9(02).
       01 WS-SLOT-HHMM       PIC 9(04).
       01 WS-ALREADY-BOOKED  PIC X(01) VALUE 'N'.
           88 PTM-ALREADY-BOOKED VALUE 'Y'.
       01 WS-TEACHER-COUNT   PIC 9(02) VALUE ZERO.
       01 WS-CLASS-TEACHER-TABLE.
           05 WS-CT-ENTRY OCCURS 60 TIMES INDEXED BY CT-INDEX.
               10 WS-CT-CLASS     PIC 9(02).
               10 WS-CT-SECTION   PIC X(01).
               10 WS-CT-ID        PIC 9(04).
               10 WS-CT-NAME      PIC X(15).
       01 WS-RISK-TABLE.
           05 WS-RISK-ENTRY OCCURS 99999 TIMES INDEXED BY RISK-INDEX
               PIC X(01).
       01 WS-BALANCE-TABLE.
           05 WS-BAL-ENTRY OCCURS 99999 TIMES INDEXED BY BAL-INDEX
               PIC S9(07)V9(02).
       01 WS-GUARDIAN-TABLE.
           05 WS-GRD-PRIMARY OCCURS 99999 TIMES INDEXED BY GRD-INDEX
               PIC 9(12).
       01 WS-OPTOUT-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-OPTOUT-FULL-FLAG PIC X(01) VALUE 'N'.
           88 OPT-OUT-TABLE-FULL VALUE 'Y'.
       01 WS-OPTOUT-TABLE.
           05 WS-OPTOUT-PHONE OCCURS 20000 TIMES
               INDEXED BY OPT-INDEX PIC 9(12).
       01 WS-CHECK-PHONE     PIC 9(12) VALUE ZERO.
       01 WS-PHONE-OPTED     PIC X(01).
           88 PHONE-OPTED-OUT  VALUE 'Y'.
      * Active students on roll, in STU-NO order; WS-RL-BOOKED marks
      * those given a slot so the sections with no class teacher can
      * be counted afterwards.
       01 WS-ROLL-COUNT      PIC 9(04) VALUE ZERO.
       01 WS-ROLL-FULL-FLAG  PIC X(01) VALUE 'N'.
           88 ROLL-TABLE-FULL  VALUE 'Y'.
       01 WS-ROLL-TABLE.
           05 WS-RL-ENTRY OCCURS 3000 TIMES INDEXED BY RL-INDEX.
               10 WS-RL-STU-NO    PIC 9(05).
               10 WS-RL-CLASS     PIC 9(02).
               10 WS-RL-SECTION   PIC X(01).
               10 WS-RL-RISK      PIC X(01).
               10 WS-RL-BOOKED    PIC X(01).
       01 WS-RL-SUB          PIC 9(04) VALUE ZERO.
       01 WS-SLOTS-BOOKED    PIC 9(05) VALUE ZERO.
       01 WS-PRIORITY-BOOKED PIC 9(05) VALUE ZERO.
       01 WS-INVITES-SENT    PIC 9(05) VALUE ZERO.
       01 WS-INVITES-HELD    PIC 9(05) VALUE ZERO.
       01 WS-INVITES-OPTED   PIC 9(05) VALUE ZERO.
       01 WS-INVITES-NO-PHONE PIC 9(05) VALUE ZERO.
       01 WS-NOT-BOOKED      PIC 9(05) VALUE ZERO.
       01 WS-SECTION-BOOKED  PIC 9(03) VALUE ZERO.
       01 WS-WORK-CLASS      PIC 9(02).
       01 WS-WORK-SECTION    PIC X(01).
       01 WS-WORK-MARK       PIC X(01).
           88 MARK-VALID       VALUE 'Y' 'N'.
           88 MARK-SKIPPED     VALUE SPACE.
       01 WS-SLOT-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-MARK-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-RISK-TEXT       PIC X(10).
       01 WS-INVITE-TEXT     PIC X(10).
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
           OPEN INPUT STUDENT-MASTER.
           PERFORM UNTIL DONE-WITH-MENU
               PERFORM DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       IF NOT SUPERVISOR-LEVEL
                           DISPLAY 'SUPERVISOR SIGN-ON REQUIRED'
                       ELSE
                           PERFORM SCHEDULE-PTM
                       END-IF
                   WHEN 2
                       PERFORM LIST-SECTION-SLOTS
                   WHEN 3
                       PERFORM MARK-SECTION-ATTENDANCE
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           CLOSE STUDENT-MASTER.
           STOP RUN.

       DISPLAY-MENU.
           DISPLAY ' '.
           DISPLAY '1. SCHEDULE PTM AND SEND INVITATIONS'.
           DISPLAY '2. LIST PTM SLOTS FOR A CLASS-SECTION'.
           DISPLAY '3. MARK GUARDIAN ATTENDANCE FOR A CLASS-SECTION'.
           DISPLAY '4. EXIT'.
           DISPLAY 'ENTER CHOICE : '.

       ACCEPT-PTM-DATE.
           MOVE ZERO TO WS-PTM-DATE.
           DISPLAY 'PTM DATE (YYYYMMDD) : '.
           ACCEPT WS-PTM-DATE.
           MOVE SPACES TO WS-DATEVAL-IN.
           MOVE WS-PTM-DATE TO WS-DATEVAL-IN (1:8).
           MOVE 'Y' TO WS-DATE-FORMAT.
           MOVE 'Y' TO WS-ALLOW-FUTURE.
           CALL 'DATEVAL' USING WS-DATEVAL-IN WS-DATE-FORMAT
               WS-ALLOW-FUTURE WS-DATE-VALID.
           IF NOT DATE-OK
               DISPLAY 'NOT A VALID CALENDAR DATE : ' WS-PTM-DATE
               MOVE ZERO TO WS-PTM-DATE
           END-IF.

       SCHEDULE-PTM.
           PERFORM ACCEPT-PTM-DATE.
           IF WS-PTM-DATE = ZERO
               DISPLAY 'PTM NOT SCHEDULED'
           ELSE
               IF WS-PTM-DATE < WS-TODAY
                   DISPLAY 'PTM DATE IS IN THE PAST - NOT SCHEDULED'
               ELSE
                   PERFORM CHECK-PTM-ALREADY-BOOKED
                   IF PTM-ALREADY-BOOKED
                       DISPLAY 'SLOTS ALREADY BOOKED FOR ' WS-PTM-DATE
                           ' - NOT SCHEDULED AGAIN'
                   ELSE
                       PERFORM ACCEPT-START-TIME
                   END-IF
               END-IF
           END-IF.

       CHECK-PTM-ALREADY-BOOKED.
           MOVE 'N' TO WS-ALREADY-BOOKED.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PTM-SLOT-FILE.
           IF WS-PTMSLOT-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   OR PTM-ALREADY-BOOKED
                   READ PTM-SLOT-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF PS-PTM-DATE = WS-PTM-DATE
                               MOVE 'Y' TO WS-ALREADY-BOOKED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PTM-SLOT-FILE
           END-IF.

       ACCEPT-START-TIME.
           DISPLAY 'FIRST SLOT AT (HHMM, 0 = 0900) : '.
           ACCEPT WS-START-HHMM.
           IF WS-START-HHMM = ZERO
               MOVE 0900 TO WS-START-HHMM
           END-IF.
           IF WS-START-HH > 23 OR WS-START-MM > 59
               DISPLAY 'NOT A VALID TIME : ' WS-START-HHMM
                   ' - NOT SCHEDULED'
           ELSE
               PERFORM LOAD-SCHEDULING-FILES
           END-IF.

       LOAD-SCHEDULING-FILES.
           PERFORM LOAD-CLASS-TEACHERS.
           PERFORM LOAD-OPT-OUT-LIST.
      * A partial opt-out list cannot be honoured - no invitation is
      * better than one to a parent who asked for none.
           EVALUATE TRUE
               WHEN WS-TEACHER-COUNT = ZERO
                   DISPLAY 'NO CLSTCHR.DAT CLASS-TEACHER ASSIGNMENTS '
                       '- PTM NOT SCHEDULED'
               WHEN OPT-OUT-TABLE-FULL
                   DISPLAY 'OPT-OUT LIST EXCEEDS THE ' WS-OPTOUT-COUNT
                       '-ENTRY TABLE - PTM NOT SCHEDULED'
               WHEN OTHER
                   PERFORM LOAD-PROBATION-CASES
                   PERFORM LOAD-FEE-ARREARS
                   PERFORM LOAD-GUARDIAN-PHONES
                   PERFORM LOAD-ACTIVE-ROLL
                   IF ROLL-TABLE-FULL
                       DISPLAY 'MORE THAN 3000 ACTIVE STUDENTS - PTM '
                           'NOT SCHEDULED'
                   ELSE
                       PERFORM BOOK-ALL-SECTIONS
                   END-IF
           END-EVALUATE.

       LOAD-CLASS-TEACHERS.
           MOVE ZERO TO WS-TEACHER-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CLASS-TEACHER-FILE.
           IF WS-CLSTCHR-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ CLASS-TEACHER-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-TEACHER-COUNT < 60
                               ADD 1 TO WS-TEACHER-COUNT
                               SET CT-INDEX TO WS-TEACHER-COUNT
                               MOVE CT-CLASS TO
                                   WS-CT-CLASS (CT-INDEX)
                               MOVE CT-SECTION TO
                                   WS-CT-SECTION (CT-INDEX)
                               MOVE CT-TEACHER-ID TO
                                   WS-CT-ID (CT-INDEX)
                               MOVE CT-TEACHER-NAME TO
                                   WS-CT-NAME (CT-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASS-TEACHER-FILE
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

       LOAD-PROBATION-CASES.
           PERFORM VARYING RISK-INDEX FROM 1 BY 1
               UNTIL RISK-INDEX > 99999
               MOVE SPACE TO WS-RISK-ENTRY (RISK-INDEX)
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PROBATION-FILE.
           IF WS-PROBATN-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ PROBATION-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF PB-STU-NO > ZERO AND PB-OPEN
                               SET RISK-INDEX TO PB-STU-NO
                               MOVE 'P' TO WS-RISK-ENTRY (RISK-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROBATION-FILE
           END-IF.

       LOAD-FEE-ARREARS.
      * Arrears are what FEEAGING would age: charges already due less
      * everything paid or conceded.
           PERFORM VARYING BAL-INDEX FROM 1 BY 1
               UNTIL BAL-INDEX > 99999
               MOVE ZERO TO WS-BAL-ENTRY (BAL-INDEX)
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FEE-LEDGER.
           IF WS-LEDGER-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ FEE-LEDGER
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF FL-STU-NO > ZERO
                               PERFORM TALLY-LEDGER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-LEDGER
           END-IF.
           PERFORM VARYING BAL-INDEX FROM 1 BY 1
               UNTIL BAL-INDEX > 99999
               IF WS-BAL-ENTRY (BAL-INDEX) > ZERO
                   SET RISK-INDEX TO BAL-INDEX
                   IF WS-RISK-ENTRY (RISK-INDEX) = 'P'
                       MOVE 'B' TO WS-RISK-ENTRY (RISK-INDEX)
                   ELSE
                       MOVE 'F' TO WS-RISK-ENTRY (RISK-INDEX)
                   END-IF
               END-IF
           END-PERFORM.

       TALLY-LEDGER-ROW.
           SET BAL-INDEX TO FL-STU-NO.
           IF FL-CHARGE-TXN
               IF FL-DUE-ON-POSTING
                   IF FL-TXN-DATE <= WS-TODAY
                       ADD FL-AMOUNT TO WS-BAL-ENTRY (BAL-INDEX)
                   END-IF
               ELSE
                   IF FL-DUE-DATE <= WS-TODAY
                       ADD FL-AMOUNT TO WS-BAL-ENTRY (BAL-INDEX)
                   END-IF
               END-IF
           ELSE
               IF FL-CREDIT-TXN
                   SUBTRACT FL-AMOUNT FROM WS-BAL-ENTRY (BAL-INDEX)
               END-IF
           END-IF.

       LOAD-GUARDIAN-PHONES.
           PERFORM VARYING GRD-INDEX FROM 1 BY 1
               UNTIL GRD-INDEX > 99999
               MOVE ZERO TO WS-GRD-PRIMARY (GRD-INDEX)
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GUARDIAN-FILE.
           IF WS-GUARDIAN-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GUARDIAN-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF GD-STU-NO > ZERO
                               SET GRD-INDEX TO GD-STU-NO
                               MOVE GD-PRIMARY-PHONE TO
                                   WS-GRD-PRIMARY (GRD-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN-FILE
           ELSE
               DISPLAY 'NO GUARDIAN CONTACT FILE - NO INVITATIONS '
                   'CAN BE SENT'
           END-IF.

       LOAD-ACTIVE-ROLL.
           MOVE ZERO TO WS-ROLL-COUNT.
           MOVE 'N' TO WS-ROLL-FULL-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE ZERO TO STU-NO IN STUDENT-DETAILS.
           START STUDENT-MASTER KEY IS NOT LESS THAN
               STU-NO IN STUDENT-DETAILS
               INVALID KEY
                   SET END-OF-CURRENT-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF (STU-ACTIVE OR STU-RESTORED)
                           AND STU-NO IN STUDENT-DETAILS > ZERO
                           PERFORM ADD-STUDENT-TO-ROLL
                       END-IF
               END-READ
           END-PERFORM.

       ADD-STUDENT-TO-ROLL.
           IF WS-ROLL-COUNT < 3000
               ADD 1 TO WS-ROLL-COUNT
               SET RL-INDEX TO WS-ROLL-COUNT
               SET RISK-INDEX TO STU-NO IN STUDENT-DETAILS
               MOVE STU-NO IN STUDENT-DETAILS TO
                   WS-RL-STU-NO (RL-INDEX)
               MOVE STU-CLASS   TO WS-RL-CLASS (RL-INDEX)
               MOVE STU-SECTION TO WS-RL-SECTION (RL-INDEX)
               MOVE WS-RISK-ENTRY (RISK-INDEX) TO
                   WS-RL-RISK (RL-INDEX)
               MOVE 'N' TO WS-RL-BOOKED (RL-INDEX)
           ELSE
               SET ROLL-TABLE-FULL TO TRUE
           END-IF.

       BOOK-ALL-SECTIONS.
           MOVE ZERO TO WS-SLOTS-BOOKED WS-PRIORITY-BOOKED
               WS-INVITES-SENT WS-INVITES-OPTED WS-INVITES-NO-PHONE
               WS-INVITES-HELD WS-NOT-BOOKED.
           OPEN EXTEND PTM-SLOT-FILE.
           IF WS-PTMSLOT-STATUS NOT = '00'
               OPEN OUTPUT PTM-SLOT-FILE
           END-IF.
           OPEN EXTEND SMS-NOTIFICATION-FEED.
           IF WS-FEED-STATUS NOT = '00'
               OPEN OUTPUT SMS-NOTIFICATION-FEED
           END-IF.
           PERFORM VARYING CT-INDEX FROM 1 BY 1
               UNTIL CT-INDEX > WS-TEACHER-COUNT
               PERFORM BOOK-ONE-SECTION
           END-PERFORM.
           CLOSE SMS-NOTIFICATION-FEED.
           CLOSE PTM-SLOT-FILE.
           PERFORM VARYING RL-INDEX FROM 1 BY 1
               UNTIL RL-INDEX > WS-ROLL-COUNT
               IF WS-RL-BOOKED (RL-INDEX) = 'N'
                   ADD 1 TO WS-NOT-BOOKED
               END-IF
           END-PERFORM.
           DISPLAY 'PTM ' WS-PTM-DATE ' SLOTS BOOKED : '
               WS-SLOTS-BOOKED '  PRIORITY : ' WS-PRIORITY-BOOKED.
           DISPLAY 'INVITATIONS SENT : ' WS-INVITES-SENT
               '  OPTED OUT : ' WS-INVITES-OPTED
               '  NO PHONE : ' WS-INVITES-NO-PHONE
               '  HELD : ' WS-INVITES-HELD.
           IF WS-NOT-BOOKED > ZERO
               DISPLAY 'STUDENTS NOT BOOKED (NO CLASS TEACHER FOR '
                   'THEIR SECTION) : ' WS-NOT-BOOKED
               PERFORM LIST-UNBOOKED-SECTIONS
           END-IF.

       BOOK-ONE-SECTION.
      * At-risk students take the first slots of the section, the
      * rest of the roll follows in STU-NO order.
           MOVE ZERO TO WS-SECTION-BOOKED.
           COMPUTE WS-CLOCK-MINUTES =
               WS-START-HH * 60 + WS-START-MM.
           PERFORM VARYING RL-INDEX FROM 1 BY 1
               UNTIL RL-INDEX > WS-ROLL-COUNT
               IF WS-RL-CLASS (RL-INDEX) = WS-CT-CLASS (CT-INDEX)
                   AND WS-RL-SECTION (RL-INDEX) =
                       WS-CT-SECTION (CT-INDEX)
                   AND WS-RL-RISK (RL-INDEX) NOT = SPACE
                   AND WS-RL-BOOKED (RL-INDEX) = 'N'
                   PERFORM BOOK-ONE-SLOT
               END-IF
           END-PERFORM.
           PERFORM VARYING RL-INDEX FROM 1 BY 1
               UNTIL RL-INDEX > WS-ROLL-COUNT
               IF WS-RL-CLASS (RL-INDEX) = WS-CT-CLASS (CT-INDEX)
                   AND WS-RL-SECTION (RL-INDEX) =
                       WS-CT-SECTION (CT-INDEX)
                   AND WS-RL-BOOKED (RL-INDEX) = 'N'
                   PERFORM BOOK-ONE-SLOT
               END-IF
           END-PERFORM.
           IF WS-SECTION-BOOKED > ZERO
               DISPLAY 'CLASS ' WS-CT-CLASS (CT-INDEX) '-'
                   WS-CT-SECTION (CT-INDEX) ' '
                   WS-CT-NAME (CT-INDEX) ' SLOTS ' WS-SECTION-BOOKED
                   ' LAST AT ' WS-SLOT-HHMM
           END-IF.

       BOOK-ONE-SLOT.
           DIVIDE WS-CLOCK-MINUTES BY 60 GIVING WS-SLOT-HH
               REMAINDER WS-SLOT-MM.
           COMPUTE WS-SLOT-HHMM = WS-SLOT-HH * 100 + WS-SLOT-MM.
           MOVE WS-PTM-DATE                TO PS-PTM-DATE.
           MOVE WS-CT-CLASS (CT-INDEX)     TO PS-CLASS.
           MOVE WS-CT-SECTION (CT-INDEX)   TO PS-SECTION.
           MOVE WS-SLOT-HHMM               TO PS-SLOT-TIME.
           MOVE WS-RL-STU-NO (RL-INDEX)    TO PS-STU-NO.
           MOVE WS-CT-ID (CT-INDEX)        TO PS-TEACHER-ID.
           MOVE WS-RL-RISK (RL-INDEX)      TO PS-RISK-REASON.
           MOVE WS-OPERATOR-ID             TO PS-OPERATOR-ID.
           PERFORM SEND-INVITATION.
           WRITE PTM-SLOT-RECORD.
           MOVE 'Y' TO WS-RL-BOOKED (RL-INDEX).
           ADD 1 TO WS-SLOTS-BOOKED.
           ADD 1 TO WS-SECTION-BOOKED.
           IF PS-AT-RISK
               ADD 1 TO WS-PRIORITY-BOOKED
           END-IF.
           ADD 10 TO WS-CLOCK-MINUTES.

       SEND-INVITATION.
           SET GRD-INDEX TO WS-RL-STU-NO (RL-INDEX).
           MOVE WS-GRD-PRIMARY (GRD-INDEX) TO WS-CHECK-PHONE.
           PERFORM CHECK-PHONE-OPT-OUT.
           EVALUATE TRUE
               WHEN WS-CHECK-PHONE = ZERO
                   MOVE 'N' TO PS-INVITE-STATUS
                   ADD 1 TO WS-INVITES-NO-PHONE
               WHEN PHONE-OPTED-OUT
                   MOVE 'O' TO PS-INVITE-STATUS
                   ADD 1 TO WS-INVITES-OPTED
               WHEN OTHER
                   MOVE SPACES TO SMS-NOTIFICATION-LINE
                   MOVE WS-CHECK-PHONE TO SMS-PHONE
                   MOVE WS-RL-STU-NO (RL-INDEX) TO SMS-STU-NO
                   STRING 'PTM INVITE ' WS-PTM-DATE ' AT '
                       WS-SLOT-HHMM DELIMITED BY SIZE INTO SMS-REASON
                   INITIALIZE SMS-TEXT-REQUEST
                   MOVE 'PTMI' TO SQ-MSG-TYPE
                   MOVE WS-RL-STU-NO (RL-INDEX) TO SQ-STU-NO
                   STRING WS-CT-CLASS (CT-INDEX) '/'
                       WS-CT-SECTION (CT-INDEX)
                       DELIMITED BY SIZE INTO SQ-CLASS
                   MOVE WS-PTM-DATE TO SQ-DATE
                   STRING 'AT ' WS-SLOT-HHMM
                       DELIMITED BY SIZE INTO SQ-DETAIL
                   CALL 'SMSTEXT' USING SMS-TEXT-REQUEST
                   MOVE SQ-TEXT TO SMS-TEXT
                   MOVE 'PTMDESK ' TO SMS-PROGRAM-ID
                   MOVE SQ-MSG-TYPE TO SMS-CATEGORY
                   CALL 'SMSGATE' USING SMS-NOTIFICATION-LINE
                       SMS-GATE-ANSWER
                   IF SG-SEND
                       WRITE SMS-NOTIFICATION-LINE
                       MOVE 'S' TO PS-INVITE-STATUS
                       ADD 1 TO WS-INVITES-SENT
                   ELSE
                       MOVE 'H' TO PS-INVITE-STATUS
                       ADD 1 TO WS-INVITES-HELD
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

       LIST-UNBOOKED-SECTIONS.
      * One line per class-section left unbooked, taken from its
      * first unbooked student.
           PERFORM VARYING RL-INDEX FROM 1 BY 1
               UNTIL RL-INDEX > WS-ROLL-COUNT
               IF WS-RL-BOOKED (RL-INDEX) = 'N'
                   MOVE WS-RL-CLASS (RL-INDEX)   TO WS-WORK-CLASS
                   MOVE WS-RL-SECTION (RL-INDEX) TO WS-WORK-SECTION
                   DISPLAY '  NO CLASS TEACHER : CLASS '
                       WS-WORK-CLASS '-' WS-WORK-SECTION
                   PERFORM MARK-SECTION-LISTED
               END-IF
           END-PERFORM.

       MARK-SECTION-LISTED.
           PERFORM VARYING WS-RL-SUB FROM 1 BY 1
               UNTIL WS-RL-SUB > WS-ROLL-COUNT
               IF WS-RL-CLASS (WS-RL-SUB) = WS-WORK-CLASS
                   AND WS-RL-SECTION (WS-RL-SUB) = WS-WORK-SECTION
                   MOVE 'L' TO WS-RL-BOOKED (WS-RL-SUB)
               END-IF
           END-PERFORM.

       ACCEPT-CLASS-SECTION.
           DISPLAY 'CLASS (1-12) : '.
           ACCEPT WS-WORK-CLASS.
           DISPLAY 'SECTION : '.
           ACCEPT WS-WORK-SECTION.

       LIST-SECTION-SLOTS.
           PERFORM ACCEPT-PTM-DATE.
           IF WS-PTM-DATE NOT = ZERO
               PERFORM ACCEPT-CLASS-SECTION
               MOVE ZERO TO WS-SLOT-COUNT
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT PTM-SLOT-FILE
               IF WS-PTMSLOT-STATUS = '00'
                   PERFORM UNTIL END-OF-CURRENT-FILE
                       READ PTM-SLOT-FILE
                           AT END
                               SET END-OF-CURRENT-FILE TO TRUE
                           NOT AT END
                               IF PS-PTM-DATE = WS-PTM-DATE
                                   AND PS-CLASS = WS-WORK-CLASS
                                   AND PS-SECTION = WS-WORK-SECTION
                                   PERFORM SHOW-ONE-SLOT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PTM-SLOT-FILE
               END-IF
               DISPLAY 'SLOTS FOR CLASS ' WS-WORK-CLASS '-'
                   WS-WORK-SECTION ' ON ' WS-PTM-DATE ' : '
                   WS-SLOT-COUNT
           END-IF.

       SHOW-ONE-SLOT.
           ADD 1 TO WS-SLOT-COUNT.
           PERFORM SET-SLOT-TEXT.
           DISPLAY PS-SLOT-TIME ' ' PS-STU-NO ' ' STU-NAME ' '
               WS-RISK-TEXT ' ' WS-INVITE-TEXT.

       SET-SLOT-TEXT.
           MOVE PS-STU-NO TO STU-NO IN STUDENT-DETAILS.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO STU-NAME
           END-READ.
           EVALUATE TRUE
               WHEN PS-PROBATION-AND-ARREARS
                   MOVE 'PROB+FEES' TO WS-RISK-TEXT
               WHEN PS-ON-PROBATION
                   MOVE 'PROBATION' TO WS-RISK-TEXT
               WHEN PS-FEE-ARREARS
                   MOVE 'FEES DUE'  TO WS-RISK-TEXT
               WHEN OTHER
                   MOVE SPACES      TO WS-RISK-TEXT
           END-EVALUATE.
           EVALUATE TRUE
               WHEN PS-INVITE-SENT
                   MOVE 'INVITED'   TO WS-INVITE-TEXT
               WHEN PS-OPTED-OUT
                   MOVE 'OPTED OUT' TO WS-INVITE-TEXT
               WHEN PS-INVITE-HELD
                   MOVE 'SMS HELD'  TO WS-INVITE-TEXT
               WHEN OTHER
                   MOVE 'NO PHONE'  TO WS-INVITE-TEXT
           END-EVALUATE.

       MARK-SECTION-ATTENDANCE.
           PERFORM ACCEPT-PTM-DATE.
           IF WS-PTM-DATE NOT = ZERO
               IF WS-PTM-DATE > WS-TODAY
                   DISPLAY 'PTM HAS NOT BEEN HELD YET - NOT MARKED'
               ELSE
                   PERFORM ACCEPT-CLASS-SECTION
                   PERFORM MARK-SLOTS-OF-SECTION
               END-IF
           END-IF.

       MARK-SLOTS-OF-SECTION.
           MOVE ZERO TO WS-SLOT-COUNT.
           MOVE ZERO TO WS-MARK-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PTM-SLOT-FILE.
           IF WS-PTMSLOT-STATUS = '00'
               OPEN EXTEND PTM-ATTENDANCE-FILE
               IF WS-PTMATTND-STATUS NOT = '00'
                   OPEN OUTPUT PTM-ATTENDANCE-FILE
               END-IF
               DISPLAY 'FOR EACH SLOT KEY Y CAME, N DID NOT COME, '
                   'BLANK TO LEAVE UNMARKED'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ PTM-SLOT-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF PS-PTM-DATE = WS-PTM-DATE
                               AND PS-CLASS = WS-WORK-CLASS
                               AND PS-SECTION = WS-WORK-SECTION
                               PERFORM MARK-ONE-SLOT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PTM-ATTENDANCE-FILE
               CLOSE PTM-SLOT-FILE
           END-IF.
           DISPLAY 'SLOTS ' WS-SLOT-COUNT '  MARKED ' WS-MARK-COUNT.

       MARK-ONE-SLOT.
           ADD 1 TO WS-SLOT-COUNT.
           PERFORM SET-SLOT-TEXT.
           MOVE '?' TO WS-WORK-MARK.
           PERFORM UNTIL MARK-VALID OR MARK-SKIPPED
               DISPLAY PS-SLOT-TIME ' ' PS-STU-NO ' ' STU-NAME ' '
                   WS-RISK-TEXT ' CAME (Y/N) : '
               ACCEPT WS-WORK-MARK
               IF NOT MARK-VALID AND NOT MARK-SKIPPED
                   DISPLAY 'KEY Y, N OR BLANK'
               END-IF
           END-PERFORM.
           IF MARK-VALID
               MOVE WS-PTM-DATE    TO PA-PTM-DATE
               MOVE PS-STU-NO      TO PA-STU-NO
               MOVE WS-WORK-MARK   TO PA-ATTENDED
               MOVE WS-OPERATOR-ID TO PA-OPERATOR-ID
               MOVE WS-TODAY       TO PA-ENTRY-DATE
               WRITE PTM-ATTENDANCE-RECORD
               ADD 1 TO WS-MARK-COUNT
           END-IF.
      ** add other procedures here
       END PROGRAM PTMDESK.
