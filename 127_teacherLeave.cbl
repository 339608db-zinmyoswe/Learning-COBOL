      ******************************************************************
      * Author:
      * Date:
      * Purpose: Teacher leave and attendance desk. The teachers on
      *          TCHRMST.DAT finally have an attendance book of their
      *          own: a supervisor sets each teacher's yearly leave
      *          entitlement per type (casual, sick, earned) on
      *          LEAVEBAL.DAT, and the office records leave or an
      *          absence for a teacher over a date span. One
      *          TCHRLEAV.DAT record is written per working day on
      *          the CALENDAR.DAT academic calendar in the span;
      *          charged leave is debited from the balance, days
      *          beyond the entitlement - and every without-pay or
      *          unauthorised absence - are marked loss of pay for
      *          the payroll. On-duty days are recorded uncharged so
      *          the SUBSTARR morning run still covers the periods.
      *          An entry keyed in error can be cancelled and the
      *          balance restored, and the balances print to
      *          LEAVEBAL.RPT. Sign-on is through OPSIGNON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TCHRLEAV.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT LEAVE-REGISTER ASSIGN TO "TCHRLEAV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT TEACHER-MASTER-FILE ASSIGN TO "TCHRMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TCHRMST-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT BALANCE-REPORT ASSIGN TO "LEAVEBAL.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  LEAVE-REGISTER.
           COPY TCHRLVR.

       FD  LEAVE-BALANCE-FILE.
           COPY LEAVBALR.

       FD  TEACHER-MASTER-FILE.
       01 TEACHER-MASTER-LINE.
           05 TM-TEACHER-ID      PIC 9(04).
           05 TM-TEACHER-NAME    PIC X(15).
           05 TM-DEPARTMENT      PIC X(12).

       FD  CALENDAR-FILE.
           COPY ACADCALR.

       FD  BALANCE-REPORT.
       01 BALANCE-REPORT-LINE PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-LEAVE-STATUS    PIC X(02) VALUE '00'.
       01 WS-BALANCE-STATUS  PIC X(02) VALUE '00'.
       01 WS-TCHRMST-STATUS  PIC X(02) VALUE '00'.
       01 WS-CALENDAR-STATUS PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-MENU-CHOICE     PIC 9(01) VALUE ZERO.
           88 DONE-WITH-MENU   VALUE 5.
       01 WS-OPERATOR-ID     PIC X(08).
       01 WS-OPERATOR-NAME   PIC X(15).
       01 WS-AUTH-LEVEL      PIC 9(01) VALUE ZERO.
           88 SUPERVISOR-LEVEL VALUE 2 THRU 9.
       01 WS-SIGNON-RESULT   PIC X(01).
           88 SIGNON-OK        VALUE 'Y'.
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'TCHRLEAV'.
       01 WS-TODAY           PIC 9(08).
       01 WS-TEACHER-COUNT   PIC 9(02) VALUE ZERO.
       01 WS-TEACHER-TABLE.
           05 WS-TM-ENTRY OCCURS 50 TIMES INDEXED BY TM-INDEX.
               10 WS-TM-ID       PIC 9(04).
               10 WS-TM-NAME     PIC X(15).
               10 WS-TM-DEPT     PIC X(12).
       01 WS-CAL-COUNT       PIC 9(04) VALUE ZERO.
       01 WS-CALENDAR-TABLE.
           05 WS-CAL-ENTRY OCCURS 1000 TIMES INDEXED BY CAL-INDEX.
               10 WS-CAL-DATE    PIC 9(08).
               10 WS-CAL-TYPE    PIC X(01).
       01 WS-LEAVE-COUNT     PIC 9(04) VALUE ZERO.
       01 WS-LEAVE-FULL-FLAG PIC X(01) VALUE 'N'.
           88 LEAVE-TABLE-FULL VALUE 'Y'.
       01 WS-LEAVE-TABLE.
           05 WS-TL-ENTRY OCCURS 3000 TIMES INDEXED BY TL-INDEX.
               10 WS-TL-TCHR     PIC 9(04).
               10 WS-TL-DATE     PIC 9(08).
               10 WS-TL-TYPE     PIC X(01).
               10 WS-TL-LOP      PIC X(01).
               10 WS-TL-REASON   PIC X(20).
               10 WS-TL-OPER     PIC X(08).
       01 WS-BAL-COUNT       PIC 9(03) VALUE ZERO.
       01 WS-BALANCE-TABLE.
           05 WS-LB-ENTRY OCCURS 300 TIMES INDEXED BY LB-INDEX.
               10 WS-LB-TCHR     PIC 9(04).
               10 WS-LB-YEAR     PIC 9(04).
               10 WS-LB-TYPE     PIC X(01).
               10 WS-LB-ENTITLED PIC 9(03).
               10 WS-LB-TAKEN    PIC 9(03).
       01 WS-WORK-TCHR       PIC 9(04).
       01 WS-WORK-TYPE       PIC X(01).
           88 WORK-TYPE-VALID    VALUE 'C' 'S' 'E' 'D' 'W' 'A'.
           88 WORK-TYPE-CHARGED  VALUE 'C' 'S' 'E'.
           88 WORK-TYPE-UNPAID   VALUE 'W' 'A'.
       01 WS-WORK-YEAR       PIC 9(04).
       01 WS-WORK-DAYS       PIC 9(03).
       01 WS-WORK-REASON     PIC X(20).
       01 WS-FROM-DATE       PIC 9(08).
       01 WS-TO-DATE         PIC 9(08).
       01 WS-DAY-DATE        PIC 9(08).
       01 WS-DAY-SPLIT REDEFINES WS-DAY-DATE.
           05 WS-DAY-YEAR     PIC 9(04).
           05 WS-DAY-MMDD     PIC 9(04).
       01 WS-DAY-INT         PIC 9(07).
       01 WS-FROM-INT        PIC 9(07).
       01 WS-TO-INT          PIC 9(07).
       01 WS-DAY-WORK        PIC 9(07).
       01 WS-DAY-VERDICT     PIC X(01).
           88 DAY-IS-WORKING   VALUE 'W'.
       01 WS-FOUND-FLAG      PIC X(01).
           88 ENTRY-FOUND      VALUE 'Y'.
       01 WS-BAL-SLOT        PIC 9(03) VALUE ZERO.
       01 WS-DAYS-RECORDED   PIC 9(03) VALUE ZERO.
       01 WS-DAYS-LOP        PIC 9(03) VALUE ZERO.
       01 WS-DAYS-SKIPPED    PIC 9(03) VALUE ZERO.
       01 WS-REMAINING       PIC S9(03) VALUE ZERO.
       01 WS-LOP-YEAR-DAYS   PIC 9(03) VALUE ZERO.
       01 WS-RPT-REMAINING   PIC -(03)9.
       01 WS-REPORT-LINES    PIC 9(03) VALUE ZERO.
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
           PERFORM LOAD-TEACHER-MASTER.
           PERFORM LOAD-CALENDAR-TABLE.
           PERFORM LOAD-LEAVE-REGISTER.
           PERFORM LOAD-LEAVE-BALANCES.
      * A rewrite from a truncated table would drop the overflow
      * entries from the register - postings are refused instead.
           IF LEAVE-TABLE-FULL
               DISPLAY 'TCHRLEAV.DAT EXCEEDS THE ' WS-LEAVE-COUNT
                   '-ENTRY TABLE - LEAVE POSTINGS REFUSED, '
                   'BALANCE REPORT ONLY'
           END-IF.
           PERFORM UNTIL DONE-WITH-MENU
               PERFORM DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       IF SUPERVISOR-LEVEL
                           PERFORM SET-LEAVE-ENTITLEMENT
                       ELSE
                           DISPLAY 'ENTITLEMENTS REQUIRE SUPERVISOR '
                               'AUTHORITY - SIGNED ON AS LEVEL '
                               WS-AUTH-LEVEL
                       END-IF
                   WHEN 2
                       IF LEAVE-TABLE-FULL
                           DISPLAY 'LEAVE REGISTER FULL - NOT POSTED'
                       ELSE
                           PERFORM RECORD-LEAVE-SPAN
                       END-IF
                   WHEN 3
                       IF LEAVE-TABLE-FULL
                           DISPLAY 'LEAVE REGISTER FULL - NOT POSTED'
                       ELSE
                           PERFORM CANCEL-LEAVE-DAY
                       END-IF
                   WHEN 4
                       PERFORM PRINT-LEAVE-BALANCES
                   WHEN 5
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

       DISPLAY-MENU.
           DISPLAY ' '.
           DISPLAY '1. SET LEAVE ENTITLEMENT (SUPERVISOR)'.
           DISPLAY '2. RECORD LEAVE / ABSENCE'.
           DISPLAY '3. CANCEL A LEAVE DAY'.
           DISPLAY '4. PRINT LEAVE BALANCES'.
           DISPLAY '5. EXIT'.
           DISPLAY 'ENTER CHOICE : '.

       LOAD-TEACHER-MASTER.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TEACHER-MASTER-FILE.
           IF WS-TCHRMST-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TEACHER-MASTER-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-TEACHER-COUNT < 50
                               ADD 1 TO WS-TEACHER-COUNT
                               SET TM-INDEX TO WS-TEACHER-COUNT
                               MOVE TM-TEACHER-ID TO
                                   WS-TM-ID (TM-INDEX)
                               MOVE TM-TEACHER-NAME TO
                                   WS-TM-NAME (TM-INDEX)
                               MOVE TM-DEPARTMENT TO
                                   WS-TM-DEPT (TM-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEACHER-MASTER-FILE
           ELSE
               DISPLAY 'NO TEACHER MASTER ON FILE - TEACHER IDS '
                   'CANNOT BE CHECKED'
           END-IF.

       LOAD-CALENDAR-TABLE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ CALENDAR-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-CAL-COUNT < 1000
                               ADD 1 TO WS-CAL-COUNT
                               SET CAL-INDEX TO WS-CAL-COUNT
                               MOVE CAL-DATE TO
                                   WS-CAL-DATE (CAL-INDEX)
                               MOVE CAL-DAY-TYPE TO
                                   WS-CAL-TYPE (CAL-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           ELSE
               DISPLAY 'NO ACADEMIC CALENDAR ON FILE - SUNDAYS ARE '
                   'THE ONLY DAYS SKIPPED IN A LEAVE SPAN'
           END-IF.

       LOAD-LEAVE-REGISTER.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LEAVE-REGISTER.
           IF WS-LEAVE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ LEAVE-REGISTER
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-LEAVE-COUNT < 3000
                               ADD 1 TO WS-LEAVE-COUNT
                               SET TL-INDEX TO WS-LEAVE-COUNT
                               PERFORM MOVE-LEAVE-TO-TABLE
                           ELSE
                               SET LEAVE-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-REGISTER
           END-IF.

       MOVE-LEAVE-TO-TABLE.
           MOVE TL-TEACHER-ID  TO WS-TL-TCHR (TL-INDEX).
           MOVE TL-LEAVE-DATE  TO WS-TL-DATE (TL-INDEX).
           MOVE TL-LEAVE-TYPE  TO WS-TL-TYPE (TL-INDEX).
           MOVE TL-LOP-FLAG    TO WS-TL-LOP (TL-INDEX).
           MOVE TL-REASON      TO WS-TL-REASON (TL-INDEX).
           MOVE TL-OPERATOR-ID TO WS-TL-OPER (TL-INDEX).

       REWRITE-LEAVE-REGISTER.
           OPEN OUTPUT LEAVE-REGISTER.
           PERFORM VARYING TL-INDEX FROM 1 BY 1
               UNTIL TL-INDEX > WS-LEAVE-COUNT
               MOVE WS-TL-TCHR (TL-INDEX)   TO TL-TEACHER-ID
               MOVE WS-TL-DATE (TL-INDEX)   TO TL-LEAVE-DATE
               MOVE WS-TL-TYPE (TL-INDEX)   TO TL-LEAVE-TYPE
               MOVE WS-TL-LOP (TL-INDEX)    TO TL-LOP-FLAG
               MOVE WS-TL-REASON (TL-INDEX) TO TL-REASON
               MOVE WS-TL-OPER (TL-INDEX)   TO TL-OPERATOR-ID
               WRITE TEACHER-LEAVE-RECORD
           END-PERFORM.
           CLOSE LEAVE-REGISTER.

       LOAD-LEAVE-BALANCES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LEAVE-BALANCE-FILE.
           IF WS-BALANCE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ LEAVE-BALANCE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-BAL-COUNT < 300
                               ADD 1 TO WS-BAL-COUNT
                               SET LB-INDEX TO WS-BAL-COUNT
                               MOVE LB-TEACHER-ID TO
                                   WS-LB-TCHR (LB-INDEX)
                               MOVE LB-LEAVE-YEAR TO
                                   WS-LB-YEAR (LB-INDEX)
                               MOVE LB-LEAVE-TYPE TO
                                   WS-LB-TYPE (LB-INDEX)
                               MOVE LB-ENTITLED TO
                                   WS-LB-ENTITLED (LB-INDEX)
                               MOVE LB-TAKEN TO
                                   WS-LB-TAKEN (LB-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-BALANCE-FILE
           END-IF.

       REWRITE-LEAVE-BALANCES.
           OPEN OUTPUT LEAVE-BALANCE-FILE.
           PERFORM VARYING LB-INDEX FROM 1 BY 1
               UNTIL LB-INDEX > WS-BAL-COUNT
               MOVE WS-LB-TCHR (LB-INDEX)     TO LB-TEACHER-ID
               MOVE WS-LB-YEAR (LB-INDEX)     TO LB-LEAVE-YEAR
               MOVE WS-LB-TYPE (LB-INDEX)     TO LB-LEAVE-TYPE
               MOVE WS-LB-ENTITLED (LB-INDEX) TO LB-ENTITLED
               MOVE WS-LB-TAKEN (LB-INDEX)    TO LB-TAKEN
               WRITE LEAVE-BALANCE-RECORD
           END-PERFORM.
           CLOSE LEAVE-BALANCE-FILE.

       CHECK-TEACHER-ON-MASTER.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING TM-INDEX FROM 1 BY 1
               UNTIL TM-INDEX > WS-TEACHER-COUNT
               IF WS-TM-ID (TM-INDEX) = WS-WORK-TCHR
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-TEACHER-COUNT = ZERO
               MOVE 'Y' TO WS-FOUND-FLAG
           END-IF.

       FIND-BALANCE-ENTRY.
           MOVE ZERO TO WS-BAL-SLOT.
           PERFORM VARYING LB-INDEX FROM 1 BY 1
               UNTIL LB-INDEX > WS-BAL-COUNT
               IF WS-LB-TCHR (LB-INDEX) = WS-WORK-TCHR
                   AND WS-LB-YEAR (LB-INDEX) = WS-WORK-YEAR
                   AND WS-LB-TYPE (LB-INDEX) = WS-WORK-TYPE
                   SET WS-BAL-SLOT TO LB-INDEX
               END-IF
           END-PERFORM.

       SET-LEAVE-ENTITLEMENT.
           DISPLAY 'ENTER TEACHER ID : '.
           ACCEPT WS-WORK-TCHR.
           DISPLAY 'ENTER LEAVE YEAR (YYYY) : '.
           ACCEPT WS-WORK-YEAR.
           DISPLAY 'ENTER LEAVE TYPE (C CASUAL/S SICK/E EARNED) : '.
           ACCEPT WS-WORK-TYPE.
           DISPLAY 'ENTER DAYS ENTITLED : '.
           ACCEPT WS-WORK-DAYS.
           PERFORM CHECK-TEACHER-ON-MASTER.
           IF NOT ENTRY-FOUND
               DISPLAY 'TEACHER NOT ON TCHRMST.DAT : ' WS-WORK-TCHR
           ELSE
               IF NOT WORK-TYPE-CHARGED
                   DISPLAY 'ENTITLEMENTS ARE SET FOR C, S AND E '
                       'ONLY - NOTHING CHANGED'
               ELSE
                   PERFORM FIND-BALANCE-ENTRY
                   IF WS-BAL-SLOT = ZERO
                       IF WS-BAL-COUNT >= 300
                           DISPLAY 'BALANCE TABLE FULL - NOT SET'
                       ELSE
                           ADD 1 TO WS-BAL-COUNT
                           SET LB-INDEX TO WS-BAL-COUNT
                           MOVE WS-WORK-TCHR TO
                               WS-LB-TCHR (LB-INDEX)
                           MOVE WS-WORK-YEAR TO
                               WS-LB-YEAR (LB-INDEX)
                           MOVE WS-WORK-TYPE TO
                               WS-LB-TYPE (LB-INDEX)
                           MOVE WS-WORK-DAYS TO
                               WS-LB-ENTITLED (LB-INDEX)
                           MOVE ZERO TO WS-LB-TAKEN (LB-INDEX)
                           PERFORM REWRITE-LEAVE-BALANCES
                           DISPLAY 'ENTITLEMENT SET'
                       END-IF
                   ELSE
                       SET LB-INDEX TO WS-BAL-SLOT
                       MOVE WS-WORK-DAYS TO
                           WS-LB-ENTITLED (LB-INDEX)
                       PERFORM REWRITE-LEAVE-BALANCES
                       DISPLAY 'ENTITLEMENT CHANGED - DAYS TAKEN SO '
                           'FAR : ' WS-LB-TAKEN (LB-INDEX)
                   END-IF
               END-IF
           END-IF.

       RECORD-LEAVE-SPAN.
           DISPLAY 'ENTER TEACHER ID : '.
           ACCEPT WS-WORK-TCHR.
           DISPLAY 'LEAVE TYPE (C CASUAL/S SICK/E EARNED/D ON DUTY/'.
           DISPLAY '     W WITHOUT PAY/A ABSENT UNAUTHORISED) : '.
           ACCEPT WS-WORK-TYPE.
           DISPLAY 'ENTER FROM DATE (YYYYMMDD) : '.
           ACCEPT WS-FROM-DATE.
           DISPLAY 'ENTER TO DATE (YYYYMMDD) : '.
           ACCEPT WS-TO-DATE.
           DISPLAY 'ENTER REASON : '.
           ACCEPT WS-WORK-REASON.
           PERFORM CHECK-TEACHER-ON-MASTER.
           IF NOT ENTRY-FOUND
               DISPLAY 'TEACHER NOT ON TCHRMST.DAT : ' WS-WORK-TCHR
                   ' - NOTHING RECORDED'
           ELSE
               IF NOT WORK-TYPE-VALID OR WS-TO-DATE < WS-FROM-DATE
                   DISPLAY 'LEAVE TYPE OR DATE SPAN INVALID - '
                       'NOTHING RECORDED'
               ELSE
                   MOVE ZERO TO WS-DAYS-RECORDED
                   MOVE ZERO TO WS-DAYS-LOP
                   MOVE ZERO TO WS-DAYS-SKIPPED
                   COMPUTE WS-FROM-INT =
                       FUNCTION INTEGER-OF-DATE (WS-FROM-DATE)
                   COMPUTE WS-TO-INT =
                       FUNCTION INTEGER-OF-DATE (WS-TO-DATE)
                   PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
                       UNTIL WS-DAY-INT > WS-TO-INT
                       COMPUTE WS-DAY-DATE =
                           FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
                       PERFORM CHECK-WORKING-DAY
                       IF DAY-IS-WORKING
                           PERFORM RECORD-ONE-LEAVE-DAY
                       END-IF
                   END-PERFORM
                   PERFORM REWRITE-LEAVE-REGISTER
                   PERFORM REWRITE-LEAVE-BALANCES
                   DISPLAY 'WORKING DAYS RECORDED : '
                       WS-DAYS-RECORDED '  LOSS OF PAY : '
                       WS-DAYS-LOP '  ALREADY ON FILE : '
                       WS-DAYS-SKIPPED
               END-IF
           END-IF.

       CHECK-WORKING-DAY.
      * The calendar's own day type wins; a date it does not carry
      * is a working day unless it falls on a Sunday.
           MOVE SPACE TO WS-DAY-VERDICT.
           PERFORM VARYING CAL-INDEX FROM 1 BY 1
               UNTIL CAL-INDEX > WS-CAL-COUNT
               IF WS-CAL-DATE (CAL-INDEX) = WS-DAY-DATE
                   MOVE WS-CAL-TYPE (CAL-INDEX) TO WS-DAY-VERDICT
               END-IF
           END-PERFORM.
           IF WS-DAY-VERDICT = SPACE
               COMPUTE WS-DAY-WORK = FUNCTION MOD (WS-DAY-INT, 7)
               IF WS-DAY-WORK = ZERO
                   MOVE 'H' TO WS-DAY-VERDICT
               ELSE
                   MOVE 'W' TO WS-DAY-VERDICT
               END-IF
           END-IF.

       RECORD-ONE-LEAVE-DAY.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING TL-INDEX FROM 1 BY 1
               UNTIL TL-INDEX > WS-LEAVE-COUNT
               IF WS-TL-TCHR (TL-INDEX) = WS-WORK-TCHR
                   AND WS-TL-DATE (TL-INDEX) = WS-DAY-DATE
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               ADD 1 TO WS-DAYS-SKIPPED
           ELSE
               IF WS-LEAVE-COUNT >= 3000
                   ADD 1 TO WS-DAYS-SKIPPED
                   DISPLAY 'LEAVE REGISTER FULL - ' WS-DAY-DATE
                       ' NOT RECORDED'
               ELSE
                   ADD 1 TO WS-LEAVE-COUNT
                   SET TL-INDEX TO WS-LEAVE-COUNT
                   MOVE WS-WORK-TCHR   TO WS-TL-TCHR (TL-INDEX)
                   MOVE WS-DAY-DATE    TO WS-TL-DATE (TL-INDEX)
                   MOVE WS-WORK-TYPE   TO WS-TL-TYPE (TL-INDEX)
                   MOVE 'N'            TO WS-TL-LOP (TL-INDEX)
                   MOVE WS-WORK-REASON TO WS-TL-REASON (TL-INDEX)
                   MOVE WS-OPERATOR-ID TO WS-TL-OPER (TL-INDEX)
                   IF WORK-TYPE-UNPAID
                       MOVE 'Y' TO WS-TL-LOP (TL-INDEX)
                   END-IF
                   IF WORK-TYPE-CHARGED
                       PERFORM CHARGE-LEAVE-BALANCE
                   END-IF
                   IF WS-TL-LOP (TL-INDEX) = 'Y'
                       ADD 1 TO WS-DAYS-LOP
                   END-IF
                   ADD 1 TO WS-DAYS-RECORDED
               END-IF
           END-IF.

       CHARGE-LEAVE-BALANCE.
      * Charged leave with no entitlement row, or beyond it, is
      * still recorded - as loss of pay.
           MOVE WS-DAY-YEAR TO WS-WORK-YEAR.
           PERFORM FIND-BALANCE-ENTRY.
           IF WS-BAL-SLOT = ZERO
               MOVE 'Y' TO WS-TL-LOP (TL-INDEX)
           ELSE
               SET LB-INDEX TO WS-BAL-SLOT
               IF WS-LB-TAKEN (LB-INDEX) < WS-LB-ENTITLED (LB-INDEX)
                   ADD 1 TO WS-LB-TAKEN (LB-INDEX)
               ELSE
                   MOVE 'Y' TO WS-TL-LOP (TL-INDEX)
               END-IF
           END-IF.

       CANCEL-LEAVE-DAY.
           DISPLAY 'ENTER TEACHER ID : '.
           ACCEPT WS-WORK-TCHR.
           DISPLAY 'ENTER LEAVE DATE TO CANCEL (YYYYMMDD) : '.
           ACCEPT WS-DAY-DATE.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING TL-INDEX FROM 1 BY 1
               UNTIL TL-INDEX > WS-LEAVE-COUNT OR ENTRY-FOUND
               IF WS-TL-TCHR (TL-INDEX) = WS-WORK-TCHR
                   AND WS-TL-DATE (TL-INDEX) = WS-DAY-DATE
                   MOVE 'Y' TO WS-FOUND-FLAG
                   PERFORM REMOVE-LEAVE-ENTRY
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               PERFORM REWRITE-LEAVE-REGISTER
               PERFORM REWRITE-LEAVE-BALANCES
               DISPLAY 'LEAVE DAY CANCELLED'
           ELSE
               DISPLAY 'NO LEAVE ON FILE FOR TEACHER ' WS-WORK-TCHR
                   ' ON ' WS-DAY-DATE
           END-IF.

       REMOVE-LEAVE-ENTRY.
      * A charged day that was paid leave goes back on the balance;
      * a loss-of-pay day never came off it.
           MOVE WS-TL-TYPE (TL-INDEX) TO WS-WORK-TYPE.
           IF WORK-TYPE-CHARGED AND WS-TL-LOP (TL-INDEX) NOT = 'Y'
               MOVE WS-DAY-YEAR TO WS-WORK-YEAR
               PERFORM FIND-BALANCE-ENTRY
               IF WS-BAL-SLOT > ZERO
                   SET LB-INDEX TO WS-BAL-SLOT
                   IF WS-LB-TAKEN (LB-INDEX) > ZERO
                       SUBTRACT 1 FROM WS-LB-TAKEN (LB-INDEX)
                   END-IF
               END-IF
           END-IF.
           PERFORM UNTIL TL-INDEX >= WS-LEAVE-COUNT
               MOVE WS-TL-ENTRY (TL-INDEX + 1) TO
                   WS-TL-ENTRY (TL-INDEX)
               SET TL-INDEX UP BY 1
           END-PERFORM.
           SUBTRACT 1 FROM WS-LEAVE-COUNT.

       PRINT-LEAVE-BALANCES.
           DISPLAY 'ENTER LEAVE YEAR (YYYY) : '.
           ACCEPT WS-WORK-YEAR.
           MOVE ZERO TO WS-REPORT-LINES.
           OPEN OUTPUT BALANCE-REPORT.
           MOVE ALL '=' TO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           MOVE '             TEACHER LEAVE BALANCES' TO
               BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING 'LEAVE YEAR : ' WS-WORK-YEAR '   PRINTED : '
               WS-TODAY
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           MOVE ALL '-' TO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           MOVE 'ID   TEACHER         TYPE ENTITLED TAKEN  LEFT' TO
               BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           MOVE ALL '-' TO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           PERFORM VARYING TM-INDEX FROM 1 BY 1
               UNTIL TM-INDEX > WS-TEACHER-COUNT
               PERFORM WRITE-ONE-TEACHER-BALANCE
           END-PERFORM.
           MOVE ALL '-' TO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING 'BALANCE LINES : ' WS-REPORT-LINES
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           MOVE ALL '=' TO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           CLOSE BALANCE-REPORT.
           DISPLAY 'LEAVE BALANCES PRINTED : ' WS-REPORT-LINES.

       WRITE-ONE-TEACHER-BALANCE.
           PERFORM VARYING LB-INDEX FROM 1 BY 1
               UNTIL LB-INDEX > WS-BAL-COUNT
               IF WS-LB-TCHR (LB-INDEX) = WS-TM-ID (TM-INDEX)
                   AND WS-LB-YEAR (LB-INDEX) = WS-WORK-YEAR
                   COMPUTE WS-REMAINING = WS-LB-ENTITLED (LB-INDEX)
                       - WS-LB-TAKEN (LB-INDEX)
                   MOVE WS-REMAINING TO WS-RPT-REMAINING
                   ADD 1 TO WS-REPORT-LINES
                   MOVE SPACES TO BALANCE-REPORT-LINE
                   STRING WS-TM-ID (TM-INDEX) ' '
                       WS-TM-NAME (TM-INDEX) '  '
                       WS-LB-TYPE (LB-INDEX) '      '
                       WS-LB-ENTITLED (LB-INDEX) '     '
                       WS-LB-TAKEN (LB-INDEX) '  '
                       WS-RPT-REMAINING
                       DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
                   WRITE BALANCE-REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-LOP-YEAR-DAYS.
           PERFORM VARYING TL-INDEX FROM 1 BY 1
               UNTIL TL-INDEX > WS-LEAVE-COUNT
               MOVE WS-TL-DATE (TL-INDEX) TO WS-DAY-DATE
               IF WS-TL-TCHR (TL-INDEX) = WS-TM-ID (TM-INDEX)
                   AND WS-DAY-YEAR = WS-WORK-YEAR
                   AND WS-TL-LOP (TL-INDEX) = 'Y'
                   ADD 1 TO WS-LOP-YEAR-DAYS
               END-IF
           END-PERFORM.
           IF WS-LOP-YEAR-DAYS > ZERO
               MOVE SPACES TO BALANCE-REPORT-LINE
               STRING WS-TM-ID (TM-INDEX) ' '
                   WS-TM-NAME (TM-INDEX)
                   '  LOSS-OF-PAY DAYS : ' WS-LOP-YEAR-DAYS
                   DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
           END-IF.
      ** add other procedures here
       END PROGRAM TCHRLEAV.
