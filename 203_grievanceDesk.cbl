      ******************************************************************
      * Author:
      * Date:
      * Purpose: Guardian complaint and grievance desk. A complaint
      *          received by phone, letter or visit is logged as a
      *          numbered ticket on GRIEVNC.DAT against the student it
      *          concerns, with its GRVCAT.DAT category, the desk it
      *          is assigned to (the category's desk unless another is
      *          keyed) and the target response date the category
      *          allows. The desk holding a ticket records what it has
      *          done, or passes it to another desk; the ticket is
      *          closed with a closure note, and a supervisor may
      *          reopen a closed one. Every step is appended to
      *          GRVHIST.DAT, so the ticket's status history is kept
      *          in full. The guardian is told by SMS when the ticket
      *          is logged (GRVA template) and when it is closed (GRVC
      *          template) - to the primary phone of the latest
      *          GUARDIAN.DAT entry, else the student's own phone,
      *          unless the number is on OPTOUT.DAT - each passing the
      *          SMSGATE quota check first. Categories are kept by a
      *          supervisor; with no GRVCAT.DAT on file the standard
      *          categories below are used. GRVAGING prints the aging
      *          and escalation reports. Sign-on is through OPSIGNON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GRVDESK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT GRIEVANCE-FILE ASSIGN TO "GRIEVNC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRIEVANCE-STATUS.
           SELECT GRIEVANCE-HISTORY-FILE ASSIGN TO "GRVHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT GRIEVANCE-CATEGORY-FILE ASSIGN TO "GRVCAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATEGORY-STATUS.
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
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  GRIEVANCE-FILE.
           COPY GRVTKTR.

       FD  GRIEVANCE-HISTORY-FILE.
           COPY GRVHSTR.

       FD  GRIEVANCE-CATEGORY-FILE.
           COPY GRVCATR.

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

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SMSTXTR.
           COPY SMSGATER.
       01 WS-GRIEVANCE-STATUS PIC X(02) VALUE '00'.
       01 WS-HISTORY-STATUS  PIC X(02) VALUE '00'.
       01 WS-CATEGORY-STATUS PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-GUARDIAN-STATUS PIC X(02) VALUE '00'.
       01 WS-OPTOUT-STATUS   PIC X(02) VALUE '00'.
       01 WS-FEED-STATUS     PIC X(02) VALUE '00'.
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
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'GRVDESK'.
       01 WS-TODAY           PIC 9(08).
       01 WS-TIME-NOW        PIC 9(08).
       01 WS-TIME-PARTS REDEFINES WS-TIME-NOW.
           05 WS-TIME-HHMM    PIC 9(04).
           05 FILLER          PIC 9(04).
      * The standard categories, used when no GRVCAT.DAT is on file:
      * code, description, desk and target response days.
       01 WS-STANDARD-CATEGORIES.
           05 FILLER PIC X(37)
               VALUE 'MARKMARKS AND RESULTS   EXAMS     007'.
           05 FILLER PIC X(37)
               VALUE 'TRANTRANSPORT           TRANSPORT 003'.
           05 FILLER PIC X(37)
               VALUE 'HSTLHOSTEL AND MESS     HOSTEL    003'.
           05 FILLER PIC X(37)
               VALUE 'FEESFEES AND ACCOUNTS   ACCOUNTS  005'.
           05 FILLER PIC X(37)
               VALUE 'STAFSTAFF BEHAVIOUR     PRINCIPAL 005'.
           05 FILLER PIC X(37)
               VALUE 'OTHROTHER MATTERS       OFFICE    007'.
       01 WS-STANDARD-TABLE REDEFINES WS-STANDARD-CATEGORIES.
           05 WS-STANDARD-LINE OCCURS 6 TIMES PIC X(37).
       01 WS-CATEGORY-COUNT  PIC 9(02) VALUE ZERO.
       01 WS-CATEGORY-FULL-FLAG PIC X(01) VALUE 'N'.
           88 CATEGORY-TABLE-FULL VALUE 'Y'.
       01 WS-CATEGORY-TABLE.
           05 WS-CATEGORY-LINE OCCURS 30 TIMES INDEXED BY CT-INDEX
               PIC X(37).
       01 WS-TICKET-COUNT    PIC 9(04) VALUE ZERO.
       01 WS-TICKET-FULL-FLAG PIC X(01) VALUE 'N'.
           88 TICKET-TABLE-FULL VALUE 'Y'.
       01 WS-TICKET-TABLE.
           05 WS-TICKET-LINE OCCURS 5000 TIMES INDEXED BY TK-INDEX
               PIC X(180).
       01 WS-NEXT-TICKET-NO  PIC 9(06) VALUE ZERO.
       01 WS-OPTOUT-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-OPTOUT-FULL-FLAG PIC X(01) VALUE 'N'.
           88 OPT-OUT-TABLE-FULL VALUE 'Y'.
       01 WS-OPTOUT-TABLE.
           05 WS-OPTOUT-PHONE OCCURS 20000 TIMES
               INDEXED BY OPT-INDEX PIC 9(12).
       01 WS-CHECK-PHONE     PIC 9(12) VALUE ZERO.
       01 WS-PHONE-OPTED     PIC X(01).
           88 PHONE-OPTED-OUT  VALUE 'Y'.
       01 WS-FOUND-FLAG      PIC X(01).
           88 ENTRY-FOUND      VALUE 'Y'.
       01 WS-STUDENT-OK      PIC X(01).
           88 STUDENT-ON-MASTER VALUE 'Y'.
       01 WS-CONFIRM         PIC X(01).
           88 ACTION-CONFIRMED VALUE 'Y'.
       01 WS-NEW-CATEGORY-FLAG PIC X(01).
           88 CATEGORY-IS-NEW  VALUE 'Y'.
       01 WS-WORK-TICKET     PIC 9(06).
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-WORK-CATEGORY   PIC X(04).
       01 WS-WORK-DESK       PIC X(10).
       01 WS-WORK-DESCRIPTION PIC X(20).
       01 WS-WORK-DAYS       PIC 9(03).
       01 WS-WORK-NOTE       PIC X(40).
       01 WS-WORK-NAME       PIC X(15).
       01 WS-WORK-CHANNEL    PIC X(01).
       01 WS-STU-NAME        PIC X(15).
       01 WS-STU-CLASS       PIC 9(02).
       01 WS-STU-SECTION     PIC X(01).
       01 WS-STU-PHONE       PIC 9(12).
       01 WS-TARGET-DAYS     PIC 9(03).
       01 WS-TARGET-DATE     PIC 9(08).
       01 WS-OLD-STATUS      PIC X(01).
       01 WS-HISTORY-ACTION  PIC X(01).
       01 WS-SMS-TYPE        PIC X(04).
       01 WS-SMS-DATE        PIC 9(08).
       01 WS-SMS-RESULT      PIC X(01).
       01 WS-SMS-DETAIL      PIC X(30).
       01 WS-LISTED-COUNT    PIC 9(04) VALUE ZERO.
       01 WS-HISTORY-COUNT   PIC 9(04) VALUE ZERO.
       01 WS-OVERDUE-TEXT    PIC X(08).
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
           PERFORM LOAD-CATEGORY-TABLE.
           PERFORM LOAD-OPT-OUT-LIST.
           IF OPT-OUT-TABLE-FULL
               DISPLAY 'OPT-OUT LIST EXCEEDS THE ' WS-OPTOUT-COUNT
                   '-ENTRY TABLE - NO GUARDIAN SMS WILL BE SENT'
           END-IF.
           PERFORM UNTIL DONE-WITH-MENU
               DISPLAY ' '
               DISPLAY '1. LOG A COMPLAINT'
               DISPLAY '2. RECORD AN ACTION OR PASS TO ANOTHER DESK'
               DISPLAY '3. CLOSE A COMPLAINT'
               DISPLAY '4. REOPEN A CLOSED COMPLAINT'
               DISPLAY '5. SHOW A COMPLAINT AND ITS HISTORY'
               DISPLAY '6. LIST OPEN COMPLAINTS FOR A DESK'
               DISPLAY '7. ADD OR AMEND A CATEGORY'
               DISPLAY '9. EXIT'
               DISPLAY 'ENTER CHOICE : '
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM LOG-COMPLAINT
                           THRU LOG-COMPLAINT-EXIT
                   WHEN 2
                       PERFORM RECORD-ACTION
                           THRU RECORD-ACTION-EXIT
                   WHEN 3
                       PERFORM CLOSE-COMPLAINT
                           THRU CLOSE-COMPLAINT-EXIT
                   WHEN 4
                       IF SUPERVISOR-LEVEL
                           PERFORM REOPEN-COMPLAINT
                               THRU REOPEN-COMPLAINT-EXIT
                       ELSE
                           DISPLAY 'A REOPENING REQUIRES '
                               'SUPERVISOR AUTHORITY - SIGNED ON AS '
                               'LEVEL ' WS-AUTH-LEVEL
                       END-IF
                   WHEN 5
                       PERFORM SHOW-COMPLAINT
                           THRU SHOW-COMPLAINT-EXIT
                   WHEN 6
                       PERFORM LIST-DESK-COMPLAINTS
                   WHEN 7
                       IF SUPERVISOR-LEVEL
                           PERFORM MAINTAIN-CATEGORY
                               THRU MAINTAIN-CATEGORY-EXIT
                       ELSE
                           DISPLAY 'CATEGORY MAINTENANCE REQUIRES '
                               'SUPERVISOR AUTHORITY - SIGNED ON AS '
                               'LEVEL ' WS-AUTH-LEVEL
                       END-IF
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

      * With no category file on file the standard categories are
      * loaded; the first amendment writes them out with it.
       LOAD-CATEGORY-TABLE.
           MOVE ZERO TO WS-CATEGORY-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GRIEVANCE-CATEGORY-FILE.
           IF WS-CATEGORY-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GRIEVANCE-CATEGORY-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-CATEGORY-COUNT < 30
                               ADD 1 TO WS-CATEGORY-COUNT
                               SET CT-INDEX TO WS-CATEGORY-COUNT
                               MOVE GRIEVANCE-CATEGORY-RECORD TO
                                   WS-CATEGORY-LINE (CT-INDEX)
                           ELSE
                               SET CATEGORY-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRIEVANCE-CATEGORY-FILE
           ELSE
               PERFORM VARYING CT-INDEX FROM 1 BY 1
                   UNTIL CT-INDEX > 6
                   MOVE WS-STANDARD-LINE (CT-INDEX) TO
                       WS-CATEGORY-LINE (CT-INDEX)
               END-PERFORM
               MOVE 6 TO WS-CATEGORY-COUNT
               DISPLAY 'NO GRVCAT.DAT ON FILE - STANDARD CATEGORIES '
                   'IN USE'
           END-IF.
           IF CATEGORY-TABLE-FULL
               DISPLAY 'GRVCAT.DAT EXCEEDS THE 30-CATEGORY TABLE - NO '
                   'CATEGORY CAN BE ADDED OR AMENDED'
           END-IF.

      * A partly loaded file is never written back.
       REWRITE-CATEGORY-FILE.
           OPEN OUTPUT GRIEVANCE-CATEGORY-FILE.
           PERFORM VARYING CT-INDEX FROM 1 BY 1
               UNTIL CT-INDEX > WS-CATEGORY-COUNT
               MOVE WS-CATEGORY-LINE (CT-INDEX) TO
                   GRIEVANCE-CATEGORY-RECORD
               WRITE GRIEVANCE-CATEGORY-RECORD
           END-PERFORM.
           CLOSE GRIEVANCE-CATEGORY-FILE.

      * Leaves the category in GRIEVANCE-CATEGORY-RECORD and CT-INDEX
      * on it.
       FIND-CATEGORY.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING CT-INDEX FROM 1 BY 1
               UNTIL CT-INDEX > WS-CATEGORY-COUNT OR ENTRY-FOUND
               MOVE WS-CATEGORY-LINE (CT-INDEX) TO
                   GRIEVANCE-CATEGORY-RECORD
               IF GC-CATEGORY = WS-WORK-CATEGORY
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET CT-INDEX DOWN BY 1
           END-IF.

       LOAD-TICKET-TABLE.
           MOVE ZERO TO WS-TICKET-COUNT.
           MOVE ZERO TO WS-NEXT-TICKET-NO.
           MOVE 'N' TO WS-TICKET-FULL-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GRIEVANCE-FILE.
           IF WS-GRIEVANCE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GRIEVANCE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF GV-TICKET-NO > WS-NEXT-TICKET-NO
                               MOVE GV-TICKET-NO TO WS-NEXT-TICKET-NO
                           END-IF
                           IF WS-TICKET-COUNT < 5000
                               ADD 1 TO WS-TICKET-COUNT
                               SET TK-INDEX TO WS-TICKET-COUNT
                               MOVE GRIEVANCE-RECORD TO
                                   WS-TICKET-LINE (TK-INDEX)
                           ELSE
                               SET TICKET-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRIEVANCE-FILE
           END-IF.
           ADD 1 TO WS-NEXT-TICKET-NO.
           IF TICKET-TABLE-FULL
               DISPLAY 'GRIEVNC.DAT EXCEEDS THE 5000-TICKET TABLE - '
                   'ARCHIVE CLOSED TICKETS BEFORE ANY CHANGE'
           END-IF.

      * A partly loaded file is never written back.
       REWRITE-TICKET-FILE.
           OPEN OUTPUT GRIEVANCE-FILE.
           PERFORM VARYING TK-INDEX FROM 1 BY 1
               UNTIL TK-INDEX > WS-TICKET-COUNT
               MOVE WS-TICKET-LINE (TK-INDEX) TO GRIEVANCE-RECORD
               WRITE GRIEVANCE-RECORD
           END-PERFORM.
           CLOSE GRIEVANCE-FILE.

      * Asks for a ticket number; leaves it in GRIEVANCE-RECORD and
      * TK-INDEX on it.
       ACCEPT-TICKET.
           DISPLAY 'ENTER TICKET NUMBER : '.
           MOVE ZERO TO WS-WORK-TICKET.
           ACCEPT WS-WORK-TICKET.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING TK-INDEX FROM 1 BY 1
               UNTIL TK-INDEX > WS-TICKET-COUNT OR ENTRY-FOUND
               MOVE WS-TICKET-LINE (TK-INDEX) TO GRIEVANCE-RECORD
               IF GV-TICKET-NO = WS-WORK-TICKET
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET TK-INDEX DOWN BY 1
               DISPLAY 'TICKET ' GV-TICKET-NO ' STU-NO ' GV-STU-NO ' '
                   GV-CLASS '-' GV-SECTION ' ' GV-CATEGORY ' DESK '
                   GV-DESK ' STATUS ' GV-STATUS
               DISPLAY '  ' GV-SUMMARY
               DISPLAY '  LOGGED ' GV-LOGGED-DATE ' TARGET '
                   GV-TARGET-DATE
           ELSE
               DISPLAY 'TICKET ' WS-WORK-TICKET ' NOT ON FILE'
           END-IF.

      * Any student on the master - a guardian of one who has left
      * may still complain about a refund or a certificate.
       ACCEPT-STUDENT.
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
                       MOVE 'Y' TO WS-STUDENT-OK
                       MOVE STU-NAME TO WS-STU-NAME
                       MOVE STU-CLASS TO WS-STU-CLASS
                       MOVE STU-SECTION TO WS-STU-SECTION
                       MOVE STU-PHONE TO WS-STU-PHONE
                       DISPLAY STU-NAME ' ' STU-CLASS '-' STU-SECTION
                           ' STATUS ' STU-STATUS
               END-READ
               CLOSE STUDENT-MASTER
           ELSE
               DISPLAY 'CANNOT OPEN STUDENT.IDX, STATUS : '
                   WS-MASTER-STATUS
           END-IF.

       LOG-COMPLAINT.
           PERFORM LOAD-TICKET-TABLE.
           IF TICKET-TABLE-FULL
               GO TO LOG-COMPLAINT-EXIT
           END-IF.
           PERFORM ACCEPT-STUDENT.
           IF NOT STUDENT-ON-MASTER
               GO TO LOG-COMPLAINT-EXIT
           END-IF.
           DISPLAY 'ENTER NAME OF COMPLAINANT : '.
           MOVE SPACES TO WS-WORK-NAME.
           ACCEPT WS-WORK-NAME.
           IF WS-WORK-NAME = SPACES
               DISPLAY 'COMPLAINANT NAME REQUIRED - NOT LOGGED'
               GO TO LOG-COMPLAINT-EXIT
           END-IF.
           DISPLAY 'RECEIVED BY (P PHONE / L LETTER / V VISIT) : '.
           MOVE SPACE TO WS-WORK-CHANNEL.
           ACCEPT WS-WORK-CHANNEL.
           MOVE WS-WORK-CHANNEL TO GV-CHANNEL.
           IF NOT GV-CHANNEL-VALID
               DISPLAY 'CHANNEL MUST BE P, L OR V - NOT LOGGED'
               GO TO LOG-COMPLAINT-EXIT
           END-IF.
           PERFORM VARYING CT-INDEX FROM 1 BY 1
               UNTIL CT-INDEX > WS-CATEGORY-COUNT
               MOVE WS-CATEGORY-LINE (CT-INDEX) TO
                   GRIEVANCE-CATEGORY-RECORD
               DISPLAY '  ' GC-CATEGORY ' ' GC-DESCRIPTION
           END-PERFORM.
           DISPLAY 'ENTER CATEGORY : '.
           MOVE SPACES TO WS-WORK-CATEGORY.
           ACCEPT WS-WORK-CATEGORY.
           PERFORM FIND-CATEGORY.
           IF NOT ENTRY-FOUND
               DISPLAY 'CATEGORY ' WS-WORK-CATEGORY ' NOT ON FILE - '
                   'NOT LOGGED'
               GO TO LOG-COMPLAINT-EXIT
           END-IF.
           MOVE GC-TARGET-DAYS TO WS-TARGET-DAYS.
           DISPLAY 'ENTER DESK (BLANK = ' GC-DESK ') : '.
           MOVE SPACES TO WS-WORK-DESK.
           ACCEPT WS-WORK-DESK.
           IF WS-WORK-DESK = SPACES
               MOVE GC-DESK TO WS-WORK-DESK
           END-IF.
           DISPLAY 'ENTER COMPLAINT SUMMARY : '.
           MOVE SPACES TO WS-WORK-NOTE.
           ACCEPT WS-WORK-NOTE.
           IF WS-WORK-NOTE = SPACES
               DISPLAY 'SUMMARY REQUIRED - NOT LOGGED'
               GO TO LOG-COMPLAINT-EXIT
           END-IF.
           COMPUTE WS-TARGET-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY) + WS-TARGET-DAYS).
           DISPLAY 'LOG FOR ' WS-WORK-DESK ' TO ANSWER BY '
               WS-TARGET-DATE ' (Y/N) : '.
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF NOT ACTION-CONFIRMED
               DISPLAY 'COMPLAINT NOT LOGGED'
               GO TO LOG-COMPLAINT-EXIT
           END-IF.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE SPACES TO GRIEVANCE-RECORD.
           MOVE WS-NEXT-TICKET-NO TO GV-TICKET-NO.
           MOVE WS-WORK-STU-NO TO GV-STU-NO.
           MOVE WS-STU-CLASS TO GV-CLASS.
           MOVE WS-STU-SECTION TO GV-SECTION.
           MOVE WS-WORK-CATEGORY TO GV-CATEGORY.
           MOVE WS-WORK-DESK TO GV-DESK.
           MOVE WS-WORK-CHANNEL TO GV-CHANNEL.
           MOVE WS-WORK-NAME TO GV-COMPLAINANT.
           MOVE WS-WORK-NOTE TO GV-SUMMARY.
           MOVE WS-TODAY TO GV-LOGGED-DATE.
           MOVE WS-TIME-HHMM TO GV-LOGGED-TIME.
           MOVE WS-OPERATOR-ID TO GV-LOGGED-BY.
           MOVE WS-TARGET-DATE TO GV-TARGET-DATE.
           MOVE 'O' TO GV-STATUS.
           MOVE WS-TODAY TO GV-LAST-ACTION-DATE.
           MOVE ZERO TO GV-CLOSED-DATE.
           MOVE ZERO TO GV-REOPEN-COUNT.
           MOVE 'GRVA' TO WS-SMS-TYPE.
           MOVE WS-TARGET-DATE TO WS-SMS-DATE.
           MOVE SPACES TO WS-SMS-DETAIL.
           STRING 'COMPLAINT TICKET ' GV-TICKET-NO ' LOGGED'
               DELIMITED BY SIZE INTO WS-SMS-DETAIL.
           PERFORM SEND-GUARDIAN-SMS.
           MOVE WS-SMS-RESULT TO GV-ACK-SMS.
           ADD 1 TO WS-TICKET-COUNT.
           SET TK-INDEX TO WS-TICKET-COUNT.
           MOVE GRIEVANCE-RECORD TO WS-TICKET-LINE (TK-INDEX).
           PERFORM REWRITE-TICKET-FILE.
           MOVE 'L' TO WS-HISTORY-ACTION.
           MOVE SPACE TO WS-OLD-STATUS.
           PERFORM APPEND-HISTORY.
           DISPLAY 'COMPLAINT LOGGED AS TICKET ' GV-TICKET-NO
               ' - GUARDIAN SMS ' GV-ACK-SMS.
       LOG-COMPLAINT-EXIT.
           EXIT.

      * A note is always recorded; a new desk passes the ticket on.
       RECORD-ACTION.
           PERFORM LOAD-TICKET-TABLE.
           IF TICKET-TABLE-FULL
               GO TO RECORD-ACTION-EXIT
           END-IF.
           PERFORM ACCEPT-TICKET.
           IF NOT ENTRY-FOUND
               GO TO RECORD-ACTION-EXIT
           END-IF.
           IF GV-CLOSED
               DISPLAY 'TICKET IS CLOSED - A SUPERVISOR MUST REOPEN IT'
               GO TO RECORD-ACTION-EXIT
           END-IF.
           DISPLAY 'ENTER ACTION TAKEN OR REASON FOR PASSING ON : '.
           MOVE SPACES TO WS-WORK-NOTE.
           ACCEPT WS-WORK-NOTE.
           IF WS-WORK-NOTE = SPACES
               DISPLAY 'NOTE REQUIRED - NOTHING RECORDED'
               GO TO RECORD-ACTION-EXIT
           END-IF.
           DISPLAY 'PASS TO DESK (BLANK = STAYS WITH ' GV-DESK ') : '.
           MOVE SPACES TO WS-WORK-DESK.
           ACCEPT WS-WORK-DESK.
           IF WS-WORK-DESK = SPACES OR WS-WORK-DESK = GV-DESK
               MOVE 'A' TO WS-HISTORY-ACTION
           ELSE
               MOVE 'R' TO WS-HISTORY-ACTION
               MOVE WS-WORK-DESK TO GV-DESK
           END-IF.
           MOVE GV-STATUS TO WS-OLD-STATUS.
           MOVE 'W' TO GV-STATUS.
           MOVE WS-TODAY TO GV-LAST-ACTION-DATE.
           MOVE GRIEVANCE-RECORD TO WS-TICKET-LINE (TK-INDEX).
           PERFORM REWRITE-TICKET-FILE.
           PERFORM APPEND-HISTORY.
           IF WS-HISTORY-ACTION = 'R'
               DISPLAY 'TICKET ' GV-TICKET-NO ' PASSED TO ' GV-DESK
           ELSE
               DISPLAY 'ACTION RECORDED ON TICKET ' GV-TICKET-NO
           END-IF.
       RECORD-ACTION-EXIT.
           EXIT.

       CLOSE-COMPLAINT.
           PERFORM LOAD-TICKET-TABLE.
           IF TICKET-TABLE-FULL
               GO TO CLOSE-COMPLAINT-EXIT
           END-IF.
           PERFORM ACCEPT-TICKET.
           IF NOT ENTRY-FOUND
               GO TO CLOSE-COMPLAINT-EXIT
           END-IF.
           IF GV-CLOSED
               DISPLAY 'TICKET ALREADY CLOSED ON ' GV-CLOSED-DATE
               GO TO CLOSE-COMPLAINT-EXIT
           END-IF.
           DISPLAY 'ENTER CLOSURE NOTE : '.
           MOVE SPACES TO WS-WORK-NOTE.
           ACCEPT WS-WORK-NOTE.
           IF WS-WORK-NOTE = SPACES
               DISPLAY 'CLOSURE NOTE REQUIRED - TICKET NOT CLOSED'
               GO TO CLOSE-COMPLAINT-EXIT
           END-IF.
           DISPLAY 'CLOSE TICKET ' GV-TICKET-NO ' (Y/N) : '.
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF NOT ACTION-CONFIRMED
               DISPLAY 'TICKET NOT CLOSED'
               GO TO CLOSE-COMPLAINT-EXIT
           END-IF.
           MOVE GV-STATUS TO WS-OLD-STATUS.
           MOVE 'C' TO GV-STATUS.
           MOVE WS-TODAY TO GV-CLOSED-DATE.
           MOVE WS-TODAY TO GV-LAST-ACTION-DATE.
           MOVE WS-OPERATOR-ID TO GV-CLOSED-BY.
           MOVE WS-WORK-NOTE TO GV-CLOSURE-NOTE.
           MOVE GV-STU-NO TO WS-WORK-STU-NO.
           PERFORM READ-TICKET-STUDENT.
           MOVE 'GRVC' TO WS-SMS-TYPE.
           MOVE WS-TODAY TO WS-SMS-DATE.
           MOVE SPACES TO WS-SMS-DETAIL.
           STRING 'COMPLAINT TICKET ' GV-TICKET-NO ' CLOSED'
               DELIMITED BY SIZE INTO WS-SMS-DETAIL.
           PERFORM SEND-GUARDIAN-SMS.
           MOVE WS-SMS-RESULT TO GV-CLOSE-SMS.
           MOVE GRIEVANCE-RECORD TO WS-TICKET-LINE (TK-INDEX).
           PERFORM REWRITE-TICKET-FILE.
           MOVE 'C' TO WS-HISTORY-ACTION.
           PERFORM APPEND-HISTORY.
           DISPLAY 'TICKET ' GV-TICKET-NO ' CLOSED - GUARDIAN SMS '
               GV-CLOSE-SMS.
       CLOSE-COMPLAINT-EXIT.
           EXIT.

      * A reopened ticket starts a new response period from today at
      * its category's target days; the old closure stays on the
      * history.
       REOPEN-COMPLAINT.
           PERFORM LOAD-TICKET-TABLE.
           IF TICKET-TABLE-FULL
               GO TO REOPEN-COMPLAINT-EXIT
           END-IF.
           PERFORM ACCEPT-TICKET.
           IF NOT ENTRY-FOUND
               GO TO REOPEN-COMPLAINT-EXIT
           END-IF.
           IF NOT GV-CLOSED
               DISPLAY 'TICKET IS NOT CLOSED'
               GO TO REOPEN-COMPLAINT-EXIT
           END-IF.
           DISPLAY 'ENTER REASON FOR REOPENING : '.
           MOVE SPACES TO WS-WORK-NOTE.
           ACCEPT WS-WORK-NOTE.
           IF WS-WORK-NOTE = SPACES
               DISPLAY 'REASON REQUIRED - TICKET NOT REOPENED'
               GO TO REOPEN-COMPLAINT-EXIT
           END-IF.
           MOVE GV-CATEGORY TO WS-WORK-CATEGORY.
           PERFORM FIND-CATEGORY.
           IF ENTRY-FOUND
               MOVE GC-TARGET-DAYS TO WS-TARGET-DAYS
           ELSE
               MOVE 7 TO WS-TARGET-DAYS
           END-IF.
           COMPUTE WS-TARGET-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY) + WS-TARGET-DAYS).
           MOVE GV-STATUS TO WS-OLD-STATUS.
           MOVE 'O' TO GV-STATUS.
           MOVE WS-TARGET-DATE TO GV-TARGET-DATE.
           MOVE WS-TODAY TO GV-LAST-ACTION-DATE.
           MOVE ZERO TO GV-CLOSED-DATE.
           MOVE SPACES TO GV-CLOSED-BY.
           MOVE SPACES TO GV-CLOSURE-NOTE.
           MOVE SPACE TO GV-CLOSE-SMS.
           IF GV-REOPEN-COUNT < 9
               ADD 1 TO GV-REOPEN-COUNT
           END-IF.
           MOVE GRIEVANCE-RECORD TO WS-TICKET-LINE (TK-INDEX).
           PERFORM REWRITE-TICKET-FILE.
           MOVE 'O' TO WS-HISTORY-ACTION.
           PERFORM APPEND-HISTORY.
           DISPLAY 'TICKET ' GV-TICKET-NO ' REOPENED WITH ' GV-DESK
               ' - TO ANSWER BY ' GV-TARGET-DATE.
       REOPEN-COMPLAINT-EXIT.
           EXIT.

      * GRIEVANCE-RECORD holds the ticket after the action, WS-WORK-
      * NOTE the note and WS-OLD-STATUS the status before it.
       APPEND-HISTORY.
           MOVE SPACES TO GRIEVANCE-HISTORY-RECORD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE GV-TICKET-NO TO GH-TICKET-NO.
           MOVE WS-TODAY TO GH-ACTION-DATE.
           MOVE WS-TIME-HHMM TO GH-ACTION-TIME.
           MOVE WS-HISTORY-ACTION TO GH-ACTION.
           MOVE WS-OLD-STATUS TO GH-FROM-STATUS.
           MOVE GV-STATUS TO GH-TO-STATUS.
           MOVE GV-DESK TO GH-DESK.
           MOVE WS-WORK-NOTE TO GH-NOTE.
           MOVE WS-OPERATOR-ID TO GH-OPERATOR-ID.
           OPEN EXTEND GRIEVANCE-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
               OPEN OUTPUT GRIEVANCE-HISTORY-FILE
           END-IF.
           WRITE GRIEVANCE-HISTORY-RECORD.
           CLOSE GRIEVANCE-HISTORY-FILE.

      * Name and phone of the ticket's student for the closing SMS.
       READ-TICKET-STUDENT.
           MOVE SPACES TO WS-STU-NAME.
           MOVE ZERO TO WS-STU-PHONE.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS = '00'
               MOVE WS-WORK-STU-NO TO STU-NO IN STUDENT-DETAILS
               READ STUDENT-MASTER
                   NOT INVALID KEY
                       MOVE STU-NAME TO WS-STU-NAME
                       MOVE STU-PHONE TO WS-STU-PHONE
               END-READ
               CLOSE STUDENT-MASTER
           END-IF.

      * The latest GUARDIAN.DAT entry's primary phone, as SMSFEED
      * resolves a guardian number, else the student's own phone.
       FIND-GUARDIAN-PHONE.
           MOVE ZERO TO WS-CHECK-PHONE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GUARDIAN-FILE.
           IF WS-GUARDIAN-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GUARDIAN-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF GD-STU-NO = WS-WORK-STU-NO
                               AND GD-PRIMARY-PHONE > ZERO
                               MOVE GD-PRIMARY-PHONE TO WS-CHECK-PHONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN-FILE
           END-IF.
           IF WS-CHECK-PHONE = ZERO
               MOVE WS-STU-PHONE TO WS-CHECK-PHONE
           END-IF.

      * Leaves S sent, H held over the quota, O opted out or N no
      * phone in WS-SMS-RESULT.
       SEND-GUARDIAN-SMS.
           PERFORM FIND-GUARDIAN-PHONE.
           PERFORM CHECK-PHONE-OPT-OUT.
           EVALUATE TRUE
               WHEN WS-CHECK-PHONE = ZERO
                   MOVE 'N' TO WS-SMS-RESULT
                   DISPLAY 'NO GUARDIAN PHONE - NO SMS SENT'
               WHEN PHONE-OPTED-OUT OR OPT-OUT-TABLE-FULL
                   MOVE 'O' TO WS-SMS-RESULT
                   DISPLAY 'GUARDIAN NUMBER OPTED OUT - NO SMS SENT'
               WHEN OTHER
                   OPEN EXTEND SMS-NOTIFICATION-FEED
                   IF WS-FEED-STATUS NOT = '00'
                       OPEN OUTPUT SMS-NOTIFICATION-FEED
                   END-IF
                   MOVE SPACES TO SMS-NOTIFICATION-LINE
                   MOVE WS-CHECK-PHONE TO SMS-PHONE
                   MOVE WS-WORK-STU-NO TO SMS-STU-NO
                   MOVE WS-SMS-DETAIL TO SMS-REASON
                   INITIALIZE SMS-TEXT-REQUEST
                   MOVE WS-SMS-TYPE TO SQ-MSG-TYPE
                   MOVE WS-WORK-STU-NO TO SQ-STU-NO
                   MOVE WS-STU-NAME TO SQ-STU-NAME
                   STRING GV-CLASS '/' GV-SECTION
                       DELIMITED BY SIZE INTO SQ-CLASS
                   MOVE WS-SMS-DATE TO SQ-DATE
                   MOVE WS-SMS-DETAIL TO SQ-DETAIL
                   CALL 'SMSTEXT' USING SMS-TEXT-REQUEST
                   MOVE SQ-TEXT TO SMS-TEXT
                   MOVE 'GRVDESK' TO SMS-PROGRAM-ID
                   MOVE SQ-MSG-TYPE TO SMS-CATEGORY
                   CALL 'SMSGATE' USING SMS-NOTIFICATION-LINE
                       SMS-GATE-ANSWER
                   IF SG-SEND
                       WRITE SMS-NOTIFICATION-LINE
                       MOVE 'S' TO WS-SMS-RESULT
                   ELSE
                       MOVE 'H' TO WS-SMS-RESULT
                       DISPLAY WS-SMS-TYPE ' SMS QUOTA USED FOR THE '
                           'MONTH - SMS HELD FOR SUPERVISOR RELEASE'
                   END-IF
                   CLOSE SMS-NOTIFICATION-FEED
           END-EVALUATE.

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

       SHOW-COMPLAINT.
           PERFORM LOAD-TICKET-TABLE.
           PERFORM ACCEPT-TICKET.
           IF NOT ENTRY-FOUND
               GO TO SHOW-COMPLAINT-EXIT
           END-IF.
           DISPLAY '  COMPLAINANT ' GV-COMPLAINANT ' BY ' GV-CHANNEL
               '  LOGGED BY ' GV-LOGGED-BY '  SMS ' GV-ACK-SMS.
           IF GV-CLOSED
               DISPLAY '  CLOSED ' GV-CLOSED-DATE ' BY ' GV-CLOSED-BY
                   '  SMS ' GV-CLOSE-SMS
               DISPLAY '  ' GV-CLOSURE-NOTE
           END-IF.
           DISPLAY 'HISTORY :'.
           MOVE ZERO TO WS-HISTORY-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GRIEVANCE-HISTORY-FILE.
           IF WS-HISTORY-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GRIEVANCE-HISTORY-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF GH-TICKET-NO = GV-TICKET-NO
                               ADD 1 TO WS-HISTORY-COUNT
                               DISPLAY '  ' GH-ACTION-DATE ' '
                                   GH-ACTION-TIME ' ' GH-ACTION ' '
                                   GH-FROM-STATUS '>' GH-TO-STATUS
                                   ' ' GH-DESK ' ' GH-OPERATOR-ID
                               DISPLAY '      ' GH-NOTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRIEVANCE-HISTORY-FILE
           END-IF.
           IF WS-HISTORY-COUNT = ZERO
               DISPLAY '  NO HISTORY ON GRVHIST.DAT'
           END-IF.
       SHOW-COMPLAINT-EXIT.
           EXIT.

       LIST-DESK-COMPLAINTS.
           PERFORM LOAD-TICKET-TABLE.
           DISPLAY 'ENTER DESK (BLANK = ALL DESKS) : '.
           MOVE SPACES TO WS-WORK-DESK.
           ACCEPT WS-WORK-DESK.
           MOVE ZERO TO WS-LISTED-COUNT.
           DISPLAY 'TICKET STU-NO CAT  DESK       TARGET   ST'.
           PERFORM VARYING TK-INDEX FROM 1 BY 1
               UNTIL TK-INDEX > WS-TICKET-COUNT
               MOVE WS-TICKET-LINE (TK-INDEX) TO GRIEVANCE-RECORD
               IF GV-NOT-CLOSED
                   AND (WS-WORK-DESK = SPACES OR GV-DESK = WS-WORK-DESK)
                   ADD 1 TO WS-LISTED-COUNT
                   IF GV-TARGET-DATE < WS-TODAY
                       MOVE 'OVERDUE' TO WS-OVERDUE-TEXT
                   ELSE
                       MOVE SPACES TO WS-OVERDUE-TEXT
                   END-IF
                   DISPLAY GV-TICKET-NO ' ' GV-STU-NO '  '
                       GV-CATEGORY ' ' GV-DESK ' ' GV-TARGET-DATE ' '
                       GV-STATUS '  ' WS-OVERDUE-TEXT
               END-IF
           END-PERFORM.
           DISPLAY 'OPEN COMPLAINTS : ' WS-LISTED-COUNT.

       MAINTAIN-CATEGORY.
           IF CATEGORY-TABLE-FULL
               DISPLAY 'CATEGORY TABLE FULL, NO CATEGORY CAN BE CHANGED'
               GO TO MAINTAIN-CATEGORY-EXIT
           END-IF.
           DISPLAY 'ENTER CATEGORY CODE : '.
           MOVE SPACES TO WS-WORK-CATEGORY.
           ACCEPT WS-WORK-CATEGORY.
           IF WS-WORK-CATEGORY = SPACES
               DISPLAY 'CATEGORY CODE REQUIRED'
               GO TO MAINTAIN-CATEGORY-EXIT
           END-IF.
           PERFORM FIND-CATEGORY.
           IF ENTRY-FOUND
               MOVE 'N' TO WS-NEW-CATEGORY-FLAG
               DISPLAY 'AMENDING ' GC-CATEGORY ' ' GC-DESCRIPTION
                   ' DESK ' GC-DESK ' TARGET DAYS ' GC-TARGET-DAYS
           ELSE
               IF WS-CATEGORY-COUNT >= 30
                   DISPLAY 'CATEGORY TABLE FULL, NO CATEGORY CAN BE '
                       'ADDED'
                   GO TO MAINTAIN-CATEGORY-EXIT
               END-IF
               MOVE 'Y' TO WS-NEW-CATEGORY-FLAG
               MOVE SPACES TO GRIEVANCE-CATEGORY-RECORD
               MOVE WS-WORK-CATEGORY TO GC-CATEGORY
               MOVE ZERO TO GC-TARGET-DAYS
               DISPLAY 'NEW CATEGORY ' WS-WORK-CATEGORY
           END-IF.
           DISPLAY 'ENTER DESCRIPTION (BLANK = UNCHANGED) : '.
           MOVE SPACES TO WS-WORK-DESCRIPTION.
           ACCEPT WS-WORK-DESCRIPTION.
           IF WS-WORK-DESCRIPTION NOT = SPACES
               MOVE WS-WORK-DESCRIPTION TO GC-DESCRIPTION
           END-IF.
           DISPLAY 'ENTER DESK (BLANK = UNCHANGED) : '.
           MOVE SPACES TO WS-WORK-DESK.
           ACCEPT WS-WORK-DESK.
           IF WS-WORK-DESK NOT = SPACES
               MOVE WS-WORK-DESK TO GC-DESK
           END-IF.
           DISPLAY 'ENTER TARGET RESPONSE DAYS 1-90 (0 = UNCHANGED) : '.
           MOVE ZERO TO WS-WORK-DAYS.
           ACCEPT WS-WORK-DAYS.
           IF WS-WORK-DAYS > 90
               DISPLAY 'TARGET DAYS MUST BE 1-90 - CATEGORY NOT SAVED'
               GO TO MAINTAIN-CATEGORY-EXIT
           END-IF.
           IF WS-WORK-DAYS > ZERO
               MOVE WS-WORK-DAYS TO GC-TARGET-DAYS
           END-IF.
           IF GC-DESCRIPTION = SPACES OR GC-DESK = SPACES
               OR GC-TARGET-DAYS = ZERO
               DISPLAY 'DESCRIPTION, DESK AND TARGET DAYS REQUIRED - '
                   'CATEGORY NOT SAVED'
               GO TO MAINTAIN-CATEGORY-EXIT
           END-IF.
           IF CATEGORY-IS-NEW
               ADD 1 TO WS-CATEGORY-COUNT
               SET CT-INDEX TO WS-CATEGORY-COUNT
           END-IF.
           MOVE GRIEVANCE-CATEGORY-RECORD TO
               WS-CATEGORY-LINE (CT-INDEX).
           PERFORM REWRITE-CATEGORY-FILE.
           DISPLAY 'CATEGORY ' GC-CATEGORY ' SAVED - OPEN TICKETS '
               'KEEP THEIR DESK AND TARGET DATE'.
       MAINTAIN-CATEGORY-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM GRVDESK.
