      ******************************************************************
      * Author:
      * Date:
      * Purpose: Compliance calendar desk. Keeps COMPCAL.DAT - one row
      *          per statutory or academic deadline (board
      *          registration closing, census return, board result
      *          export window, scholarship claim, fee notice and the
      *          like) with the authority it is owed to, the due date,
      *          the date its period opens, the staff member who owns
      *          it and the program whose clean run meets it
      *          (BRDREGNO, CENSUS, BOARDEXP, SCHDISB ...; none for a
      *          deadline met by hand), for a given term or any term
      *          and up to a highest acceptable condition code. A
      *          deadline may fall once, monthly or yearly. A
      *          supervisor adds and amends deadlines, records one met
      *          by hand and waives one that does not apply this
      *          period; any operator lists them. The daily COMPCHK
      *          run checks RUNLOG.DAT, warns at 14, 7 and 1 days and
      *          raises the next occurrence of a recurring deadline.
      *          Sign-on is through OPSIGNON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. COMPDESK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT COMPLIANCE-CALENDAR ASSIGN TO "COMPCAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMPCAL-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  COMPLIANCE-CALENDAR.
           COPY COMPCALR.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-COMPCAL-STATUS  PIC X(02) VALUE '00'.
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
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'COMPDESK'.
       01 WS-TODAY           PIC 9(08).
       01 WS-DEADLINE-COUNT  PIC 9(03) VALUE ZERO.
       01 WS-DEADLINE-FULL-FLAG PIC X(01) VALUE 'N'.
           88 DEADLINE-TABLE-FULL VALUE 'Y'.
       01 WS-DEADLINE-TABLE.
           05 WS-DEADLINE-LINE OCCURS 500 TIMES INDEXED BY CC-INDEX
               PIC X(106).
       01 WS-NEXT-DEADLINE-ID PIC 9(04) VALUE ZERO.
       01 WS-FOUND-FLAG      PIC X(01).
           88 ENTRY-FOUND      VALUE 'Y'.
       01 WS-WORK-ID         PIC 9(04).
       01 WS-WORK-TEXT       PIC X(30).
       01 WS-WORK-AUTHORITY  PIC X(10).
       01 WS-WORK-PROGRAM    PIC X(08).
       01 WS-WORK-OWNER      PIC X(15).
       01 WS-WORK-TERM       PIC 9(02).
       01 WS-WORK-RC         PIC 9(02).
       01 WS-WORK-CODE       PIC X(01).
       01 WS-WORK-DATE       PIC 9(08).
      * Days before the due date that the period opens and a run of
      * the linked program starts to count.
       01 WS-WORK-WINDOW     PIC 9(03).
       01 WS-DEFAULT-WINDOW  PIC 9(03) VALUE 30.
       01 WS-CONFIRM         PIC X(01).
           88 ACTION-CONFIRMED VALUE 'Y'.
       01 WS-DATEVAL-IN      PIC X(10).
       01 WS-DATE-FORMAT     PIC X(01).
       01 WS-ALLOW-FUTURE    PIC X(01).
       01 WS-DATE-VALID      PIC X(01).
           88 DATE-IS-VALID    VALUE 'Y'.
       01 WS-LIST-ALL        PIC X(01).
           88 LIST-ALL-DEADLINES VALUE 'Y'.
       01 WS-STATUS-TEXT     PIC X(08).
       01 WS-LISTED-COUNT    PIC 9(03) VALUE ZERO.
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
           PERFORM LOAD-DEADLINE-TABLE.
           PERFORM UNTIL DONE-WITH-MENU
               DISPLAY ' '
               DISPLAY '1. ADD A DEADLINE'
               DISPLAY '2. AMEND A DEADLINE'
               DISPLAY '3. RECORD A DEADLINE MET BY HAND'
               DISPLAY '4. WAIVE A DEADLINE FOR THIS PERIOD'
               DISPLAY '5. LIST DEADLINES'
               DISPLAY '9. EXIT'
               DISPLAY 'ENTER CHOICE : '
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1 THRU 4
                       IF SUPERVISOR-LEVEL
                           PERFORM RUN-MAINTENANCE-CHOICE
                       ELSE
                           DISPLAY 'CALENDAR MAINTENANCE REQUIRES '
                               'SUPERVISOR AUTHORITY - SIGNED ON AS '
                               'LEVEL ' WS-AUTH-LEVEL
                       END-IF
                   WHEN 5
                       PERFORM LIST-DEADLINES
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       RUN-MAINTENANCE-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM ADD-DEADLINE
                       THRU ADD-DEADLINE-EXIT
               WHEN 2
                   PERFORM AMEND-DEADLINE
                       THRU AMEND-DEADLINE-EXIT
               WHEN 3
                   PERFORM RECORD-MET-BY-HAND
                       THRU RECORD-MET-BY-HAND-EXIT
               WHEN 4
                   PERFORM WAIVE-DEADLINE
                       THRU WAIVE-DEADLINE-EXIT
           END-EVALUATE.

       LOAD-DEADLINE-TABLE.
           MOVE ZERO TO WS-DEADLINE-COUNT.
           MOVE ZERO TO WS-NEXT-DEADLINE-ID.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT COMPLIANCE-CALENDAR.
           IF WS-COMPCAL-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ COMPLIANCE-CALENDAR
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF CC-DEADLINE-ID > WS-NEXT-DEADLINE-ID
                               MOVE CC-DEADLINE-ID TO
                                   WS-NEXT-DEADLINE-ID
                           END-IF
                           IF WS-DEADLINE-COUNT < 500
                               ADD 1 TO WS-DEADLINE-COUNT
                               SET CC-INDEX TO WS-DEADLINE-COUNT
                               MOVE COMPLIANCE-DEADLINE-RECORD TO
                                   WS-DEADLINE-LINE (CC-INDEX)
                           ELSE
                               SET DEADLINE-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPLIANCE-CALENDAR
           END-IF.
           ADD 1 TO WS-NEXT-DEADLINE-ID.
           IF DEADLINE-TABLE-FULL
               DISPLAY 'COMPCAL.DAT EXCEEDS THE 500-DEADLINE TABLE - '
                   'THE CALENDAR CANNOT BE MAINTAINED'
           END-IF.

      * A partly loaded file is never written back.
       REWRITE-DEADLINE-FILE.
           OPEN OUTPUT COMPLIANCE-CALENDAR.
           PERFORM VARYING CC-INDEX FROM 1 BY 1
               UNTIL CC-INDEX > WS-DEADLINE-COUNT
               MOVE WS-DEADLINE-LINE (CC-INDEX) TO
                   COMPLIANCE-DEADLINE-RECORD
               WRITE COMPLIANCE-DEADLINE-RECORD
           END-PERFORM.
           CLOSE COMPLIANCE-CALENDAR.

      * Leaves the deadline in COMPLIANCE-DEADLINE-RECORD and CC-INDEX
      * on it.
       FIND-DEADLINE.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING CC-INDEX FROM 1 BY 1
               UNTIL CC-INDEX > WS-DEADLINE-COUNT OR ENTRY-FOUND
               MOVE WS-DEADLINE-LINE (CC-INDEX) TO
                   COMPLIANCE-DEADLINE-RECORD
               IF CC-DEADLINE-ID = WS-WORK-ID
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET CC-INDEX DOWN BY 1
           END-IF.

      * Asks for a deadline number and finds it on file and still
      * open.
       ACCEPT-OPEN-DEADLINE.
           IF DEADLINE-TABLE-FULL
               DISPLAY 'COMPCAL.DAT NOT FULLY LOADED, NO DEADLINE CAN '
                   'BE CHANGED'
               MOVE 'N' TO WS-FOUND-FLAG
           ELSE
               DISPLAY 'ENTER DEADLINE NO : '
               MOVE ZERO TO WS-WORK-ID
               ACCEPT WS-WORK-ID
               PERFORM FIND-DEADLINE
               IF NOT ENTRY-FOUND
                   DISPLAY 'DEADLINE ' WS-WORK-ID ' NOT ON FILE'
               ELSE
                   PERFORM SHOW-DEADLINE
                   IF NOT CC-OPEN
                       DISPLAY 'DEADLINE ' WS-WORK-ID
                           ' IS NO LONGER OPEN'
                       MOVE 'N' TO WS-FOUND-FLAG
                   END-IF
               END-IF
           END-IF.

       SHOW-DEADLINE.
           DISPLAY 'DEADLINE ' CC-DEADLINE-ID ' ' CC-DESCRIPTION
               ' TO ' CC-AUTHORITY.
           DISPLAY '      DUE ' CC-DUE-DATE ' PERIOD FROM '
               CC-PERIOD-FROM ' OWNER ' CC-OWNER.
           IF CC-MANUAL-DEADLINE
               DISPLAY '      MET BY HAND, RECURRENCE '
                   CC-RECURRENCE ' STATUS ' CC-STATUS
           ELSE
               DISPLAY '      MET BY ' CC-PROGRAM-ID ' TERM '
                   CC-TERM-CODE ' CONDITION CODE <= ' CC-MAX-RC
                   ' RECURRENCE ' CC-RECURRENCE ' STATUS ' CC-STATUS
           END-IF.

       VALIDATE-WORK-DATE.
           MOVE SPACES TO WS-DATEVAL-IN.
           MOVE WS-WORK-DATE TO WS-DATEVAL-IN(1:8).
           MOVE 'Y' TO WS-DATE-FORMAT.
           MOVE 'Y' TO WS-ALLOW-FUTURE.
           CALL 'DATEVAL' USING WS-DATEVAL-IN WS-DATE-FORMAT
               WS-ALLOW-FUTURE WS-DATE-VALID.

      * The period opens the given number of days before the due date.
       SET-PERIOD-FROM.
           COMPUTE CC-PERIOD-FROM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (CC-DUE-DATE)
                   - WS-WORK-WINDOW).

       ADD-DEADLINE.
           IF DEADLINE-TABLE-FULL OR WS-DEADLINE-COUNT >= 500
               DISPLAY 'DEADLINE TABLE FULL, NO DEADLINE CAN BE ADDED'
               GO TO ADD-DEADLINE-EXIT
           END-IF.
           MOVE SPACES TO COMPLIANCE-DEADLINE-RECORD.
           DISPLAY 'ENTER DESCRIPTION : '.
           MOVE SPACES TO WS-WORK-TEXT.
           ACCEPT WS-WORK-TEXT.
           IF WS-WORK-TEXT = SPACES
               DISPLAY 'DESCRIPTION REQUIRED - NOT ADDED'
               GO TO ADD-DEADLINE-EXIT
           END-IF.
           DISPLAY 'ENTER AUTHORITY IT IS OWED TO : '.
           MOVE SPACES TO WS-WORK-AUTHORITY.
           ACCEPT WS-WORK-AUTHORITY.
           DISPLAY 'ENTER DUE DATE (YYYYMMDD) : '.
           MOVE ZERO TO WS-WORK-DATE.
           ACCEPT WS-WORK-DATE.
           PERFORM VALIDATE-WORK-DATE.
           IF NOT DATE-IS-VALID OR WS-WORK-DATE < WS-TODAY
               DISPLAY 'DUE DATE MUST BE A VALID DATE FROM TODAY ON '
                   '- NOT ADDED'
               GO TO ADD-DEADLINE-EXIT
           END-IF.
           MOVE WS-WORK-DATE TO CC-DUE-DATE.
           DISPLAY 'ENTER DAYS BEFORE DUE THE PERIOD OPENS (0 = '
               WS-DEFAULT-WINDOW ') : '.
           MOVE ZERO TO WS-WORK-WINDOW.
           ACCEPT WS-WORK-WINDOW.
           IF WS-WORK-WINDOW = ZERO
               MOVE WS-DEFAULT-WINDOW TO WS-WORK-WINDOW
           END-IF.
           PERFORM SET-PERIOD-FROM.
           DISPLAY 'ENTER PROGRAM THAT MEETS IT (SPACES = BY HAND) : '.
           MOVE SPACES TO WS-WORK-PROGRAM.
           ACCEPT WS-WORK-PROGRAM.
           MOVE WS-WORK-PROGRAM TO CC-PROGRAM-ID.
           MOVE ZERO TO CC-TERM-CODE.
           MOVE ZERO TO CC-MAX-RC.
           IF NOT CC-MANUAL-DEADLINE
               DISPLAY 'ENTER TERM CODE THE RUN MUST BE FOR (0 = ANY) '
                   ': '
               MOVE ZERO TO WS-WORK-TERM
               ACCEPT WS-WORK-TERM
               MOVE WS-WORK-TERM TO CC-TERM-CODE
               DISPLAY 'ENTER HIGHEST ACCEPTABLE CONDITION CODE (0 '
                   'OR 4) : '
               MOVE ZERO TO WS-WORK-RC
               ACCEPT WS-WORK-RC
               IF WS-WORK-RC NOT = ZERO AND WS-WORK-RC NOT = 4
                   DISPLAY 'CONDITION CODE MUST BE 0 OR 4 - NOT ADDED'
                   GO TO ADD-DEADLINE-EXIT
               END-IF
               MOVE WS-WORK-RC TO CC-MAX-RC
           END-IF.
           DISPLAY 'ENTER RECURRENCE O ONCE / M MONTHLY / Y YEARLY : '.
           MOVE SPACE TO WS-WORK-CODE.
           ACCEPT WS-WORK-CODE.
           MOVE WS-WORK-CODE TO CC-RECURRENCE.
           PERFORM UNTIL CC-RECURRENCE-VALID
               DISPLAY 'ENTER O, M OR Y : '
               ACCEPT WS-WORK-CODE
               MOVE WS-WORK-CODE TO CC-RECURRENCE
           END-PERFORM.
           DISPLAY 'ENTER OWNER (STAFF RESPONSIBLE) : '.
           MOVE SPACES TO WS-WORK-OWNER.
           ACCEPT WS-WORK-OWNER.
           IF WS-WORK-OWNER = SPACES
               DISPLAY 'OWNER REQUIRED - NOT ADDED'
               GO TO ADD-DEADLINE-EXIT
           END-IF.
           MOVE WS-NEXT-DEADLINE-ID TO CC-DEADLINE-ID.
           MOVE WS-WORK-TEXT TO CC-DESCRIPTION.
           MOVE WS-WORK-AUTHORITY TO CC-AUTHORITY.
           MOVE WS-WORK-OWNER TO CC-OWNER.
           MOVE 'O' TO CC-STATUS.
           MOVE ZERO TO CC-MET-DATE.
           MOVE SPACES TO CC-MET-BY.
           MOVE 'N' TO CC-ROLLED-FLAG.
           ADD 1 TO WS-DEADLINE-COUNT.
           SET CC-INDEX TO WS-DEADLINE-COUNT.
           MOVE COMPLIANCE-DEADLINE-RECORD TO
               WS-DEADLINE-LINE (CC-INDEX).
           DISPLAY 'DEADLINE ' CC-DEADLINE-ID ' ADDED, DUE '
               CC-DUE-DATE ', PERIOD FROM ' CC-PERIOD-FROM.
           PERFORM REWRITE-DEADLINE-FILE.
           ADD 1 TO WS-NEXT-DEADLINE-ID.
       ADD-DEADLINE-EXIT.
           EXIT.

      * Blank or zero keeps the value on file.
       AMEND-DEADLINE.
           PERFORM ACCEPT-OPEN-DEADLINE.
           IF NOT ENTRY-FOUND
               GO TO AMEND-DEADLINE-EXIT
           END-IF.
           DISPLAY 'ENTER NEW DUE DATE (0 = KEEP) : '.
           MOVE ZERO TO WS-WORK-DATE.
           ACCEPT WS-WORK-DATE.
           IF WS-WORK-DATE NOT = ZERO
               PERFORM VALIDATE-WORK-DATE
               IF NOT DATE-IS-VALID
                   DISPLAY 'INVALID DUE DATE - NOT AMENDED'
                   GO TO AMEND-DEADLINE-EXIT
               END-IF
           END-IF.
           DISPLAY 'ENTER DAYS BEFORE DUE THE PERIOD OPENS (0 = '
               'KEEP) : '.
           MOVE ZERO TO WS-WORK-WINDOW.
           ACCEPT WS-WORK-WINDOW.
           IF WS-WORK-WINDOW = ZERO
               COMPUTE WS-WORK-WINDOW =
                   FUNCTION INTEGER-OF-DATE (CC-DUE-DATE)
                   - FUNCTION INTEGER-OF-DATE (CC-PERIOD-FROM)
           END-IF.
           IF WS-WORK-DATE NOT = ZERO
               MOVE WS-WORK-DATE TO CC-DUE-DATE
           END-IF.
           PERFORM SET-PERIOD-FROM.
           DISPLAY 'ENTER PROGRAM THAT MEETS IT (SPACES = KEEP, '
               'HAND = BY HAND) : '.
           MOVE SPACES TO WS-WORK-PROGRAM.
           ACCEPT WS-WORK-PROGRAM.
           EVALUATE WS-WORK-PROGRAM
               WHEN SPACES
                   CONTINUE
               WHEN 'HAND'
                   MOVE SPACES TO CC-PROGRAM-ID
                   MOVE ZERO TO CC-TERM-CODE
                   MOVE ZERO TO CC-MAX-RC
               WHEN OTHER
                   MOVE WS-WORK-PROGRAM TO CC-PROGRAM-ID
           END-EVALUATE.
           IF NOT CC-MANUAL-DEADLINE
               DISPLAY 'ENTER TERM CODE THE RUN MUST BE FOR (0 = ANY,'
                   ' NOW ' CC-TERM-CODE ') : '
               MOVE ZERO TO WS-WORK-TERM
               ACCEPT WS-WORK-TERM
               MOVE WS-WORK-TERM TO CC-TERM-CODE
               DISPLAY 'ENTER HIGHEST ACCEPTABLE CONDITION CODE (0 '
                   'OR 4, NOW ' CC-MAX-RC ') : '
               MOVE ZERO TO WS-WORK-RC
               ACCEPT WS-WORK-RC
               IF WS-WORK-RC NOT = ZERO AND WS-WORK-RC NOT = 4
                   DISPLAY 'CONDITION CODE MUST BE 0 OR 4 - NOT '
                       'AMENDED'
                   GO TO AMEND-DEADLINE-EXIT
               END-IF
               MOVE WS-WORK-RC TO CC-MAX-RC
           END-IF.
           DISPLAY 'ENTER NEW OWNER (SPACES = KEEP) : '.
           MOVE SPACES TO WS-WORK-OWNER.
           ACCEPT WS-WORK-OWNER.
           IF WS-WORK-OWNER NOT = SPACES
               MOVE WS-WORK-OWNER TO CC-OWNER
           END-IF.
           MOVE COMPLIANCE-DEADLINE-RECORD TO
               WS-DEADLINE-LINE (CC-INDEX).
           PERFORM SHOW-DEADLINE.
           PERFORM REWRITE-DEADLINE-FILE.
           DISPLAY 'DEADLINE ' WS-WORK-ID ' AMENDED'.
       AMEND-DEADLINE-EXIT.
           EXIT.

      * For a deadline with no program to check, or one whose
      * evidence is outside the run log (a return filed on paper).
       RECORD-MET-BY-HAND.
           PERFORM ACCEPT-OPEN-DEADLINE.
           IF NOT ENTRY-FOUND
               GO TO RECORD-MET-BY-HAND-EXIT
           END-IF.
           DISPLAY 'ENTER DATE MET (YYYYMMDD, 0 = TODAY) : '.
           MOVE ZERO TO WS-WORK-DATE.
           ACCEPT WS-WORK-DATE.
           IF WS-WORK-DATE = ZERO
               MOVE WS-TODAY TO WS-WORK-DATE
           END-IF.
           PERFORM VALIDATE-WORK-DATE.
           IF NOT DATE-IS-VALID OR WS-WORK-DATE > WS-TODAY
               DISPLAY 'DATE MUST BE VALID AND NOT AFTER TODAY - NOT '
                   'RECORDED'
               GO TO RECORD-MET-BY-HAND-EXIT
           END-IF.
           MOVE 'M' TO CC-STATUS.
           MOVE WS-WORK-DATE TO CC-MET-DATE.
           MOVE WS-OPERATOR-ID TO CC-MET-BY.
           MOVE COMPLIANCE-DEADLINE-RECORD TO
               WS-DEADLINE-LINE (CC-INDEX).
           IF NOT CC-ONCE-ONLY
               DISPLAY 'THE NEXT OCCURRENCE IS RAISED BY THE NEXT '
                   'COMPCHK RUN'
           END-IF.
           PERFORM REWRITE-DEADLINE-FILE.
           DISPLAY 'DEADLINE ' WS-WORK-ID ' RECORDED AS MET ON '
               WS-WORK-DATE.
       RECORD-MET-BY-HAND-EXIT.
           EXIT.

      * Stands the deadline down for this period only; a recurring
      * deadline still comes round again.
       WAIVE-DEADLINE.
           PERFORM ACCEPT-OPEN-DEADLINE.
           IF NOT ENTRY-FOUND
               GO TO WAIVE-DEADLINE-EXIT
           END-IF.
           DISPLAY 'WAIVE THIS DEADLINE (Y/N) : '.
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF NOT ACTION-CONFIRMED
               DISPLAY 'DEADLINE NOT WAIVED'
               GO TO WAIVE-DEADLINE-EXIT
           END-IF.
           MOVE 'W' TO CC-STATUS.
           MOVE WS-TODAY TO CC-MET-DATE.
           MOVE WS-OPERATOR-ID TO CC-MET-BY.
           MOVE COMPLIANCE-DEADLINE-RECORD TO
               WS-DEADLINE-LINE (CC-INDEX).
           PERFORM REWRITE-DEADLINE-FILE.
           DISPLAY 'DEADLINE ' WS-WORK-ID ' WAIVED'.
       WAIVE-DEADLINE-EXIT.
           EXIT.

       LIST-DEADLINES.
           DISPLAY 'LIST MET AND WAIVED DEADLINES TOO (Y/N) : '.
           MOVE SPACE TO WS-LIST-ALL.
           ACCEPT WS-LIST-ALL.
           MOVE ZERO TO WS-LISTED-COUNT.
           DISPLAY 'NO.  DUE      DESCRIPTION                    '
               'PROGRAM  STATUS'.
           PERFORM VARYING CC-INDEX FROM 1 BY 1
               UNTIL CC-INDEX > WS-DEADLINE-COUNT
               MOVE WS-DEADLINE-LINE (CC-INDEX) TO
                   COMPLIANCE-DEADLINE-RECORD
               IF CC-OPEN OR LIST-ALL-DEADLINES
                   ADD 1 TO WS-LISTED-COUNT
                   EVALUATE TRUE
                       WHEN CC-OPEN
                           MOVE 'OPEN' TO WS-STATUS-TEXT
                       WHEN CC-MET
                           MOVE 'MET' TO WS-STATUS-TEXT
                       WHEN OTHER
                           MOVE 'WAIVED' TO WS-STATUS-TEXT
                   END-EVALUATE
                   IF CC-MANUAL-DEADLINE
                       MOVE '(HAND)' TO WS-WORK-PROGRAM
                   ELSE
                       MOVE CC-PROGRAM-ID TO WS-WORK-PROGRAM
                   END-IF
                   DISPLAY CC-DEADLINE-ID ' ' CC-DUE-DATE ' '
                       CC-DESCRIPTION ' ' WS-WORK-PROGRAM ' '
                       WS-STATUS-TEXT
               END-IF
           END-PERFORM.
           DISPLAY 'DEADLINES LISTED : ' WS-LISTED-COUNT.
      ** add other procedures here
       END PROGRAM COMPDESK.
