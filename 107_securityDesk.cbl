      *          A level-2 supervisor maintains OPERATOR.DAT here -
      *          add an operator, unlock an id locked by three failed
      *          passwords, or reset a forgotten password (which
      *          forces a change at the next sign-on), or set an
      *          operator's marks role: a subject teacher linked to a
      *          TCHRMST.DAT teacher id, an authorised data-entry
      *          clerk, or none - and prints the SECVIOL.RPT
      *          security-violations report from the SESSJRNL.DAT
      *          session journal OPSIGNON and MARKAUTH write:
      *          lockouts, sign-ons outside 07:00-19:00, operator ids
      *          with three or more failed attempts on the journal,
      *          and marks entry or correction refused outside the
      *          operator's assigned subjects. The auditors flagged
      *          exactly this last cycle.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT VIOLATIONS-REPORT ASSIGN TO "SECVIOL.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TEACHER-MASTER-FILE ASSIGN TO "TCHRMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TCHRMST-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  OPERATOR-FILE.
           COPY OPERATRR.

       FD  SESSION-JOURNAL.
           COPY SESSJRNR.
       FD  VIOLATIONS-REPORT.
       01 VIOLATIONS-REPORT-LINE PIC X(72).

       FD  TEACHER-MASTER-FILE.
       01 TEACHER-MASTER-LINE.
           05 TM-TEACHER-ID      PIC 9(04).
           05 TM-TEACHER-NAME    PIC X(15).
           05 TM-DEPARTMENT      PIC X(12).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-OPERATOR-STATUS PIC X(02) VALUE '00'.
       01 WS-JOURNAL-STATUS  PIC X(02) VALUE '00'.
       01 WS-TCHRMST-STATUS  PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-MENU-CHOICE     PIC 9(01) VALUE ZERO.
           88 DONE-WITH-MENU   VALUE 6.
       01 WS-OPERATOR-ID     PIC X(08).
       01 WS-OPERATOR-NAME   PIC X(15).
       01 WS-AUTH-LEVEL      PIC 9(01) VALUE ZERO.
               10 WS-OP-PWD-CHG  PIC 9(08).
               10 WS-OP-FAILS    PIC 9(01).
               10 WS-OP-LOCK     PIC X(01).
               10 WS-OP-TEACHER  PIC 9(04).
               10 WS-OP-ROLE     PIC X(01).
       01 WS-WORK-ID         PIC X(08).
       01 WS-FOUND-FLAG      PIC X(01).
           88 OPERATOR-FOUND   VALUE 'Y'.
       01 WS-LOCKOUT-COUNT   PIC 9(04) VALUE ZERO.
       01 WS-AFTERHRS-COUNT  PIC 9(04) VALUE ZERO.
       01 WS-REPEAT-COUNT    PIC 9(04) VALUE ZERO.
       01 WS-REFUSED-COUNT   PIC 9(04) VALUE ZERO.
       01 WS-WORK-ROLE       PIC X(01).
           88 WORK-ROLE-VALID  VALUE 'T' 'D' ' '.
           88 WORK-ROLE-TEACHER VALUE 'T'.
       01 WS-WORK-TEACHER    PIC 9(04) VALUE ZERO.
       01 WS-TEACHER-FLAG    PIC X(01) VALUE 'N'.
           88 TEACHER-ON-MASTER VALUE 'Y'.
       01 WS-JRNL-READ       PIC 9(05) VALUE ZERO.
       01 WS-TIME-HH         PIC 9(02) VALUE ZERO.
       01 WS-FAIL-TALLY-CNT  PIC 9(02) VALUE ZERO.
               DISPLAY '3. RESET PASSWORD (FORCES CHANGE AT NEXT '
                   'SIGN-ON)'
               DISPLAY '4. PRINT SECURITY VIOLATIONS REPORT'
               DISPLAY '5. SET MARKS ROLE / TEACHER LINK'
               DISPLAY '6. EXIT'
               DISPLAY 'ENTER CHOICE : '
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 4
                       PERFORM PRINT-VIOLATIONS-REPORT
                   WHEN 5
                       PERFORM SET-MARKS-ROLE
                   WHEN 6
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID CHOICE, TRY AGAIN'
                                   WS-OP-FAILS (OP-INDEX)
                               MOVE OP-LOCK-FLAG TO
                                   WS-OP-LOCK (OP-INDEX)
                               MOVE OP-TEACHER-ID TO
                                   WS-OP-TEACHER (OP-INDEX)
                               MOVE OP-MARKS-ROLE TO
                                   WS-OP-ROLE (OP-INDEX)
                           ELSE
                               SET OPERATOR-TABLE-FULL TO TRUE
                           END-IF
               MOVE WS-OP-PWD-CHG (OP-INDEX)  TO OP-PWD-CHANGED
               MOVE WS-OP-FAILS (OP-INDEX)    TO OP-FAIL-COUNT
               MOVE WS-OP-LOCK (OP-INDEX)     TO OP-LOCK-FLAG
               MOVE WS-OP-TEACHER (OP-INDEX)  TO OP-TEACHER-ID
               MOVE WS-OP-ROLE (OP-INDEX)     TO OP-MARKS-ROLE
               WRITE OPERATOR-RECORD
           END-PERFORM.
           CLOSE OPERATOR-FILE.
               MOVE ZERO TO WS-OP-PWD-CHG (OP-INDEX)
               MOVE ZERO TO WS-OP-FAILS (OP-INDEX)
               MOVE SPACE TO WS-OP-LOCK (OP-INDEX)
               PERFORM ACCEPT-MARKS-ROLE
               MOVE WS-WORK-ROLE TO WS-OP-ROLE (OP-INDEX)
               MOVE WS-WORK-TEACHER TO WS-OP-TEACHER (OP-INDEX)
               PERFORM REWRITE-OPERATOR-FILE
               DISPLAY 'OPERATOR ADDED'
           END-IF.
                   'AT NEXT SIGN-ON'
           END-IF.

       SET-MARKS-ROLE.
           DISPLAY 'ENTER OPERATOR ID : '.
           ACCEPT WS-WORK-ID.
           PERFORM FIND-OPERATOR-SLOT.
           IF NOT OPERATOR-FOUND
               DISPLAY 'OPERATOR ID NOT ON FILE : ' WS-WORK-ID
           ELSE
               DISPLAY 'CURRENT ROLE : ' WS-OP-ROLE (OP-INDEX)
                   '  TEACHER ID : ' WS-OP-TEACHER (OP-INDEX)
               PERFORM ACCEPT-MARKS-ROLE
               MOVE WS-WORK-ROLE TO WS-OP-ROLE (OP-INDEX)
               MOVE WS-WORK-TEACHER TO WS-OP-TEACHER (OP-INDEX)
               PERFORM REWRITE-OPERATOR-FILE
               DISPLAY 'MARKS ROLE SET FOR : ' WS-WORK-ID
           END-IF.

       ACCEPT-MARKS-ROLE.
      * A subject teacher must be linked to a teacher on TCHRMST.DAT
      * - MARKAUTH matches that id against SUBJTCHR.DAT. An unknown
      * teacher id leaves the operator with no marks role.
           MOVE ZERO TO WS-WORK-TEACHER.
           DISPLAY 'MARKS ROLE (T SUBJECT TEACHER / D DATA-ENTRY '
               'CLERK / SPACE NONE) : '.
           ACCEPT WS-WORK-ROLE.
           PERFORM UNTIL WORK-ROLE-VALID
               DISPLAY 'MUST BE T, D OR SPACE, RE-ENTER : '
               ACCEPT WS-WORK-ROLE
           END-PERFORM.
           IF WORK-ROLE-TEACHER
               DISPLAY 'ENTER TEACHER ID (TCHRMST.DAT) : '
               ACCEPT WS-WORK-TEACHER
               PERFORM VERIFY-TEACHER-ID
               IF NOT TEACHER-ON-MASTER
                   DISPLAY 'TEACHER ID ' WS-WORK-TEACHER
                       ' NOT ON TCHRMST.DAT - NO MARKS ROLE SET'
                   MOVE SPACE TO WS-WORK-ROLE
                   MOVE ZERO TO WS-WORK-TEACHER
               END-IF
           END-IF.

       VERIFY-TEACHER-ID.
           MOVE 'N' TO WS-TEACHER-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TEACHER-MASTER-FILE.
           IF WS-TCHRMST-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TEACHER-MASTER-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF TM-TEACHER-ID = WS-WORK-TEACHER
                               AND WS-WORK-TEACHER > ZERO
                               MOVE 'Y' TO WS-TEACHER-FLAG
                               SET END-OF-CURRENT-FILE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEACHER-MASTER-FILE
           END-IF.

       PRINT-VIOLATIONS-REPORT.
           MOVE ZERO TO WS-LOCKOUT-COUNT.
           MOVE ZERO TO WS-REFUSED-COUNT.
           MOVE ZERO TO WS-AFTERHRS-COUNT.
           MOVE ZERO TO WS-REPEAT-COUNT.
           MOVE ZERO TO WS-JRNL-READ.
               '  REPEAT FAILERS ' WS-REPEAT-COUNT
               DELIMITED BY SIZE INTO VIOLATIONS-REPORT-LINE.
           WRITE VIOLATIONS-REPORT-LINE.
           MOVE SPACES TO VIOLATIONS-REPORT-LINE.
           STRING 'MARKS ACCESS REFUSED ' WS-REFUSED-COUNT
               DELIMITED BY SIZE INTO VIOLATIONS-REPORT-LINE.
           WRITE VIOLATIONS-REPORT-LINE.
           MOVE ALL '=' TO VIOLATIONS-REPORT-LINE.
           WRITE VIOLATIONS-REPORT-LINE.
           CLOSE VIOLATIONS-REPORT.
           IF JT-FAILED
               PERFORM TALLY-FAILED-ATTEMPT
           END-IF.
           IF JT-MARKS-REFUSED
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO VIOLATIONS-REPORT-LINE
               STRING JT-DATE ' ' JT-OPERATOR-ID
                   ' MARKS REFUSED ' JT-PROGRAM-ID
                   ' SUBJ ' JT-SUBJ-CODE
                   ' CLASS ' JT-CLASS '-' JT-SECTION
                   DELIMITED BY SIZE INTO VIOLATIONS-REPORT-LINE
               WRITE VIOLATIONS-REPORT-LINE
           END-IF.

       TALLY-FAILED-ATTEMPT.
           MOVE 'N' TO WS-FOUND-FLAG.
