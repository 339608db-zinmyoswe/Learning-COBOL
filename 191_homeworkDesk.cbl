      ******************************************************************
      * Author:
      * Date:
      * Purpose: Homework and assignment desk. Keeps ASSIGN.DAT - one
      *          row per piece of work set to a class and section in
      *          a subject, with the teacher who set it, the set and
      *          due dates, the marks it is scored out of and the
      *          run-control term it counts toward - and ASSIGSUB.DAT,
      *          one row per student handing it in: on time when on or
      *          before the due date, late after it, with the score,
      *          or excused. A subject teacher sets work only where
      *          SUBJTCHR.DAT assigns them the subject, class and
      *          section (as MARKAUTH does for marks); an authorised
      *          data-entry clerk sets it for any teacher. Submissions
      *          are recorded by the teacher who set the work, a clerk
      *          or a supervisor. Closing an assignment once its due
      *          date has passed records every student on roll in the
      *          class and section with nothing handed in as missing;
      *          work handed in afterwards amends the row to late. A
      *          supervisor cancels an assignment set in error. No
      *          work is set for a term TERMCTL has closed. HWKDEFLT
      *          lists the defaulters each week and HWKIAPST posts the
      *          term's scores as the internal assessment. Sign-on is
      *          through OPSIGNON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. HWKDESK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ASSIGNMENT-FILE ASSIGN TO "ASSIGN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASSIGN-STATUS.
           SELECT SUBMISSION-FILE ASSIGN TO "ASSIGSUB.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASSIGSUB-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SUBJECT-MASTER-FILE ASSIGN TO "SUBJMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBJMST-STATUS.
           SELECT SUBJECT-TEACHER-REF ASSIGN TO "SUBJTCHR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBJREF-STATUS.
           SELECT TEACHER-MASTER-FILE ASSIGN TO "TCHRMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TEACHER-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  ASSIGNMENT-FILE.
           COPY ASSIGNR.

       FD  SUBMISSION-FILE.
           COPY ASSUBMR.

       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  SUBJECT-MASTER-FILE.
       01 SUBJECT-MASTER-LINE.
           05 SM-SUBJ-CODE       PIC X(04).
           05 SM-SUBJ-NAME       PIC X(20).
           05 SM-MAX-MARKS       PIC 9(03).
           05 SM-PASS-MARK       PIC 9(03).
           05 SM-DEFAULT-CREDITS PIC 9(01).
           05 SM-HAS-PRACTICAL   PIC X(01).
           05 SM-PRAC-MAX        PIC 9(03).
           05 SM-PRAC-PASS       PIC 9(03).

       FD  SUBJECT-TEACHER-REF.
           COPY SUBTCHRR.

       FD  TEACHER-MASTER-FILE.
       01 TEACHER-MASTER-LINE.
           05 TM-TEACHER-ID      PIC 9(04).
           05 TM-TEACHER-NAME    PIC X(15).
           05 TM-DEPARTMENT      PIC X(12).

       FD  OPERATOR-FILE.
           COPY OPERATRR.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-ASSIGN-STATUS   PIC X(02) VALUE '00'.
       01 WS-ASSIGSUB-STATUS PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-SUBJMST-STATUS  PIC X(02) VALUE '00'.
       01 WS-SUBJREF-STATUS  PIC X(02) VALUE '00'.
       01 WS-TEACHER-STATUS  PIC X(02) VALUE '00'.
       01 WS-OPERATOR-STATUS PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
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
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'HWKDESK'.
      * The operator's marks role and teacher id from OPERATOR.DAT.
       01 WS-MARKS-ROLE      PIC X(01) VALUE SPACE.
           88 ROLE-SUBJECT-TEACHER VALUE 'T'.
           88 ROLE-MARKS-CLERK     VALUE 'D'.
       01 WS-OP-TEACHER-ID   PIC 9(04) VALUE ZERO.
       01 WS-TODAY           PIC 9(08).
       01 WS-TERM-CODE       PIC 9(02) VALUE ZERO.
       01 WS-TERM-STATE      PIC X(01) VALUE 'U'.
           88 TERM-IS-CLOSED   VALUE 'C'.
       01 WS-ASSIGN-COUNT    PIC 9(04) VALUE ZERO.
       01 WS-ASSIGN-FULL-FLAG PIC X(01) VALUE 'N'.
           88 ASSIGN-TABLE-FULL VALUE 'Y'.
       01 WS-ASSIGN-TABLE.
           05 WS-ASSIGN-LINE OCCURS 2000 TIMES INDEXED BY AS-INDEX
               PIC X(66).
       01 WS-NEXT-ASSIGN-NO  PIC 9(05) VALUE ZERO.
       01 WS-FOUND-FLAG      PIC X(01).
           88 ENTRY-FOUND      VALUE 'Y'.
       01 WS-ALLOWED-FLAG    PIC X(01).
           88 OPERATOR-ALLOWED VALUE 'Y'.
       01 WS-WORK-ASSIGN-NO  PIC 9(05).
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-WORK-CLASS      PIC 9(02).
       01 WS-WORK-SECTION    PIC X(01).
       01 WS-WORK-SUBJ       PIC X(04).
       01 WS-WORK-TCHR       PIC 9(04).
       01 WS-WORK-TEXT       PIC X(20).
       01 WS-WORK-CODE       PIC X(01).
           88 CODE-HANDED-IN   VALUE 'S'.
           88 CODE-EXCUSED     VALUE 'E'.
           88 CODE-MISSING     VALUE 'M'.
           88 CODE-VALID       VALUE 'S' 'E' 'M'.
       01 WS-WORK-DATE       PIC 9(08).
       01 WS-WORK-MARKS      PIC 9(03).
       01 WS-TEACHER-NAME    PIC X(15).
       01 WS-SUBJ-NAME       PIC X(20).
       01 WS-CONFIRM         PIC X(01).
           88 ACTION-CONFIRMED VALUE 'Y'.
       01 WS-DATEVAL-IN      PIC X(10).
       01 WS-DATE-FORMAT     PIC X(01).
       01 WS-ALLOW-FUTURE    PIC X(01).
       01 WS-DATE-VALID      PIC X(01).
           88 DATE-IS-VALID    VALUE 'Y'.
      * The submissions on file for the assignment being worked.
       01 WS-SUB-COUNT       PIC 9(03) VALUE ZERO.
       01 WS-SUB-FULL-FLAG   PIC X(01) VALUE 'N'.
           88 SUBMISSION-TABLE-FULL VALUE 'Y'.
       01 WS-SUBMISSION-TABLE.
           05 WS-SB-ENTRY OCCURS 300 TIMES INDEXED BY SB-INDEX.
               10 WS-SB-STU-NO     PIC 9(05).
               10 WS-SB-STATUS     PIC X(01).
               10 WS-SB-DATE       PIC 9(08).
               10 WS-SB-SCORE      PIC 9(03).
       01 WS-STATUS-TEXT     PIC X(08).
       01 WS-ADDED-COUNT     PIC 9(04) VALUE ZERO.
       01 WS-AMENDED-COUNT   PIC 9(04) VALUE ZERO.
       01 WS-MISSING-COUNT   PIC 9(04) VALUE ZERO.
       01 WS-ON-TIME-COUNT   PIC 9(04) VALUE ZERO.
       01 WS-LATE-COUNT      PIC 9(04) VALUE ZERO.
       01 WS-EXCUSED-COUNT   PIC 9(04) VALUE ZERO.
       01 WS-NOT-IN-COUNT    PIC 9(04) VALUE ZERO.
       01 WS-LISTED-COUNT    PIC 9(04) VALUE ZERO.
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
           PERFORM LOAD-RUN-CONTROL.
           PERFORM LOAD-OPERATOR-ROLE.
           PERFORM LOAD-ASSIGNMENT-TABLE.
           PERFORM UNTIL DONE-WITH-MENU
               DISPLAY ' '
               DISPLAY '1. SET AN ASSIGNMENT'
               DISPLAY '2. RECORD SUBMISSIONS'
               DISPLAY '3. CLOSE AN ASSIGNMENT (RECORD MISSING WORK)'
               DISPLAY '4. LIST SUBMISSIONS FOR AN ASSIGNMENT'
               DISPLAY '5. LIST ASSIGNMENTS FOR A CLASS'
               DISPLAY '6. CANCEL AN ASSIGNMENT'
               DISPLAY '9. EXIT'
               DISPLAY 'ENTER CHOICE : '
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM SET-ASSIGNMENT
                           THRU SET-ASSIGNMENT-EXIT
                   WHEN 2
                       PERFORM RECORD-SUBMISSIONS
                           THRU RECORD-SUBMISSIONS-EXIT
                   WHEN 3
                       PERFORM CLOSE-ASSIGNMENT
                           THRU CLOSE-ASSIGNMENT-EXIT
                   WHEN 4
                       PERFORM LIST-SUBMISSIONS
                           THRU LIST-SUBMISSIONS-EXIT
                   WHEN 5
                       PERFORM LIST-ASSIGNMENTS
                   WHEN 6
                       IF SUPERVISOR-LEVEL
                           PERFORM CANCEL-ASSIGNMENT
                               THRU CANCEL-ASSIGNMENT-EXIT
                       ELSE
                           DISPLAY 'CANCELLING REQUIRES SUPERVISOR '
                               'AUTHORITY - SIGNED ON AS LEVEL '
                               WS-AUTH-LEVEL
                       END-IF
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = '00'
               READ RUN-CONTROL-FILE
                   NOT AT END
                       MOVE RUN-TERM-CODE TO WS-TERM-CODE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           DISPLAY 'ASSIGNMENTS ARE SET FOR TERM : ' WS-TERM-CODE.

       LOAD-OPERATOR-ROLE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ OPERATOR-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF OP-ID = WS-OPERATOR-ID
                               MOVE OP-MARKS-ROLE TO WS-MARKS-ROLE
                               MOVE OP-TEACHER-ID TO WS-OP-TEACHER-ID
                               SET END-OF-CURRENT-FILE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

       LOAD-ASSIGNMENT-TABLE.
           MOVE ZERO TO WS-ASSIGN-COUNT.
           MOVE ZERO TO WS-NEXT-ASSIGN-NO.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ASSIGNMENT-FILE.
           IF WS-ASSIGN-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ASSIGNMENT-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF AS-ASSIGN-NO > WS-NEXT-ASSIGN-NO
                               MOVE AS-ASSIGN-NO TO WS-NEXT-ASSIGN-NO
                           END-IF
                           IF WS-ASSIGN-COUNT < 2000
                               ADD 1 TO WS-ASSIGN-COUNT
                               SET AS-INDEX TO WS-ASSIGN-COUNT
                               MOVE ASSIGNMENT-RECORD TO
                                   WS-ASSIGN-LINE (AS-INDEX)
                           ELSE
                               SET ASSIGN-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSIGNMENT-FILE
           END-IF.
           ADD 1 TO WS-NEXT-ASSIGN-NO.
           IF ASSIGN-TABLE-FULL
               DISPLAY 'ASSIGN.DAT EXCEEDS THE 2000-ASSIGNMENT TABLE - '
                   'NO ASSIGNMENT CAN BE SET, CLOSED OR CANCELLED'
           END-IF.

      * A partly loaded file is never written back.
       REWRITE-ASSIGNMENT-FILE.
           OPEN OUTPUT ASSIGNMENT-FILE.
           PERFORM VARYING AS-INDEX FROM 1 BY 1
               UNTIL AS-INDEX > WS-ASSIGN-COUNT
               MOVE WS-ASSIGN-LINE (AS-INDEX) TO ASSIGNMENT-RECORD
               WRITE ASSIGNMENT-RECORD
           END-PERFORM.
           CLOSE ASSIGNMENT-FILE.

      * Leaves the assignment in ASSIGNMENT-RECORD and AS-INDEX on it.
       FIND-ASSIGNMENT.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING AS-INDEX FROM 1 BY 1
               UNTIL AS-INDEX > WS-ASSIGN-COUNT OR ENTRY-FOUND
               MOVE WS-ASSIGN-LINE (AS-INDEX) TO ASSIGNMENT-RECORD
               IF AS-ASSIGN-NO = WS-WORK-ASSIGN-NO
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET AS-INDEX DOWN BY 1
           END-IF.

      * Asks for an assignment number and finds it on file and not
      * cancelled.
       ACCEPT-LIVE-ASSIGNMENT.
           DISPLAY 'ENTER ASSIGNMENT NO : '.
           MOVE ZERO TO WS-WORK-ASSIGN-NO.
           ACCEPT WS-WORK-ASSIGN-NO.
           PERFORM FIND-ASSIGNMENT.
           IF NOT ENTRY-FOUND
               DISPLAY 'ASSIGNMENT ' WS-WORK-ASSIGN-NO ' NOT ON FILE'
           ELSE
               IF AS-CANCELLED
                   DISPLAY 'ASSIGNMENT ' WS-WORK-ASSIGN-NO
                       ' IS CANCELLED'
                   MOVE 'N' TO WS-FOUND-FLAG
               ELSE
                   DISPLAY 'ASSIGNMENT ' AS-ASSIGN-NO ' ' AS-TITLE
                       ' ' AS-SUBJ-CODE ' CLASS ' AS-CLASS '-'
                       AS-SECTION
                   DISPLAY '      SET ' AS-SET-DATE ' DUE '
                       AS-DUE-DATE ' OUT OF ' AS-MAX-MARKS
                       ' TERM ' AS-TERM-CODE ' STATUS ' AS-STATUS
               END-IF
           END-IF.

      * Submissions are the business of the teacher who set the work,
      * a data-entry clerk or a supervisor.
       CHECK-ASSIGNMENT-OWNER.
           MOVE 'N' TO WS-ALLOWED-FLAG.
           IF ROLE-MARKS-CLERK OR SUPERVISOR-LEVEL
               MOVE 'Y' TO WS-ALLOWED-FLAG
           END-IF.
           IF ROLE-SUBJECT-TEACHER
               AND WS-OP-TEACHER-ID = AS-TEACHER-ID
               MOVE 'Y' TO WS-ALLOWED-FLAG
           END-IF.
           IF NOT OPERATOR-ALLOWED
               DISPLAY 'ASSIGNMENT ' AS-ASSIGN-NO ' WAS SET BY TEACHER '
                   AS-TEACHER-ID ' - NOT THIS OPERATOR''S TO RECORD'
           END-IF.

       VALIDATE-WORK-DATE.
           MOVE SPACES TO WS-DATEVAL-IN.
           MOVE WS-WORK-DATE TO WS-DATEVAL-IN(1:8).
           MOVE 'Y' TO WS-DATE-FORMAT.
           MOVE 'Y' TO WS-ALLOW-FUTURE.
           CALL 'DATEVAL' USING WS-DATEVAL-IN WS-DATE-FORMAT
               WS-ALLOW-FUTURE WS-DATE-VALID.

       LOOK-UP-SUBJECT.
           MOVE SPACES TO WS-SUBJ-NAME.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SUBJECT-MASTER-FILE.
           IF WS-SUBJMST-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SUBJECT-MASTER-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF SM-SUBJ-CODE = WS-WORK-SUBJ
                               MOVE SM-SUBJ-NAME TO WS-SUBJ-NAME
                               SET END-OF-CURRENT-FILE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBJECT-MASTER-FILE
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

      * The SUBJTCHR.DAT test MARKAUTH applies to marks, applied to
      * the class and section the work is set for.
       CHECK-SUBJECT-TEACHER.
           MOVE 'N' TO WS-ALLOWED-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SUBJECT-TEACHER-REF.
           IF WS-SUBJREF-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SUBJECT-TEACHER-REF
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF REF-SUBJ-CODE = WS-WORK-SUBJ
                               AND REF-TEACHER-ID = WS-WORK-TCHR
                               AND (REF-ALL-CLASSES
                                   OR REF-CLASS = WS-WORK-CLASS)
                               AND (REF-ALL-SECTIONS
                                   OR REF-SECTION = WS-WORK-SECTION)
                               MOVE 'Y' TO WS-ALLOWED-FLAG
                               SET END-OF-CURRENT-FILE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBJECT-TEACHER-REF
           END-IF.

       SET-ASSIGNMENT.
           IF ASSIGN-TABLE-FULL OR WS-ASSIGN-COUNT >= 2000
               DISPLAY 'ASSIGNMENT TABLE FULL, NO ASSIGNMENT CAN BE SET'
               GO TO SET-ASSIGNMENT-EXIT
           END-IF.
           IF NOT ROLE-SUBJECT-TEACHER AND NOT ROLE-MARKS-CLERK
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' HAS NO MARKS ROLE '
                   '- ASSIGNMENTS ARE SET BY SUBJECT TEACHERS'
               GO TO SET-ASSIGNMENT-EXIT
           END-IF.
           CALL 'TERMCHK' USING WS-TERM-CODE WS-TERM-STATE.
           IF TERM-IS-CLOSED
               DISPLAY 'TERM ' WS-TERM-CODE ' IS CLOSED - NO WORK CAN '
                   'BE SET FOR IT'
               GO TO SET-ASSIGNMENT-EXIT
           END-IF.
           MOVE SPACES TO ASSIGNMENT-RECORD.
           DISPLAY 'ENTER CLASS : '.
           MOVE ZERO TO WS-WORK-CLASS.
           ACCEPT WS-WORK-CLASS.
           DISPLAY 'ENTER SECTION : '.
           MOVE SPACE TO WS-WORK-SECTION.
           ACCEPT WS-WORK-SECTION.
           IF WS-WORK-CLASS = ZERO OR WS-WORK-SECTION = SPACE
               DISPLAY 'CLASS AND SECTION REQUIRED - NOT SET'
               GO TO SET-ASSIGNMENT-EXIT
           END-IF.
           DISPLAY 'ENTER SUBJECT CODE : '.
           MOVE SPACES TO WS-WORK-SUBJ.
           ACCEPT WS-WORK-SUBJ.
           PERFORM LOOK-UP-SUBJECT.
           IF WS-SUBJ-NAME = SPACES
               DISPLAY 'SUBJECT ' WS-WORK-SUBJ ' NOT ON SUBJMST - '
                   'NOT SET'
               GO TO SET-ASSIGNMENT-EXIT
           END-IF.
           IF ROLE-MARKS-CLERK
               DISPLAY 'ENTER TEACHER ID SETTING THE WORK : '
               MOVE ZERO TO WS-WORK-TCHR
               ACCEPT WS-WORK-TCHR
           ELSE
               MOVE WS-OP-TEACHER-ID TO WS-WORK-TCHR
               PERFORM CHECK-SUBJECT-TEACHER
               IF NOT OPERATOR-ALLOWED
                   DISPLAY 'SUBJECT ' WS-WORK-SUBJ ' CLASS '
                       WS-WORK-CLASS '-' WS-WORK-SECTION
                       ' IS NOT ASSIGNED TO TEACHER ' WS-WORK-TCHR
                       ' - NOT SET'
                   GO TO SET-ASSIGNMENT-EXIT
               END-IF
           END-IF.
           PERFORM FIND-TEACHER.
           IF WS-TEACHER-NAME = SPACES
               DISPLAY 'TEACHER ' WS-WORK-TCHR ' NOT ON TCHRMST - '
                   'NOT SET'
               GO TO SET-ASSIGNMENT-EXIT
           END-IF.
           DISPLAY WS-SUBJ-NAME ' SET BY ' WS-TEACHER-NAME.
           DISPLAY 'ENTER TITLE : '.
           MOVE SPACES TO WS-WORK-TEXT.
           ACCEPT WS-WORK-TEXT.
           IF WS-WORK-TEXT = SPACES
               DISPLAY 'TITLE REQUIRED - NOT SET'
               GO TO SET-ASSIGNMENT-EXIT
           END-IF.
           DISPLAY 'ENTER DUE DATE (YYYYMMDD) : '.
           MOVE ZERO TO WS-WORK-DATE.
           ACCEPT WS-WORK-DATE.
           PERFORM VALIDATE-WORK-DATE.
           IF NOT DATE-IS-VALID OR WS-WORK-DATE < WS-TODAY
               DISPLAY 'DUE DATE MUST BE A VALID DATE FROM TODAY ON '
                   '- NOT SET'
               GO TO SET-ASSIGNMENT-EXIT
           END-IF.
           DISPLAY 'ENTER MARKS THE WORK IS SCORED OUT OF : '.
           MOVE ZERO TO WS-WORK-MARKS.
           ACCEPT WS-WORK-MARKS.
           IF WS-WORK-MARKS = ZERO
               DISPLAY 'MAXIMUM MARKS REQUIRED - NOT SET'
               GO TO SET-ASSIGNMENT-EXIT
           END-IF.
           MOVE WS-NEXT-ASSIGN-NO TO AS-ASSIGN-NO.
           MOVE WS-TERM-CODE TO AS-TERM-CODE.
           MOVE WS-WORK-CLASS TO AS-CLASS.
           MOVE WS-WORK-SECTION TO AS-SECTION.
           MOVE WS-WORK-SUBJ TO AS-SUBJ-CODE.
           MOVE WS-WORK-TCHR TO AS-TEACHER-ID.
           MOVE WS-WORK-TEXT TO AS-TITLE.
           MOVE WS-TODAY TO AS-SET-DATE.
           MOVE WS-WORK-DATE TO AS-DUE-DATE.
           MOVE WS-WORK-MARKS TO AS-MAX-MARKS.
           MOVE 'O' TO AS-STATUS.
           MOVE WS-OPERATOR-ID TO AS-SET-BY.
           ADD 1 TO WS-ASSIGN-COUNT.
           SET AS-INDEX TO WS-ASSIGN-COUNT.
           MOVE ASSIGNMENT-RECORD TO WS-ASSIGN-LINE (AS-INDEX).
           PERFORM REWRITE-ASSIGNMENT-FILE.
           ADD 1 TO WS-NEXT-ASSIGN-NO.
           DISPLAY 'ASSIGNMENT ' AS-ASSIGN-NO ' SET FOR CLASS '
               AS-CLASS '-' AS-SECTION ', DUE ' AS-DUE-DATE.
       SET-ASSIGNMENT-EXIT.
           EXIT.

      * The assignment's ASSIGSUB.DAT rows into the submission table.
       LOAD-SUBMISSIONS.
           MOVE ZERO TO WS-SUB-COUNT.
           MOVE 'N' TO WS-SUB-FULL-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SUBMISSION-FILE.
           IF WS-ASSIGSUB-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SUBMISSION-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF SB-ASSIGN-NO = WS-WORK-ASSIGN-NO
                               PERFORM STORE-ONE-SUBMISSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBMISSION-FILE
           END-IF.
           IF SUBMISSION-TABLE-FULL
               DISPLAY 'ASSIGNMENT HAS MORE THAN 300 SUBMISSIONS - '
                   'NONE CAN BE RECORDED'
           END-IF.

       STORE-ONE-SUBMISSION.
           IF WS-SUB-COUNT < 300
               ADD 1 TO WS-SUB-COUNT
               SET SB-INDEX TO WS-SUB-COUNT
               MOVE SB-STU-NO TO WS-SB-STU-NO (SB-INDEX)
               MOVE SB-STATUS TO WS-SB-STATUS (SB-INDEX)
               MOVE SB-SUBMIT-DATE TO WS-SB-DATE (SB-INDEX)
               MOVE SB-SCORE TO WS-SB-SCORE (SB-INDEX)
           ELSE
               SET SUBMISSION-TABLE-FULL TO TRUE
           END-IF.

       FIND-SUBMISSION.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING SB-INDEX FROM 1 BY 1
               UNTIL SB-INDEX > WS-SUB-COUNT OR ENTRY-FOUND
               IF WS-SB-STU-NO (SB-INDEX) = WS-WORK-STU-NO
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET SB-INDEX DOWN BY 1
           END-IF.

      * One student at a time by STU-NO; a student already recorded is
      * amended in place, so missing work handed in late is caught up.
       RECORD-SUBMISSIONS.
           PERFORM ACCEPT-LIVE-ASSIGNMENT.
           IF NOT ENTRY-FOUND
               GO TO RECORD-SUBMISSIONS-EXIT
           END-IF.
           PERFORM CHECK-ASSIGNMENT-OWNER.
           IF NOT OPERATOR-ALLOWED
               GO TO RECORD-SUBMISSIONS-EXIT
           END-IF.
           PERFORM LOAD-SUBMISSIONS.
           IF SUBMISSION-TABLE-FULL
               GO TO RECORD-SUBMISSIONS-EXIT
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'STUDENT MASTER NOT AVAILABLE - NOTHING '
                   'RECORDED'
               GO TO RECORD-SUBMISSIONS-EXIT
           END-IF.
           MOVE ZERO TO WS-ADDED-COUNT.
           MOVE ZERO TO WS-AMENDED-COUNT.
           PERFORM RECORD-ONE-SUBMISSION
               THRU RECORD-ONE-SUBMISSION-EXIT.
           PERFORM UNTIL WS-WORK-STU-NO = ZERO
               PERFORM RECORD-ONE-SUBMISSION
                   THRU RECORD-ONE-SUBMISSION-EXIT
           END-PERFORM.
           CLOSE STUDENT-MASTER.
           DISPLAY 'SUBMISSIONS RECORDED : ' WS-ADDED-COUNT
               '   AMENDED : ' WS-AMENDED-COUNT.
       RECORD-SUBMISSIONS-EXIT.
           EXIT.

       RECORD-ONE-SUBMISSION.
           DISPLAY 'ENTER STU-NO (0 TO END) : '.
           MOVE ZERO TO WS-WORK-STU-NO.
           ACCEPT WS-WORK-STU-NO.
           IF WS-WORK-STU-NO = ZERO
               GO TO RECORD-ONE-SUBMISSION-EXIT
           END-IF.
           MOVE WS-WORK-STU-NO TO STU-NO IN STUDENT-DETAILS.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY 'STUDENT NOT ON MASTER : ' WS-WORK-STU-NO
                   GO TO RECORD-ONE-SUBMISSION-EXIT
           END-READ.
           IF STU-CLASS NOT = AS-CLASS OR STU-SECTION NOT = AS-SECTION
               DISPLAY 'STUDENT ' WS-WORK-STU-NO ' IS IN CLASS '
                   STU-CLASS '-' STU-SECTION ', NOT THE CLASS THE '
                   'WORK WAS SET FOR'
               GO TO RECORD-ONE-SUBMISSION-EXIT
           END-IF.
           DISPLAY STU-NAME ' ' STU-CLASS '-' STU-SECTION.
           PERFORM FIND-SUBMISSION.
           IF ENTRY-FOUND
               DISPLAY 'ALREADY RECORDED : ' WS-SB-STATUS (SB-INDEX)
                   ' ' WS-SB-DATE (SB-INDEX) ' SCORE '
                   WS-SB-SCORE (SB-INDEX) ' - NOW AMENDED'
           ELSE
               IF WS-SUB-COUNT >= 300
                   DISPLAY 'ASSIGNMENT HOLDS 300 SUBMISSIONS - '
                       WS-WORK-STU-NO ' NOT RECORDED'
                   GO TO RECORD-ONE-SUBMISSION-EXIT
               END-IF
           END-IF.
           DISPLAY 'ENTER S HANDED IN / E EXCUSED / M MISSING : '.
           MOVE SPACE TO WS-WORK-CODE.
           ACCEPT WS-WORK-CODE.
           PERFORM UNTIL CODE-VALID
               DISPLAY 'ENTER S, E OR M : '
               ACCEPT WS-WORK-CODE
           END-PERFORM.
           MOVE SPACES TO SUBMISSION-RECORD.
           MOVE AS-ASSIGN-NO TO SB-ASSIGN-NO.
           MOVE WS-WORK-STU-NO TO SB-STU-NO.
           MOVE ZERO TO SB-SUBMIT-DATE.
           MOVE ZERO TO SB-SCORE.
           EVALUATE TRUE
               WHEN CODE-EXCUSED
                   MOVE 'E' TO SB-STATUS
               WHEN CODE-MISSING
                   MOVE 'M' TO SB-STATUS
               WHEN OTHER
                   DISPLAY 'ENTER DATE HANDED IN (YYYYMMDD, 0 = '
                       'TODAY) : '
                   MOVE ZERO TO WS-WORK-DATE
                   ACCEPT WS-WORK-DATE
                   IF WS-WORK-DATE = ZERO
                       MOVE WS-TODAY TO WS-WORK-DATE
                   END-IF
                   PERFORM VALIDATE-WORK-DATE
                   IF NOT DATE-IS-VALID OR WS-WORK-DATE > WS-TODAY
                       OR WS-WORK-DATE < AS-SET-DATE
                       DISPLAY 'DATE MUST BE VALID, NOT BEFORE THE '
                           'WORK WAS SET AND NOT AFTER TODAY - NOT '
                           'RECORDED'
                       GO TO RECORD-ONE-SUBMISSION-EXIT
                   END-IF
                   DISPLAY 'ENTER SCORE (OUT OF ' AS-MAX-MARKS ') : '
                   MOVE ZERO TO WS-WORK-MARKS
                   ACCEPT WS-WORK-MARKS
                   PERFORM UNTIL WS-WORK-MARKS <= AS-MAX-MARKS
                       DISPLAY 'EXCEEDS THE MAXIMUM, RE-ENTER : '
                       MOVE ZERO TO WS-WORK-MARKS
                       ACCEPT WS-WORK-MARKS
                   END-PERFORM
                   MOVE WS-WORK-DATE TO SB-SUBMIT-DATE
                   MOVE WS-WORK-MARKS TO SB-SCORE
                   IF WS-WORK-DATE > AS-DUE-DATE
                       MOVE 'L' TO SB-STATUS
                   ELSE
                       MOVE 'O' TO SB-STATUS
                   END-IF
           END-EVALUATE.
           MOVE WS-OPERATOR-ID TO SB-KEYED-BY.
           MOVE WS-TODAY TO SB-KEYED-DATE.
           IF ENTRY-FOUND
               PERFORM AMEND-SUBMISSION-ROW
           ELSE
               OPEN EXTEND SUBMISSION-FILE
               IF WS-ASSIGSUB-STATUS NOT = '00'
                   OPEN OUTPUT SUBMISSION-FILE
               END-IF
               WRITE SUBMISSION-RECORD
               CLOSE SUBMISSION-FILE
               PERFORM STORE-ONE-SUBMISSION
               ADD 1 TO WS-ADDED-COUNT
           END-IF.
           PERFORM SET-STATUS-TEXT.
           DISPLAY 'RECORDED ' WS-STATUS-TEXT ' FOR ' WS-WORK-STU-NO.
       RECORD-ONE-SUBMISSION-EXIT.
           EXIT.

      * SUBMISSION-RECORD holds the amended row; SB-INDEX is on the
      * student's table entry.
       AMEND-SUBMISSION-ROW.
           MOVE SB-STATUS TO WS-SB-STATUS (SB-INDEX).
           MOVE SB-SUBMIT-DATE TO WS-SB-DATE (SB-INDEX).
           MOVE SB-SCORE TO WS-SB-SCORE (SB-INDEX).
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN I-O SUBMISSION-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ SUBMISSION-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF SB-ASSIGN-NO = WS-WORK-ASSIGN-NO
                           AND SB-STU-NO = WS-WORK-STU-NO
                           MOVE WS-SB-STATUS (SB-INDEX) TO SB-STATUS
                           MOVE WS-SB-DATE (SB-INDEX) TO SB-SUBMIT-DATE
                           MOVE WS-SB-SCORE (SB-INDEX) TO SB-SCORE
                           MOVE WS-OPERATOR-ID TO SB-KEYED-BY
                           MOVE WS-TODAY TO SB-KEYED-DATE
                           REWRITE SUBMISSION-RECORD
                           SET END-OF-CURRENT-FILE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUBMISSION-FILE.
           ADD 1 TO WS-AMENDED-COUNT.

       SET-STATUS-TEXT.
           EVALUATE TRUE
               WHEN SB-ON-TIME
                   MOVE 'ON TIME' TO WS-STATUS-TEXT
               WHEN SB-LATE
                   MOVE 'LATE' TO WS-STATUS-TEXT
               WHEN SB-EXCUSED
                   MOVE 'EXCUSED' TO WS-STATUS-TEXT
               WHEN SB-MISSING
                   MOVE 'MISSING' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'NOT IN' TO WS-STATUS-TEXT
           END-EVALUATE.

      * Once the due date has passed, every student on roll in the
      * class and section with nothing recorded gets a missing row.
       CLOSE-ASSIGNMENT.
           IF ASSIGN-TABLE-FULL
               DISPLAY 'ASSIGN.DAT NOT FULLY LOADED, NO ASSIGNMENT CAN '
                   'BE CLOSED'
               GO TO CLOSE-ASSIGNMENT-EXIT
           END-IF.
           PERFORM ACCEPT-LIVE-ASSIGNMENT.
           IF NOT ENTRY-FOUND
               GO TO CLOSE-ASSIGNMENT-EXIT
           END-IF.
           PERFORM CHECK-ASSIGNMENT-OWNER.
           IF NOT OPERATOR-ALLOWED
               GO TO CLOSE-ASSIGNMENT-EXIT
           END-IF.
           IF AS-DUE-DATE NOT < WS-TODAY
               DISPLAY 'WORK IS DUE ' AS-DUE-DATE ' - IT CANNOT BE '
                   'CLOSED UNTIL THE DAY AFTER'
               GO TO CLOSE-ASSIGNMENT-EXIT
           END-IF.
           PERFORM LOAD-SUBMISSIONS.
           IF SUBMISSION-TABLE-FULL
               GO TO CLOSE-ASSIGNMENT-EXIT
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'STUDENT MASTER NOT AVAILABLE - NOT CLOSED'
               GO TO CLOSE-ASSIGNMENT-EXIT
           END-IF.
           OPEN EXTEND SUBMISSION-FILE.
           IF WS-ASSIGSUB-STATUS NOT = '00'
               OPEN OUTPUT SUBMISSION-FILE
           END-IF.
           MOVE ZERO TO WS-MISSING-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF STU-CLASS = AS-CLASS
                           AND STU-SECTION = AS-SECTION
                           AND (STU-ACTIVE OR STU-RESTORED
                               OR STU-LONG-ABSENT)
                           MOVE STU-NO IN STUDENT-DETAILS
                               TO WS-WORK-STU-NO
                           PERFORM FIND-SUBMISSION
                           IF NOT ENTRY-FOUND
                               PERFORM WRITE-MISSING-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUBMISSION-FILE.
           CLOSE STUDENT-MASTER.
           MOVE 'C' TO AS-STATUS.
           MOVE ASSIGNMENT-RECORD TO WS-ASSIGN-LINE (AS-INDEX).
           PERFORM REWRITE-ASSIGNMENT-FILE.
           DISPLAY 'ASSIGNMENT ' AS-ASSIGN-NO ' CLOSED - '
               WS-MISSING-COUNT ' STUDENT(S) RECORDED AS MISSING'.
       CLOSE-ASSIGNMENT-EXIT.
           EXIT.

       WRITE-MISSING-ROW.
           MOVE SPACES TO SUBMISSION-RECORD.
           MOVE AS-ASSIGN-NO TO SB-ASSIGN-NO.
           MOVE WS-WORK-STU-NO TO SB-STU-NO.
           MOVE 'M' TO SB-STATUS.
           MOVE ZERO TO SB-SUBMIT-DATE.
           MOVE ZERO TO SB-SCORE.
           MOVE WS-OPERATOR-ID TO SB-KEYED-BY.
           MOVE WS-TODAY TO SB-KEYED-DATE.
           WRITE SUBMISSION-RECORD.
           ADD 1 TO WS-MISSING-COUNT.

      * Every student on roll in the class and section, with what is
      * recorded for them.
       LIST-SUBMISSIONS.
           PERFORM ACCEPT-LIVE-ASSIGNMENT.
           IF NOT ENTRY-FOUND
               GO TO LIST-SUBMISSIONS-EXIT
           END-IF.
           PERFORM LOAD-SUBMISSIONS.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'STUDENT MASTER NOT AVAILABLE'
               GO TO LIST-SUBMISSIONS-EXIT
           END-IF.
           MOVE ZERO TO WS-ON-TIME-COUNT WS-LATE-COUNT
               WS-EXCUSED-COUNT WS-MISSING-COUNT WS-NOT-IN-COUNT.
           DISPLAY 'STU-NO NAME            STATUS   DATE     SCORE'.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF STU-CLASS = AS-CLASS
                           AND STU-SECTION = AS-SECTION
                           AND (STU-ACTIVE OR STU-RESTORED
                               OR STU-LONG-ABSENT)
                           PERFORM LIST-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT-MASTER.
           DISPLAY 'ON TIME ' WS-ON-TIME-COUNT '  LATE ' WS-LATE-COUNT
               '  EXCUSED ' WS-EXCUSED-COUNT '  MISSING '
               WS-MISSING-COUNT '  NOT IN ' WS-NOT-IN-COUNT.
       LIST-SUBMISSIONS-EXIT.
           EXIT.

       LIST-ONE-STUDENT.
           MOVE STU-NO IN STUDENT-DETAILS TO WS-WORK-STU-NO.
           PERFORM FIND-SUBMISSION.
           MOVE SPACES TO SUBMISSION-RECORD.
           MOVE ZERO TO SB-SUBMIT-DATE SB-SCORE.
           IF ENTRY-FOUND
               MOVE WS-SB-STATUS (SB-INDEX) TO SB-STATUS
               MOVE WS-SB-DATE (SB-INDEX) TO SB-SUBMIT-DATE
               MOVE WS-SB-SCORE (SB-INDEX) TO SB-SCORE
           END-IF.
           EVALUATE TRUE
               WHEN SB-ON-TIME
                   ADD 1 TO WS-ON-TIME-COUNT
               WHEN SB-LATE
                   ADD 1 TO WS-LATE-COUNT
               WHEN SB-EXCUSED
                   ADD 1 TO WS-EXCUSED-COUNT
               WHEN SB-MISSING
                   ADD 1 TO WS-MISSING-COUNT
               WHEN OTHER
                   ADD 1 TO WS-NOT-IN-COUNT
           END-EVALUATE.
           PERFORM SET-STATUS-TEXT.
           DISPLAY WS-WORK-STU-NO ' ' STU-NAME ' ' WS-STATUS-TEXT ' '
               SB-SUBMIT-DATE ' ' SB-SCORE.

       LIST-ASSIGNMENTS.
           DISPLAY 'ENTER CLASS (0 = ALL CLASSES) : '.
           MOVE ZERO TO WS-WORK-CLASS.
           ACCEPT WS-WORK-CLASS.
           MOVE SPACE TO WS-WORK-SECTION.
           IF WS-WORK-CLASS > ZERO
               DISPLAY 'ENTER SECTION (SPACE = ALL SECTIONS) : '
               ACCEPT WS-WORK-SECTION
           END-IF.
           MOVE ZERO TO WS-LISTED-COUNT.
           PERFORM VARYING AS-INDEX FROM 1 BY 1
               UNTIL AS-INDEX > WS-ASSIGN-COUNT
               MOVE WS-ASSIGN-LINE (AS-INDEX) TO ASSIGNMENT-RECORD
               IF AS-TERM-CODE = WS-TERM-CODE
                   AND (WS-WORK-CLASS = ZERO
                       OR AS-CLASS = WS-WORK-CLASS)
                   AND (WS-WORK-SECTION = SPACE
                       OR AS-SECTION = WS-WORK-SECTION)
                   ADD 1 TO WS-LISTED-COUNT
                   DISPLAY AS-ASSIGN-NO ' ' AS-STATUS ' ' AS-CLASS '-'
                       AS-SECTION ' ' AS-SUBJ-CODE ' ' AS-TITLE
                       ' DUE ' AS-DUE-DATE ' /' AS-MAX-MARKS
               END-IF
           END-PERFORM.
           DISPLAY 'ASSIGNMENTS LISTED FOR TERM ' WS-TERM-CODE ' : '
               WS-LISTED-COUNT.

      * Work set in error; its submissions stay on file but count for
      * nothing once the assignment is cancelled.
       CANCEL-ASSIGNMENT.
           IF ASSIGN-TABLE-FULL
               DISPLAY 'ASSIGN.DAT NOT FULLY LOADED, NO ASSIGNMENT CAN '
                   'BE CANCELLED'
               GO TO CANCEL-ASSIGNMENT-EXIT
           END-IF.
           PERFORM ACCEPT-LIVE-ASSIGNMENT.
           IF NOT ENTRY-FOUND
               GO TO CANCEL-ASSIGNMENT-EXIT
           END-IF.
           DISPLAY 'CANCEL THIS ASSIGNMENT (Y/N) : '.
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF NOT ACTION-CONFIRMED
               DISPLAY 'ASSIGNMENT NOT CANCELLED'
               GO TO CANCEL-ASSIGNMENT-EXIT
           END-IF.
           MOVE 'X' TO AS-STATUS.
           MOVE ASSIGNMENT-RECORD TO WS-ASSIGN-LINE (AS-INDEX).
           PERFORM REWRITE-ASSIGNMENT-FILE.
           DISPLAY 'ASSIGNMENT ' AS-ASSIGN-NO ' CANCELLED'.
       CANCEL-ASSIGNMENT-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM HWKDESK.
