      ******************************************************************
      * Author:
      * Date:
      * Purpose: Make-up examination desk for students who missed a
      *          paper through illness. A medically certified absence is
      *          registered on MAKEUP.DAT against the term, SUBJ-CODE,
      *          STU-NO, exam type and paper, only where MARKSDTL.IDX
      *          already carries the absent row for that paper, with the
      *          certificate reference, issuer and date. A level-2
      *          supervisor other than the operator who registered the
      *          case approves or rejects it. An approved student is
      *          booked into a make-up sitting of their own on
      *          EXAMSCHD.DAT (ES-MAKEUP-STU-NO), refused where the
      *          student already sits a class paper or another make-up
      *          in that date/session, and the admit slip prints to
      *          MAKEUPAS.RPT. The marks of the sitting replace the
      *          absent row in MARKSDTL.IDX as they stand - they are not
      *          held to the pass mark as supplementary marks are -
      *          subject to the operator's marks authority (MARKAUTH).
      *          While a case is pending or approved TERMRSLT, LEVEL88
      *          and MSREPRNT hold the student's result back instead of
      *          publishing a fail; a rejected case releases it as it
      *          stands. The register for a term prints to MAKEUP.RPT.
      *          Sign-on is through OPSIGNON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MAKEUPEX.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT MAKEUP-CASE-FILE ASSIGN TO "MAKEUP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAKEUP-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MARKS-DETAIL-FILE ASSIGN TO "MARKSDTL.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DTL-KEY
               FILE STATUS IS WS-DETAIL-STATUS.
           SELECT SUBJECT-MASTER-FILE ASSIGN TO "SUBJMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBJMST-STATUS.
           SELECT EXAM-SCHEDULE ASSIGN TO "EXAMSCHD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT ADMIT-SLIP-REPORT ASSIGN TO "MAKEUPAS.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLIP-STATUS.
           SELECT MAKEUP-REGISTER ASSIGN TO "MAKEUP.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  MAKEUP-CASE-FILE.
           COPY MAKEUPR.

       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  MARKS-DETAIL-FILE.
           COPY MRKDTLR.

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

       FD  EXAM-SCHEDULE.
           COPY EXAMSCHR.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  ADMIT-SLIP-REPORT.
       01 ADMIT-SLIP-LINE    PIC X(72).

       FD  MAKEUP-REGISTER.
       01 MAKEUP-REGISTER-LINE PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-MAKEUP-STATUS   PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-DETAIL-STATUS   PIC X(02) VALUE '00'.
       01 WS-SUBJMST-STATUS  PIC X(02) VALUE '00'.
       01 WS-SCHEDULE-STATUS PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-SLIP-STATUS     PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-MENU-CHOICE     PIC 9(01) VALUE ZERO.
           88 DONE-WITH-MENU   VALUE 6.
       01 WS-OPERATOR-ID     PIC X(08).
       01 WS-OPERATOR-NAME   PIC X(15).
       01 WS-AUTH-LEVEL      PIC 9(01) VALUE ZERO.
           88 SUPERVISOR-LEVEL VALUE 2 THRU 9.
       01 WS-SIGNON-RESULT   PIC X(01).
           88 SIGNON-OK        VALUE 'Y'.
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'MAKEUPEX'.
       01 WS-PROGRAM-NAME    PIC X(08) VALUE 'MAKEUPEX'.
       01 WS-TODAY           PIC 9(08).
       01 WS-CASE-COUNT      PIC 9(04) VALUE ZERO.
       01 WS-CASE-FULL-FLAG  PIC X(01) VALUE 'N'.
           88 CASE-TABLE-FULL  VALUE 'Y'.
       01 WS-CASE-TABLE.
           05 WS-CASE-LINE OCCURS 2000 TIMES INDEXED BY MU-INDEX
               PIC X(119).
       01 WS-SUBJECT-COUNT   PIC 9(02) VALUE ZERO.
       01 WS-SUBJECT-TABLE.
           05 WS-SM-ENTRY OCCURS 50 TIMES INDEXED BY SM-INDEX.
               10 WS-SM-CODE      PIC X(04).
               10 WS-SM-NAME      PIC X(20).
               10 WS-SM-MAX       PIC 9(03).
               10 WS-SM-PRAC-MAX  PIC 9(03).
       01 WS-SCHED-COUNT     PIC 9(03) VALUE ZERO.
       01 WS-SCHEDULE-TABLE.
           05 WS-ES-ENTRY OCCURS 500 TIMES INDEXED BY ES-INDEX.
               10 WS-ES-CLASS     PIC 9(02).
               10 WS-ES-SUBJ      PIC X(04).
               10 WS-ES-DATE      PIC 9(08).
               10 WS-ES-SESSION   PIC X(01).
               10 WS-ES-DUR       PIC 9(03).
               10 WS-ES-STU-NO    PIC 9(05).
       01 WS-FOUND-FLAG      PIC X(01).
           88 ENTRY-FOUND      VALUE 'Y'.
       01 WS-WORK-KEY.
           05 WS-WORK-TERM       PIC 9(02).
           05 WS-WORK-SUBJ-CODE  PIC X(04).
           05 WS-WORK-STU-NO     PIC 9(05).
           05 WS-WORK-EXAM       PIC X(01).
               88 WORK-EXAM-VALID  VALUE 'U' 'M' 'F'.
           05 WS-WORK-COMPONENT  PIC X(01).
               88 WORK-COMPONENT-VALID VALUE 'T' 'P'.
       01 WS-WORK-CLASS      PIC 9(02).
       01 WS-WORK-NAME       PIC X(20).
       01 WS-WORK-SUBJ-NAME  PIC X(20).
       01 WS-WORK-MAX        PIC 9(03).
       01 WS-WORK-MARKS      PIC 9(03).
       01 WS-WORK-DATE       PIC 9(08).
       01 WS-WORK-SESSION    PIC X(01).
           88 WORK-SESSION-VALID VALUE 'M' 'A'.
       01 WS-WORK-DUR        PIC 9(03).
       01 WS-WORK-DECISION   PIC X(01).
           88 WORK-DECISION-VALID VALUE 'A' 'R'.
       01 WS-CLASH-FLAG      PIC X(01).
           88 SESSION-CLASHES  VALUE 'Y'.
       01 WS-ENROL-RESULT    PIC X(01).
           88 NOT-ENROLLED     VALUE 'N'.
       01 WS-MARKS-AUTH      PIC X(01) VALUE 'N'.
           88 MARKS-AUTHORISED VALUE 'Y'.
       01 WS-DATEVAL-IN      PIC X(10).
       01 WS-DATE-FORMAT     PIC X(01).
       01 WS-ALLOW-FUTURE    PIC X(01).
       01 WS-DATE-VALID      PIC X(01).
           88 DATE-IS-VALID    VALUE 'Y'.
       01 WS-CONFIRM         PIC X(01).
           88 ACTION-CONFIRMED VALUE 'Y'.
       01 WS-STATUS-TEXT     PIC X(14).
       01 WS-SESSION-TEXT    PIC X(09).
       01 WS-LISTED-COUNT    PIC 9(04) VALUE ZERO.
       01 WS-HELD-COUNT      PIC 9(04) VALUE ZERO.
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
           PERFORM LOAD-RUN-CONTROL.
           PERFORM LOAD-SUBJECT-MASTER.
           PERFORM LOAD-CASE-TABLE.
           PERFORM UNTIL DONE-WITH-MENU
               DISPLAY ' '
               DISPLAY '1. REGISTER A MEDICALLY CERTIFIED ABSENCE'
               DISPLAY '2. APPROVE OR REJECT A CASE (SUPERVISOR)'
               DISPLAY '3. BOOK MAKE-UP SITTING AND PRINT ADMIT SLIP'
               DISPLAY '4. POST MAKE-UP MARKS'
               DISPLAY '5. PRINT MAKE-UP REGISTER FOR A TERM'
               DISPLAY '6. EXIT'
               DISPLAY 'ENTER CHOICE : '
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM REGISTER-CASE THRU REGISTER-CASE-EXIT
                   WHEN 2
                       IF SUPERVISOR-LEVEL
                           PERFORM DECIDE-CASE THRU DECIDE-CASE-EXIT
                       ELSE
                           DISPLAY 'DECISIONS REQUIRE SUPERVISOR '
                               'AUTHORITY - SIGNED ON AS LEVEL '
                               WS-AUTH-LEVEL
                       END-IF
                   WHEN 3
                       PERFORM BOOK-SITTING THRU BOOK-SITTING-EXIT
                   WHEN 4
                       PERFORM POST-MAKEUP-MARKS
                           THRU POST-MAKEUP-MARKS-EXIT
                   WHEN 5
                       PERFORM PRINT-MAKEUP-REGISTER
                   WHEN 6
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

       LOAD-RUN-CONTROL.
           MOVE ZERO TO RUN-TERM-CODE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = '00'
               READ RUN-CONTROL-FILE
                   NOT AT END
                       DISPLAY 'RUN CONTROL - TERM : ' RUN-TERM-CODE
                           ' RUN-DATE : ' RUN-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       LOAD-SUBJECT-MASTER.
           MOVE ZERO TO WS-SUBJECT-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SUBJECT-MASTER-FILE.
           IF WS-SUBJMST-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SUBJECT-MASTER-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-SUBJECT-COUNT < 50
                               ADD 1 TO WS-SUBJECT-COUNT
                               SET SM-INDEX TO WS-SUBJECT-COUNT
                               MOVE SM-SUBJ-CODE TO
                                   WS-SM-CODE (SM-INDEX)
                               MOVE SM-SUBJ-NAME TO
                                   WS-SM-NAME (SM-INDEX)
                               MOVE SM-MAX-MARKS TO
                                   WS-SM-MAX (SM-INDEX)
                               MOVE SM-PRAC-MAX TO
                                   WS-SM-PRAC-MAX (SM-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBJECT-MASTER-FILE
           END-IF.

       LOAD-CASE-TABLE.
           MOVE ZERO TO WS-CASE-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MAKEUP-CASE-FILE.
           IF WS-MAKEUP-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ MAKEUP-CASE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-CASE-COUNT < 2000
                               ADD 1 TO WS-CASE-COUNT
                               SET MU-INDEX TO WS-CASE-COUNT
                               MOVE MAKEUP-CASE-RECORD TO
                                   WS-CASE-LINE (MU-INDEX)
                           ELSE
                               SET CASE-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAKEUP-CASE-FILE
           END-IF.
           IF CASE-TABLE-FULL
               DISPLAY 'MAKEUP.DAT EXCEEDS THE 2000-CASE TABLE - '
                   'NO CASE CAN BE CHANGED'
           END-IF.

      * A partly loaded register is never written back.
       REWRITE-CASE-FILE.
           OPEN OUTPUT MAKEUP-CASE-FILE.
           PERFORM VARYING MU-INDEX FROM 1 BY 1
               UNTIL MU-INDEX > WS-CASE-COUNT
               MOVE WS-CASE-LINE (MU-INDEX) TO MAKEUP-CASE-RECORD
               WRITE MAKEUP-CASE-RECORD
           END-PERFORM.
           CLOSE MAKEUP-CASE-FILE.

       ACCEPT-CASE-KEY.
           DISPLAY 'ENTER TERM CODE (0 = ' RUN-TERM-CODE ') : '.
           ACCEPT WS-WORK-TERM.
           IF WS-WORK-TERM = ZERO
               MOVE RUN-TERM-CODE TO WS-WORK-TERM
           END-IF.
           DISPLAY 'ENTER SUBJECT CODE : '.
           ACCEPT WS-WORK-SUBJ-CODE.
           DISPLAY 'ENTER STU-NO : '.
           ACCEPT WS-WORK-STU-NO.
           DISPLAY 'ENTER EXAM TYPE (U/M/F) : '.
           ACCEPT WS-WORK-EXAM.
           PERFORM UNTIL WORK-EXAM-VALID
               DISPLAY 'MUST BE U, M OR F, RE-ENTER : '
               ACCEPT WS-WORK-EXAM
           END-PERFORM.
           DISPLAY 'ENTER PAPER MISSED (T THEORY / P PRACTICAL) : '.
           ACCEPT WS-WORK-COMPONENT.
           PERFORM UNTIL WORK-COMPONENT-VALID
               DISPLAY 'MUST BE T OR P, RE-ENTER : '
               ACCEPT WS-WORK-COMPONENT
           END-PERFORM.

       FIND-CASE.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING MU-INDEX FROM 1 BY 1
               UNTIL MU-INDEX > WS-CASE-COUNT OR ENTRY-FOUND
               MOVE WS-CASE-LINE (MU-INDEX) TO MAKEUP-CASE-RECORD
               IF MU-KEY = WS-WORK-KEY
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET MU-INDEX DOWN BY 1
           END-IF.

       FIND-SUBJECT.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE SPACES TO WS-WORK-SUBJ-NAME.
           MOVE 100 TO WS-WORK-MAX.
           PERFORM VARYING SM-INDEX FROM 1 BY 1
               UNTIL SM-INDEX > WS-SUBJECT-COUNT
               IF WS-SM-CODE (SM-INDEX) = WS-WORK-SUBJ-CODE
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-SM-NAME (SM-INDEX) TO WS-WORK-SUBJ-NAME
                   IF WS-WORK-COMPONENT = 'P'
                       AND WS-SM-PRAC-MAX (SM-INDEX) > ZERO
                       MOVE WS-SM-PRAC-MAX (SM-INDEX) TO WS-WORK-MAX
                   END-IF
                   IF WS-WORK-COMPONENT NOT = 'P'
                       AND WS-SM-MAX (SM-INDEX) > ZERO
                       MOVE WS-SM-MAX (SM-INDEX) TO WS-WORK-MAX
                   END-IF
               END-IF
           END-PERFORM.

       READ-STUDENT.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE SPACES TO WS-WORK-NAME.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS = '00'
               MOVE WS-WORK-STU-NO TO STU-NO IN STUDENT-DETAILS
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-FLAG
                       MOVE STU-CLASS TO WS-WORK-CLASS
                       MOVE STU-NAME TO WS-WORK-NAME
               END-READ
               CLOSE STUDENT-MASTER
           END-IF.

      * The absence has to be on file already - the make-up only
      * ever replaces a row the marks capture flagged absent.
       READ-ABSENT-ROW.
           MOVE 'N' TO WS-FOUND-FLAG.
           OPEN INPUT MARKS-DETAIL-FILE.
           IF WS-DETAIL-STATUS = '00'
               MOVE WS-WORK-STU-NO    TO DTL-STU-NO
               MOVE WS-WORK-TERM      TO DTL-TERM-CODE
               MOVE WS-WORK-SUBJ-CODE TO DTL-SUBJ-CODE
               MOVE WS-WORK-EXAM      TO DTL-EXAM-TYPE
               MOVE WS-WORK-COMPONENT TO DTL-COMPONENT
               READ MARKS-DETAIL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DTL-MARKS-ABSENT
                           MOVE 'Y' TO WS-FOUND-FLAG
                       END-IF
               END-READ
               CLOSE MARKS-DETAIL-FILE
           END-IF.

       REGISTER-CASE.
           IF CASE-TABLE-FULL OR WS-CASE-COUNT >= 2000
               DISPLAY 'CASE TABLE FULL, NOT REGISTERED'
               GO TO REGISTER-CASE-EXIT
           END-IF.
           PERFORM ACCEPT-CASE-KEY.
           PERFORM FIND-CASE.
           IF ENTRY-FOUND
               DISPLAY 'A MAKE-UP CASE IS ALREADY REGISTERED FOR '
                   'STU-NO ' WS-WORK-STU-NO ' IN ' WS-WORK-SUBJ-CODE
                   ' ' WS-WORK-EXAM '/' WS-WORK-COMPONENT
                   ' TERM ' WS-WORK-TERM
               GO TO REGISTER-CASE-EXIT
           END-IF.
           PERFORM FIND-SUBJECT.
           IF NOT ENTRY-FOUND
               DISPLAY 'SUBJECT ' WS-WORK-SUBJ-CODE
                   ' NOT ON SUBJMST.DAT'
               GO TO REGISTER-CASE-EXIT
           END-IF.
           PERFORM READ-STUDENT.
           IF NOT ENTRY-FOUND
               DISPLAY 'NO SUCH STU-NO ON MASTER : ' WS-WORK-STU-NO
               GO TO REGISTER-CASE-EXIT
           END-IF.
           DISPLAY 'STUDENT : ' WS-WORK-NAME ' CLASS ' WS-WORK-CLASS.
           PERFORM READ-ABSENT-ROW.
           IF NOT ENTRY-FOUND
               DISPLAY 'NO ABSENT ROW ON MARKSDTL.IDX FOR THIS '
                   'PAPER - CASE NOT REGISTERED'
               GO TO REGISTER-CASE-EXIT
           END-IF.
           MOVE SPACES TO MAKEUP-CASE-RECORD.
           MOVE WS-WORK-KEY TO MU-KEY.
           MOVE WS-WORK-CLASS TO MU-CLASS.
           DISPLAY 'ENTER MEDICAL CERTIFICATE REFERENCE : '.
           ACCEPT MU-CERT-REF.
           PERFORM UNTIL MU-CERT-REF NOT = SPACES
               DISPLAY 'CERTIFICATE REFERENCE IS REQUIRED, '
                   'RE-ENTER : '
               ACCEPT MU-CERT-REF
           END-PERFORM.
           DISPLAY 'ENTER DOCTOR OR HOSPITAL : '.
           ACCEPT MU-CERT-ISSUER.
           PERFORM UNTIL MU-CERT-ISSUER NOT = SPACES
               DISPLAY 'ISSUER IS REQUIRED, RE-ENTER : '
               ACCEPT MU-CERT-ISSUER
           END-PERFORM.
           DISPLAY 'ENTER CERTIFICATE DATE (YYYYMMDD) : '.
           ACCEPT MU-CERT-DATE.
           IF MU-CERT-DATE = ZERO OR MU-CERT-DATE > WS-TODAY
               DISPLAY 'CERTIFICATE DATE CANNOT BE BLANK OR AFTER '
                   'TODAY - CASE NOT REGISTERED'
               GO TO REGISTER-CASE-EXIT
           END-IF.
           MOVE WS-TODAY TO MU-REQUEST-DATE.
           MOVE WS-OPERATOR-ID TO MU-OPERATOR-ID.
           MOVE 'P' TO MU-STATUS.
           MOVE ZERO TO MU-DECISION-DATE.
           MOVE SPACES TO MU-DECIDED-BY.
           MOVE ZERO TO MU-SITTING-DATE.
           MOVE SPACE TO MU-SITTING-SESSION.
           MOVE ZERO TO MU-DURATION-MIN.
           MOVE ZERO TO MU-MARKS.
           MOVE ZERO TO MU-POSTED-DATE.
           MOVE SPACES TO MU-POSTED-BY.
           ADD 1 TO WS-CASE-COUNT.
           SET MU-INDEX TO WS-CASE-COUNT.
           MOVE MAKEUP-CASE-RECORD TO WS-CASE-LINE (MU-INDEX).
           PERFORM REWRITE-CASE-FILE.
           DISPLAY 'CASE REGISTERED - RESULT HELD UNTIL THE MAKE-UP '
               'MARKS ARE POSTED'.
       REGISTER-CASE-EXIT.
           EXIT.

      * A case can be decided again until its marks are in, so a
      * student who misses the make-up sitting too can be released
      * as absent.
       DECIDE-CASE.
           IF CASE-TABLE-FULL
               DISPLAY 'CASE REGISTER NOT FULLY LOADED, NO DECISION '
                   'CAN BE RECORDED'
               GO TO DECIDE-CASE-EXIT
           END-IF.
           PERFORM ACCEPT-CASE-KEY.
           PERFORM FIND-CASE.
           IF NOT ENTRY-FOUND
               DISPLAY 'NO MAKE-UP CASE FOR STU-NO ' WS-WORK-STU-NO
                   ' IN ' WS-WORK-SUBJ-CODE ' TERM ' WS-WORK-TERM
               GO TO DECIDE-CASE-EXIT
           END-IF.
           IF MU-MARKS-POSTED
               DISPLAY 'MAKE-UP MARKS ALREADY POSTED ' MU-POSTED-DATE
                   ' - CASE IS CLOSED'
               GO TO DECIDE-CASE-EXIT
           END-IF.
           IF MU-OPERATOR-ID = WS-OPERATOR-ID
               DISPLAY 'CASE WAS REGISTERED BY ' MU-OPERATOR-ID
                   ' - ANOTHER SUPERVISOR MUST DECIDE IT'
               GO TO DECIDE-CASE-EXIT
           END-IF.
           PERFORM SET-STATUS-TEXT.
           DISPLAY 'STATUS      : ' WS-STATUS-TEXT.
           DISPLAY 'EXAM/PAPER  : ' MU-EXAM-TYPE '/' MU-COMPONENT.
           DISPLAY 'CERTIFICATE : ' MU-CERT-REF ' DATED '
               MU-CERT-DATE.
           DISPLAY 'ISSUED BY   : ' MU-CERT-ISSUER.
           DISPLAY 'DECISION - A APPROVE MAKE-UP, R REJECT : '.
           ACCEPT WS-WORK-DECISION.
           PERFORM UNTIL WORK-DECISION-VALID
               DISPLAY 'MUST BE A OR R, RE-ENTER : '
               ACCEPT WS-WORK-DECISION
           END-PERFORM.
           DISPLAY 'CONFIRM (Y/N) : '.
           ACCEPT WS-CONFIRM.
           IF NOT ACTION-CONFIRMED
               DISPLAY 'DECISION NOT RECORDED'
               GO TO DECIDE-CASE-EXIT
           END-IF.
           MOVE WS-WORK-DECISION TO MU-STATUS.
           MOVE WS-TODAY TO MU-DECISION-DATE.
           MOVE WS-OPERATOR-ID TO MU-DECIDED-BY.
           MOVE MAKEUP-CASE-RECORD TO WS-CASE-LINE (MU-INDEX).
           PERFORM REWRITE-CASE-FILE.
           IF MU-APPROVED
               DISPLAY 'MAKE-UP APPROVED - BOOK THE SITTING'
           ELSE
               DISPLAY 'MAKE-UP REJECTED - RESULT RELEASED WITH THE '
                   'PAPER ABSENT'
           END-IF.
       DECIDE-CASE-EXIT.
           EXIT.

       SET-STATUS-TEXT.
           EVALUATE TRUE
               WHEN MU-PENDING
                   MOVE 'PENDING' TO WS-STATUS-TEXT
               WHEN MU-APPROVED
                   MOVE 'APPROVED' TO WS-STATUS-TEXT
               WHEN MU-REJECTED
                   MOVE 'REJECTED' TO WS-STATUS-TEXT
               WHEN MU-MARKS-POSTED
                   MOVE 'MARKS POSTED' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-STATUS-TEXT
           END-EVALUATE.

      * A case already booked only gets its slip printed again.
       BOOK-SITTING.
           IF CASE-TABLE-FULL
               DISPLAY 'CASE REGISTER NOT FULLY LOADED, NO SITTING '
                   'CAN BE BOOKED'
               GO TO BOOK-SITTING-EXIT
           END-IF.
           PERFORM ACCEPT-CASE-KEY.
           PERFORM FIND-CASE.
           IF NOT ENTRY-FOUND
               DISPLAY 'NO MAKE-UP CASE FOR STU-NO ' WS-WORK-STU-NO
                   ' IN ' WS-WORK-SUBJ-CODE ' TERM ' WS-WORK-TERM
               GO TO BOOK-SITTING-EXIT
           END-IF.
           IF NOT MU-APPROVED
               PERFORM SET-STATUS-TEXT
               DISPLAY 'CASE IS ' WS-STATUS-TEXT
                   ' - ONLY AN APPROVED CASE IS BOOKED'
               GO TO BOOK-SITTING-EXIT
           END-IF.
           IF MU-SITTING-DATE > ZERO
               DISPLAY 'ALREADY BOOKED FOR ' MU-SITTING-DATE
                   ' SESSION ' MU-SITTING-SESSION
                   ' - ADMIT SLIP PRINTED AGAIN'
               PERFORM PRINT-ADMIT-SLIP
               GO TO BOOK-SITTING-EXIT
           END-IF.
           PERFORM LOAD-SCHEDULE-TABLE.
           DISPLAY 'ENTER MAKE-UP DATE (YYYYMMDD) : '.
           ACCEPT WS-WORK-DATE.
           PERFORM VALIDATE-SITTING-DATE.
           PERFORM UNTIL DATE-IS-VALID AND WS-WORK-DATE >= WS-TODAY
               DISPLAY 'INVALID OR PAST DATE, RE-ENTER (YYYYMMDD) : '
               ACCEPT WS-WORK-DATE
               PERFORM VALIDATE-SITTING-DATE
           END-PERFORM.
           DISPLAY 'ENTER SESSION (M/A) : '.
           ACCEPT WS-WORK-SESSION.
           PERFORM UNTIL WORK-SESSION-VALID
               DISPLAY 'MUST BE M OR A, RE-ENTER : '
               ACCEPT WS-WORK-SESSION
           END-PERFORM.
           PERFORM FIND-CLASS-DURATION.
           DISPLAY 'ENTER DURATION (MINUTES, 0 = ' WS-WORK-DUR ') : '.
           ACCEPT MU-DURATION-MIN.
           IF MU-DURATION-MIN = ZERO
               MOVE WS-WORK-DUR TO MU-DURATION-MIN
           END-IF.
           PERFORM CHECK-SITTING-CLASH.
           IF SESSION-CLASHES
               DISPLAY 'SITTING NOT BOOKED'
               GO TO BOOK-SITTING-EXIT
           END-IF.
           MOVE WS-WORK-DATE TO MU-SITTING-DATE.
           MOVE WS-WORK-SESSION TO MU-SITTING-SESSION.
           PERFORM APPEND-SCHEDULE-ROW.
           MOVE MAKEUP-CASE-RECORD TO WS-CASE-LINE (MU-INDEX).
           PERFORM REWRITE-CASE-FILE.
           PERFORM PRINT-ADMIT-SLIP.
           DISPLAY 'MAKE-UP SITTING BOOKED - ADMIT SLIP ON '
               'MAKEUPAS.RPT'.
       BOOK-SITTING-EXIT.
           EXIT.

       VALIDATE-SITTING-DATE.
           MOVE SPACES TO WS-DATEVAL-IN.
           MOVE WS-WORK-DATE TO WS-DATEVAL-IN(1:8).
           MOVE 'Y' TO WS-DATE-FORMAT.
           MOVE 'Y' TO WS-ALLOW-FUTURE.
           CALL 'DATEVAL' USING WS-DATEVAL-IN WS-DATE-FORMAT
               WS-ALLOW-FUTURE WS-DATE-VALID.

       LOAD-SCHEDULE-TABLE.
           MOVE ZERO TO WS-SCHED-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT EXAM-SCHEDULE.
           IF WS-SCHEDULE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ EXAM-SCHEDULE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF ES-TERM-CODE = MU-TERM-CODE
                               AND WS-SCHED-COUNT < 500
                               ADD 1 TO WS-SCHED-COUNT
                               SET ES-INDEX TO WS-SCHED-COUNT
                               MOVE ES-CLASS TO WS-ES-CLASS (ES-INDEX)
                               MOVE ES-SUBJ-CODE
                                   TO WS-ES-SUBJ (ES-INDEX)
                               MOVE ES-EXAM-DATE
                                   TO WS-ES-DATE (ES-INDEX)
                               MOVE ES-SESSION
                                   TO WS-ES-SESSION (ES-INDEX)
                               MOVE ES-DURATION-MIN
                                   TO WS-ES-DUR (ES-INDEX)
                               MOVE ES-MAKEUP-STU-NO
                                   TO WS-ES-STU-NO (ES-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXAM-SCHEDULE
           END-IF.

      * The class's own paper sets the default length of the sitting.
       FIND-CLASS-DURATION.
           MOVE 180 TO WS-WORK-DUR.
           PERFORM VARYING ES-INDEX FROM 1 BY 1
               UNTIL ES-INDEX > WS-SCHED-COUNT
               IF WS-ES-STU-NO (ES-INDEX) = ZERO
                   AND WS-ES-CLASS (ES-INDEX) = MU-CLASS
                   AND WS-ES-SUBJ (ES-INDEX) = MU-SUBJ-CODE
                   AND WS-ES-DUR (ES-INDEX) > ZERO
                   MOVE WS-ES-DUR (ES-INDEX) TO WS-WORK-DUR
               END-IF
           END-PERFORM.

      * The student cannot be in two halls at once: a class paper
      * the student sits, or another make-up of theirs, in the same
      * date/session refuses the booking.
       CHECK-SITTING-CLASH.
           MOVE 'N' TO WS-CLASH-FLAG.
           PERFORM VARYING ES-INDEX FROM 1 BY 1
               UNTIL ES-INDEX > WS-SCHED-COUNT
               IF WS-ES-DATE (ES-INDEX) = WS-WORK-DATE
                   AND WS-ES-SESSION (ES-INDEX) = WS-WORK-SESSION
                   IF WS-ES-STU-NO (ES-INDEX) = MU-STU-NO
                       MOVE 'Y' TO WS-CLASH-FLAG
                       DISPLAY 'CLASH - MAKE-UP IN '
                           WS-ES-SUBJ (ES-INDEX)
                           ' ALREADY BOOKED FOR THIS SESSION'
                   END-IF
                   IF WS-ES-STU-NO (ES-INDEX) = ZERO
                       AND WS-ES-CLASS (ES-INDEX) = MU-CLASS
                       CALL 'ENROLCHK' USING MU-STU-NO MU-CLASS
                           WS-ES-SUBJ (ES-INDEX) WS-ENROL-RESULT
                       IF NOT NOT-ENROLLED
                           MOVE 'Y' TO WS-CLASH-FLAG
                           DISPLAY 'CLASH - CLASS ' MU-CLASS
                               ' SITS ' WS-ES-SUBJ (ES-INDEX)
                               ' IN THIS SESSION'
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       APPEND-SCHEDULE-ROW.
           OPEN EXTEND EXAM-SCHEDULE.
           IF WS-SCHEDULE-STATUS NOT = '00'
               OPEN OUTPUT EXAM-SCHEDULE
           END-IF.
           MOVE MU-TERM-CODE       TO ES-TERM-CODE.
           MOVE MU-CLASS           TO ES-CLASS.
           MOVE MU-SUBJ-CODE       TO ES-SUBJ-CODE.
           MOVE MU-SITTING-DATE    TO ES-EXAM-DATE.
           MOVE MU-SITTING-SESSION TO ES-SESSION.
           MOVE MU-DURATION-MIN    TO ES-DURATION-MIN.
           MOVE MU-STU-NO          TO ES-MAKEUP-STU-NO.
           WRITE EXAM-SCHEDULE-RECORD.
           CLOSE EXAM-SCHEDULE.

       PRINT-ADMIT-SLIP.
           MOVE MU-STU-NO TO WS-WORK-STU-NO.
           PERFORM READ-STUDENT.
           MOVE MU-SUBJ-CODE TO WS-WORK-SUBJ-CODE.
           MOVE MU-COMPONENT TO WS-WORK-COMPONENT.
           PERFORM FIND-SUBJECT.
           IF MU-SITTING-SESSION = 'M'
               MOVE 'MORNING' TO WS-SESSION-TEXT
           ELSE
               MOVE 'AFTERNOON' TO WS-SESSION-TEXT
           END-IF.
           OPEN EXTEND ADMIT-SLIP-REPORT.
           IF WS-SLIP-STATUS NOT = '00'
               OPEN OUTPUT ADMIT-SLIP-REPORT
           END-IF.
           MOVE '==========================================' TO
               ADMIT-SLIP-LINE.
           WRITE ADMIT-SLIP-LINE.
           MOVE SPACES TO ADMIT-SLIP-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO ADMIT-SLIP-LINE.
           WRITE ADMIT-SLIP-LINE.
           MOVE '       MAKE-UP EXAMINATION ADMIT SLIP' TO
               ADMIT-SLIP-LINE.
           WRITE ADMIT-SLIP-LINE.
           MOVE '==========================================' TO
               ADMIT-SLIP-LINE.
           WRITE ADMIT-SLIP-LINE.
           MOVE SPACES TO ADMIT-SLIP-LINE.
           STRING 'TERM : ' MU-TERM-CODE '   EXAM : ' MU-EXAM-TYPE
               '   PRINTED : ' WS-TODAY
               DELIMITED BY SIZE INTO ADMIT-SLIP-LINE.
           WRITE ADMIT-SLIP-LINE.
           MOVE SPACES TO ADMIT-SLIP-LINE.
           STRING 'STU-NO      : ' MU-STU-NO
               DELIMITED BY SIZE INTO ADMIT-SLIP-LINE.
           WRITE ADMIT-SLIP-LINE.
           MOVE SPACES TO ADMIT-SLIP-LINE.
           STRING 'STU-NAME    : ' WS-WORK-NAME
               DELIMITED BY SIZE INTO ADMIT-SLIP-LINE.
           WRITE ADMIT-SLIP-LINE.
           MOVE SPACES TO ADMIT-SLIP-LINE.
           STRING 'CLASS       : ' MU-CLASS
               DELIMITED BY SIZE INTO ADMIT-SLIP-LINE.
           WRITE ADMIT-SLIP-LINE.
           MOVE SPACES TO ADMIT-SLIP-LINE.
           STRING 'SUBJECT     : ' MU-SUBJ-CODE ' ' WS-WORK-SUBJ-NAME
               DELIMITED BY SIZE INTO ADMIT-SLIP-LINE.
           WRITE ADMIT-SLIP-LINE.
           IF MU-COMPONENT = 'P'
               MOVE 'PAPER       : PRACTICAL' TO ADMIT-SLIP-LINE
           ELSE
               MOVE 'PAPER       : THEORY' TO ADMIT-SLIP-LINE
           END-IF.
           WRITE ADMIT-SLIP-LINE.
           MOVE SPACES TO ADMIT-SLIP-LINE.
           STRING 'DATE        : ' MU-SITTING-DATE ' '
               WS-SESSION-TEXT DELIMITED BY SIZE
               INTO ADMIT-SLIP-LINE.
           WRITE ADMIT-SLIP-LINE.
           MOVE SPACES TO ADMIT-SLIP-LINE.
           STRING 'DURATION    : ' MU-DURATION-MIN ' MINUTES'
               DELIMITED BY SIZE INTO ADMIT-SLIP-LINE.
           WRITE ADMIT-SLIP-LINE.
           MOVE SPACES TO ADMIT-SLIP-LINE.
           STRING 'MEDICAL CERT: ' MU-CERT-REF ' DATED '
               MU-CERT-DATE DELIMITED BY SIZE
               INTO ADMIT-SLIP-LINE.
           WRITE ADMIT-SLIP-LINE.
           MOVE '------------------------------------------' TO
               ADMIT-SLIP-LINE.
           WRITE ADMIT-SLIP-LINE.
           MOVE 'ADMIT TO THE MAKE-UP SITTING ON PRODUCTION' TO
               ADMIT-SLIP-LINE.
           WRITE ADMIT-SLIP-LINE.
           MOVE 'OF THIS SLIP.' TO ADMIT-SLIP-LINE.
           WRITE ADMIT-SLIP-LINE.
           MOVE '------------------------------------------' TO
               ADMIT-SLIP-LINE.
           WRITE ADMIT-SLIP-LINE.
           MOVE 'STUDENT SIGN.               PRINCIPAL SIGN.' TO
               ADMIT-SLIP-LINE.
           WRITE ADMIT-SLIP-LINE.
           IF SP-PRINCIPAL-NAME NOT = SPACES
               MOVE SPACES TO ADMIT-SLIP-LINE
               STRING '(' SP-PRINCIPAL-NAME ')'
                   DELIMITED BY SIZE INTO ADMIT-SLIP-LINE
               WRITE ADMIT-SLIP-LINE
           END-IF.
           MOVE '==========================================' TO
               ADMIT-SLIP-LINE.
           WRITE ADMIT-SLIP-LINE.
           MOVE SPACES TO ADMIT-SLIP-LINE.
           WRITE ADMIT-SLIP-LINE.
           CLOSE ADMIT-SLIP-REPORT.

      * The make-up marks stand as keyed - no pass-mark ceiling as
      * on the supplementary cycle - and overwrite the absent row.
       POST-MAKEUP-MARKS.
           IF CASE-TABLE-FULL
               DISPLAY 'CASE REGISTER NOT FULLY LOADED, NO MARKS '
                   'CAN BE POSTED'
               GO TO POST-MAKEUP-MARKS-EXIT
           END-IF.
           PERFORM ACCEPT-CASE-KEY.
           PERFORM FIND-CASE.
           IF NOT ENTRY-FOUND
               DISPLAY 'NO MAKE-UP CASE FOR STU-NO ' WS-WORK-STU-NO
                   ' IN ' WS-WORK-SUBJ-CODE ' TERM ' WS-WORK-TERM
               GO TO POST-MAKEUP-MARKS-EXIT
           END-IF.
           IF NOT MU-APPROVED OR MU-SITTING-DATE = ZERO
               PERFORM SET-STATUS-TEXT
               DISPLAY 'CASE IS ' WS-STATUS-TEXT ' SITTING '
                   MU-SITTING-DATE ' - ONLY A BOOKED, APPROVED '
                   'CASE TAKES MARKS'
               GO TO POST-MAKEUP-MARKS-EXIT
           END-IF.
           IF MU-SITTING-DATE > WS-TODAY
               DISPLAY 'MAKE-UP SITTING IS ON ' MU-SITTING-DATE
                   ' - NO MARKS BEFORE THEN'
               GO TO POST-MAKEUP-MARKS-EXIT
           END-IF.
           CALL 'MARKAUTH' USING WS-OPERATOR-ID WS-PROGRAM-NAME
               MU-STU-NO MU-SUBJ-CODE WS-MARKS-AUTH.
           IF NOT MARKS-AUTHORISED
               DISPLAY 'SUBJECT ' MU-SUBJ-CODE ' NOT ASSIGNED TO '
                   'THIS OPERATOR - MARKS NOT POSTED'
               GO TO POST-MAKEUP-MARKS-EXIT
           END-IF.
           MOVE MU-COMPONENT TO WS-WORK-COMPONENT.
           PERFORM FIND-SUBJECT.
           DISPLAY 'ENTER MAKE-UP MARKS (MAX ' WS-WORK-MAX ') : '.
           ACCEPT WS-WORK-MARKS.
           PERFORM UNTIL WS-WORK-MARKS <= WS-WORK-MAX
               DISPLAY 'EXCEEDS THE MAXIMUM, RE-ENTER : '
               ACCEPT WS-WORK-MARKS
           END-PERFORM.
           DISPLAY 'POST ' WS-WORK-MARKS ' FOR STU-NO ' MU-STU-NO
               ' ' MU-SUBJ-CODE ' (Y/N) : '.
           ACCEPT WS-CONFIRM.
           IF NOT ACTION-CONFIRMED
               DISPLAY 'MARKS NOT POSTED'
               GO TO POST-MAKEUP-MARKS-EXIT
           END-IF.
           MOVE 'N' TO WS-FOUND-FLAG.
           OPEN I-O MARKS-DETAIL-FILE.
           IF WS-DETAIL-STATUS = '00'
               MOVE MU-STU-NO    TO DTL-STU-NO
               MOVE MU-TERM-CODE TO DTL-TERM-CODE
               MOVE MU-SUBJ-CODE TO DTL-SUBJ-CODE
               MOVE MU-EXAM-TYPE TO DTL-EXAM-TYPE
               MOVE MU-COMPONENT TO DTL-COMPONENT
               READ MARKS-DETAIL-FILE
                   INVALID KEY
                       DISPLAY 'ABSENT ROW NO LONGER ON MARKSDTL.IDX'
                   NOT INVALID KEY
                       PERFORM REPLACE-ABSENT-ROW
               END-READ
               CLOSE MARKS-DETAIL-FILE
           ELSE
               DISPLAY 'CANNOT OPEN MARKSDTL.IDX, STATUS : '
                   WS-DETAIL-STATUS
           END-IF.
           IF NOT ENTRY-FOUND
               DISPLAY 'MARKS NOT POSTED - CASE LEFT OPEN'
               GO TO POST-MAKEUP-MARKS-EXIT
           END-IF.
           MOVE 'M' TO MU-STATUS.
           MOVE WS-WORK-MARKS TO MU-MARKS.
           MOVE WS-TODAY TO MU-POSTED-DATE.
           MOVE WS-OPERATOR-ID TO MU-POSTED-BY.
           MOVE MAKEUP-CASE-RECORD TO WS-CASE-LINE (MU-INDEX).
           PERFORM REWRITE-CASE-FILE.
           DISPLAY 'MAKE-UP MARKS POSTED - RESULT NO LONGER HELD, '
               'RE-RUN TERMRSLT'.
       POST-MAKEUP-MARKS-EXIT.
           EXIT.

      * A row cancelled by an unfair-means decision stays locked.
       REPLACE-ABSENT-ROW.
           IF DTL-MARKS-CANCELLED
               DISPLAY 'MARKS ROW CANCELLED BY AN UNFAIR-MEANS '
                   'DECISION - NOT REPLACED'
           ELSE
               MOVE WS-WORK-MARKS TO DTL-SUBJ-MARKS
               MOVE SPACE TO DTL-ABSENT-FLAG
               REWRITE MARKS-DETAIL-LINE
                   INVALID KEY
                       DISPLAY 'MARKS ROW REWRITE FAILED FOR '
                           DTL-STU-NO ' ' DTL-SUBJ-CODE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-REWRITE
           END-IF.

       PRINT-MAKEUP-REGISTER.
           DISPLAY 'ENTER TERM CODE (0 = ' RUN-TERM-CODE ') : '.
           ACCEPT WS-WORK-TERM.
           IF WS-WORK-TERM = ZERO
               MOVE RUN-TERM-CODE TO WS-WORK-TERM
           END-IF.
           MOVE ZERO TO WS-LISTED-COUNT.
           MOVE ZERO TO WS-HELD-COUNT.
           OPEN OUTPUT MAKEUP-REGISTER.
           MOVE ALL '=' TO MAKEUP-REGISTER-LINE.
           WRITE MAKEUP-REGISTER-LINE.
           MOVE SPACES TO MAKEUP-REGISTER-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO MAKEUP-REGISTER-LINE.
           WRITE MAKEUP-REGISTER-LINE.
           MOVE SPACES TO MAKEUP-REGISTER-LINE.
           STRING '          MAKE-UP EXAMINATION REGISTER - TERM '
               WS-WORK-TERM
               DELIMITED BY SIZE INTO MAKEUP-REGISTER-LINE.
           WRITE MAKEUP-REGISTER-LINE.
           MOVE SPACES TO MAKEUP-REGISTER-LINE.
           STRING 'PRINTED : ' WS-TODAY
               DELIMITED BY SIZE INTO MAKEUP-REGISTER-LINE.
           WRITE MAKEUP-REGISTER-LINE.
           MOVE ALL '-' TO MAKEUP-REGISTER-LINE.
           WRITE MAKEUP-REGISTER-LINE.
           MOVE 'STU-NO SUBJ X/P CL CERT-REF     CERT-DT  SITTING  S'
               TO MAKEUP-REGISTER-LINE.
           MOVE 'MKS STATUS' TO MAKEUP-REGISTER-LINE (53:10).
           WRITE MAKEUP-REGISTER-LINE.
           MOVE ALL '-' TO MAKEUP-REGISTER-LINE.
           WRITE MAKEUP-REGISTER-LINE.
           PERFORM VARYING MU-INDEX FROM 1 BY 1
               UNTIL MU-INDEX > WS-CASE-COUNT
               MOVE WS-CASE-LINE (MU-INDEX) TO MAKEUP-CASE-RECORD
               IF MU-TERM-CODE = WS-WORK-TERM
                   PERFORM WRITE-ONE-CASE
               END-IF
           END-PERFORM.
           MOVE ALL '-' TO MAKEUP-REGISTER-LINE.
           WRITE MAKEUP-REGISTER-LINE.
           MOVE SPACES TO MAKEUP-REGISTER-LINE.
           STRING 'CASES FOR THE TERM : ' WS-LISTED-COUNT
               '   RESULTS STILL HELD : ' WS-HELD-COUNT
               DELIMITED BY SIZE INTO MAKEUP-REGISTER-LINE.
           WRITE MAKEUP-REGISTER-LINE.
           MOVE ALL '=' TO MAKEUP-REGISTER-LINE.
           WRITE MAKEUP-REGISTER-LINE.
           CLOSE MAKEUP-REGISTER.
           DISPLAY 'MAKE-UP REGISTER PRINTED, CASES : '
               WS-LISTED-COUNT ' HELD : ' WS-HELD-COUNT.

       WRITE-ONE-CASE.
           ADD 1 TO WS-LISTED-COUNT.
           IF MU-RESULT-HELD
               ADD 1 TO WS-HELD-COUNT
           END-IF.
           PERFORM SET-STATUS-TEXT.
           MOVE SPACES TO MAKEUP-REGISTER-LINE.
           STRING MU-STU-NO '  ' MU-SUBJ-CODE ' ' MU-EXAM-TYPE '/'
               MU-COMPONENT ' ' MU-CLASS ' ' MU-CERT-REF ' '
               MU-CERT-DATE ' ' MU-SITTING-DATE ' '
               MU-SITTING-SESSION ' ' MU-MARKS ' ' WS-STATUS-TEXT
               DELIMITED BY SIZE INTO MAKEUP-REGISTER-LINE.
           WRITE MAKEUP-REGISTER-LINE.
           MOVE SPACES TO MAKEUP-REGISTER-LINE.
           STRING '       ' MU-CERT-ISSUER '  BY ' MU-OPERATOR-ID
               ' ON ' MU-REQUEST-DATE
               DELIMITED BY SIZE INTO MAKEUP-REGISTER-LINE.
           WRITE MAKEUP-REGISTER-LINE.
           IF MU-DECISION-DATE > ZERO
               MOVE SPACES TO MAKEUP-REGISTER-LINE
               STRING '       DECIDED ' MU-DECISION-DATE ' BY '
                   MU-DECIDED-BY
                   DELIMITED BY SIZE INTO MAKEUP-REGISTER-LINE
               WRITE MAKEUP-REGISTER-LINE
           END-IF.
           IF MU-MARKS-POSTED
               MOVE SPACES TO MAKEUP-REGISTER-LINE
               STRING '       MARKS POSTED ' MU-POSTED-DATE ' BY '
                   MU-POSTED-BY
                   DELIMITED BY SIZE INTO MAKEUP-REGISTER-LINE
               WRITE MAKEUP-REGISTER-LINE
           END-IF.
      ** add other procedures here
       END PROGRAM MAKEUPEX.
