      ******************************************************************
      * Author:
      * Date:
      * Purpose: Answer-book custody desk. Once SECRCODE has coded the
      *          books, the exam office issues them to evaluators in
      *          bundles - one subject, a range of secret codes - and
      *          records each issue here on the ABUNDLE.DAT custody
      *          ledger: evaluator (from TCHRMST.DAT), date out and
      *          the number of books counted out. When the bundle
      *          comes back the books are counted in; a short count
      *          marks the bundle short so the missing scripts can be
      *          traced to the evaluator who held them. Bundles still
      *          out and bundles returned short can be listed, and a
      *          secret code traced to the bundle and evaluator that
      *          hold it. MRKDCODE refuses to decode marks for a code
      *          whose bundle has not come back. Sign-on is through
      *          OPSIGNON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ABCUSTDY.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ANSWER-BUNDLE-FILE ASSIGN TO "ABUNDLE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUNDLE-STATUS.
           SELECT TEACHER-MASTER-FILE ASSIGN TO "TCHRMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TCHRMST-STATUS.
           SELECT SUBJECT-MASTER-FILE ASSIGN TO "SUBJMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBJMST-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  ANSWER-BUNDLE-FILE.
           COPY ABUNDLR.

       FD  TEACHER-MASTER-FILE.
       01 TEACHER-MASTER-LINE.
           05 TM-TEACHER-ID      PIC 9(04).
           05 TM-TEACHER-NAME    PIC X(15).
           05 TM-DEPARTMENT      PIC X(12).

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

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-BUNDLE-STATUS   PIC X(02) VALUE '00'.
       01 WS-TCHRMST-STATUS  PIC X(02) VALUE '00'.
       01 WS-SUBJMST-STATUS  PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
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
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'ABCUSTDY'.
       01 WS-TODAY           PIC 9(08).
       01 WS-BUNDLE-COUNT    PIC 9(04) VALUE ZERO.
       01 WS-BUNDLE-FULL-FLAG PIC X(01) VALUE 'N'.
           88 BUNDLE-TABLE-FULL VALUE 'Y'.
       01 WS-BUNDLE-TABLE.
           05 WS-BUNDLE-LINE OCCURS 3000 TIMES INDEXED BY BN-INDEX
               PIC X(74).
       01 WS-TEACHER-COUNT   PIC 9(03) VALUE ZERO.
       01 WS-TEACHER-TABLE.
           05 WS-TM-ENTRY OCCURS 200 TIMES INDEXED BY TM-INDEX.
               10 WS-TM-ID        PIC 9(04).
               10 WS-TM-NAME      PIC X(15).
       01 WS-SUBJECT-COUNT   PIC 9(02) VALUE ZERO.
       01 WS-SUBJECT-TABLE.
           05 WS-SM-CODE OCCURS 50 TIMES INDEXED BY SM-INDEX
               PIC X(04).
       01 WS-FOUND-FLAG      PIC X(01).
           88 ENTRY-FOUND      VALUE 'Y'.
       01 WS-WORK-TERM       PIC 9(02).
       01 WS-WORK-BUNDLE-NO  PIC 9(04).
       01 WS-NEXT-BUNDLE-NO  PIC 9(04).
       01 WS-WORK-SUBJ-CODE  PIC X(04).
       01 WS-WORK-CODE-FROM  PIC 9(06).
       01 WS-WORK-CODE-TO    PIC 9(06).
       01 WS-WORK-CODE       PIC 9(06).
       01 WS-WORK-TEACHER-ID PIC 9(04).
       01 WS-WORK-TEACHER-NAME PIC X(15).
       01 WS-WORK-COUNT      PIC 9(04).
       01 WS-LISTED-COUNT    PIC 9(04) VALUE ZERO.
       01 WS-MISSING-COUNT   PIC 9(04) VALUE ZERO.
       01 WS-STATUS-TEXT     PIC X(08).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM OPERATOR-SIGN-ON.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM LOAD-TEACHER-MASTER.
           PERFORM LOAD-SUBJECT-MASTER.
           PERFORM LOAD-BUNDLE-TABLE.
           PERFORM UNTIL DONE-WITH-MENU
               DISPLAY ' '
               DISPLAY '1. ISSUE A BUNDLE TO AN EVALUATOR'
               DISPLAY '2. RECEIVE A BUNDLE BACK'
               DISPLAY '3. LIST BUNDLES OUT OR RETURNED SHORT'
               DISPLAY '4. TRACE A SECRET CODE'
               DISPLAY '5. EXIT'
               DISPLAY 'ENTER CHOICE : '
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM ISSUE-BUNDLE THRU ISSUE-BUNDLE-EXIT
                   WHEN 2
                       PERFORM RECEIVE-BUNDLE THRU RECEIVE-BUNDLE-EXIT
                   WHEN 3
                       PERFORM LIST-OPEN-BUNDLES
                   WHEN 4
                       PERFORM TRACE-SECRET-CODE
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

       LOAD-TEACHER-MASTER.
           MOVE ZERO TO WS-TEACHER-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TEACHER-MASTER-FILE.
           IF WS-TCHRMST-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TEACHER-MASTER-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-TEACHER-COUNT < 200
                               ADD 1 TO WS-TEACHER-COUNT
                               SET TM-INDEX TO WS-TEACHER-COUNT
                               MOVE TM-TEACHER-ID TO
                                   WS-TM-ID (TM-INDEX)
                               MOVE TM-TEACHER-NAME TO
                                   WS-TM-NAME (TM-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEACHER-MASTER-FILE
           ELSE
               DISPLAY 'NO TCHRMST.DAT TEACHER MASTER - BUNDLES '
                   'CANNOT BE ISSUED'
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBJECT-MASTER-FILE
           END-IF.

       LOAD-BUNDLE-TABLE.
           MOVE ZERO TO WS-BUNDLE-COUNT.
           MOVE ZERO TO WS-NEXT-BUNDLE-NO.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ANSWER-BUNDLE-FILE.
           IF WS-BUNDLE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ANSWER-BUNDLE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-BUNDLE-COUNT < 3000
                               ADD 1 TO WS-BUNDLE-COUNT
                               SET BN-INDEX TO WS-BUNDLE-COUNT
                               MOVE ANSWER-BUNDLE-RECORD TO
                                   WS-BUNDLE-LINE (BN-INDEX)
                               IF AB-BUNDLE-NO > WS-NEXT-BUNDLE-NO
                                   MOVE AB-BUNDLE-NO TO
                                       WS-NEXT-BUNDLE-NO
                               END-IF
                           ELSE
                               SET BUNDLE-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANSWER-BUNDLE-FILE
           END-IF.
           IF BUNDLE-TABLE-FULL
               DISPLAY 'ABUNDLE.DAT EXCEEDS THE 3000-BUNDLE TABLE - '
                   'ISSUES AND RETURNS ARE BLOCKED'
           END-IF.

      * A partly loaded ledger is never written back.
       REWRITE-BUNDLE-FILE.
           OPEN OUTPUT ANSWER-BUNDLE-FILE.
           PERFORM VARYING BN-INDEX FROM 1 BY 1
               UNTIL BN-INDEX > WS-BUNDLE-COUNT
               MOVE WS-BUNDLE-LINE (BN-INDEX) TO ANSWER-BUNDLE-RECORD
               WRITE ANSWER-BUNDLE-RECORD
           END-PERFORM.
           CLOSE ANSWER-BUNDLE-FILE.

       ISSUE-BUNDLE.
           IF BUNDLE-TABLE-FULL OR WS-BUNDLE-COUNT >= 3000
               DISPLAY 'BUNDLE TABLE FULL, NOT ISSUED'
               GO TO ISSUE-BUNDLE-EXIT
           END-IF.
           DISPLAY 'ENTER TERM CODE (0 = ' RUN-TERM-CODE ') : '.
           ACCEPT WS-WORK-TERM.
           IF WS-WORK-TERM = ZERO
               MOVE RUN-TERM-CODE TO WS-WORK-TERM
           END-IF.
           DISPLAY 'ENTER SUBJECT CODE : '.
           ACCEPT WS-WORK-SUBJ-CODE.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING SM-INDEX FROM 1 BY 1
               UNTIL SM-INDEX > WS-SUBJECT-COUNT
               IF WS-SM-CODE (SM-INDEX) = WS-WORK-SUBJ-CODE
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND
               DISPLAY 'SUBJECT ' WS-WORK-SUBJ-CODE
                   ' NOT ON SUBJMST.DAT'
               GO TO ISSUE-BUNDLE-EXIT
           END-IF.
           DISPLAY 'ENTER FIRST SECRET CODE IN THE BUNDLE : '.
           ACCEPT WS-WORK-CODE-FROM.
           DISPLAY 'ENTER LAST SECRET CODE IN THE BUNDLE : '.
           ACCEPT WS-WORK-CODE-TO.
           IF WS-WORK-CODE-FROM = ZERO
               OR WS-WORK-CODE-TO < WS-WORK-CODE-FROM
               DISPLAY 'NOT A VALID CODE RANGE'
               GO TO ISSUE-BUNDLE-EXIT
           END-IF.
           PERFORM CHECK-RANGE-OVERLAP.
           IF ENTRY-FOUND
               DISPLAY 'RANGE OVERLAPS BUNDLE ' AB-BUNDLE-NO
                   ' (' AB-CODE-FROM '-' AB-CODE-TO ') FOR THIS '
                   'SUBJECT - NOT ISSUED'
               GO TO ISSUE-BUNDLE-EXIT
           END-IF.
           DISPLAY 'ENTER EVALUATOR TEACHER ID : '.
           ACCEPT WS-WORK-TEACHER-ID.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING TM-INDEX FROM 1 BY 1
               UNTIL TM-INDEX > WS-TEACHER-COUNT
               IF WS-TM-ID (TM-INDEX) = WS-WORK-TEACHER-ID
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-TM-NAME (TM-INDEX) TO WS-WORK-TEACHER-NAME
               END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND
               DISPLAY 'TEACHER ' WS-WORK-TEACHER-ID
                   ' NOT ON TCHRMST.DAT'
               GO TO ISSUE-BUNDLE-EXIT
           END-IF.
           DISPLAY 'ENTER NUMBER OF BOOKS COUNTED OUT : '.
           ACCEPT WS-WORK-COUNT.
           IF WS-WORK-COUNT = ZERO
               DISPLAY 'A BUNDLE MUST HOLD AT LEAST ONE BOOK'
               GO TO ISSUE-BUNDLE-EXIT
           END-IF.
           IF WS-NEXT-BUNDLE-NO >= 9999
               DISPLAY 'BUNDLE NUMBERS EXHAUSTED, NOT ISSUED'
               GO TO ISSUE-BUNDLE-EXIT
           END-IF.
           ADD 1 TO WS-NEXT-BUNDLE-NO.
           INITIALIZE ANSWER-BUNDLE-RECORD.
           MOVE WS-WORK-TERM         TO AB-TERM-CODE.
           MOVE WS-NEXT-BUNDLE-NO    TO AB-BUNDLE-NO.
           MOVE WS-WORK-SUBJ-CODE    TO AB-SUBJ-CODE.
           MOVE WS-WORK-CODE-FROM    TO AB-CODE-FROM.
           MOVE WS-WORK-CODE-TO      TO AB-CODE-TO.
           MOVE WS-WORK-TEACHER-ID   TO AB-EVALUATOR-ID.
           MOVE WS-WORK-TEACHER-NAME TO AB-EVALUATOR-NAME.
           MOVE WS-TODAY             TO AB-DATE-OUT.
           MOVE WS-WORK-COUNT        TO AB-COUNT-OUT.
           MOVE 'O'                  TO AB-STATUS.
           MOVE WS-OPERATOR-ID       TO AB-OPERATOR-ID.
           ADD 1 TO WS-BUNDLE-COUNT.
           SET BN-INDEX TO WS-BUNDLE-COUNT.
           MOVE ANSWER-BUNDLE-RECORD TO WS-BUNDLE-LINE (BN-INDEX).
           PERFORM REWRITE-BUNDLE-FILE.
           DISPLAY 'BUNDLE ' WS-NEXT-BUNDLE-NO ' ISSUED TO '
               WS-WORK-TEACHER-NAME ' - ' WS-WORK-COUNT ' BOOKS'.
       ISSUE-BUNDLE-EXIT.
           EXIT.

      * Codes are unique within a term, so two bundles of the same
      * term and subject may never share a code.
       CHECK-RANGE-OVERLAP.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING BN-INDEX FROM 1 BY 1
               UNTIL BN-INDEX > WS-BUNDLE-COUNT OR ENTRY-FOUND
               MOVE WS-BUNDLE-LINE (BN-INDEX) TO ANSWER-BUNDLE-RECORD
               IF AB-TERM-CODE = WS-WORK-TERM
                   AND AB-SUBJ-CODE = WS-WORK-SUBJ-CODE
                   AND AB-CODE-FROM <= WS-WORK-CODE-TO
                   AND AB-CODE-TO >= WS-WORK-CODE-FROM
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.

       RECEIVE-BUNDLE.
           IF BUNDLE-TABLE-FULL
               DISPLAY 'BUNDLE TABLE FULL, RETURN NOT RECORDED'
               GO TO RECEIVE-BUNDLE-EXIT
           END-IF.
           DISPLAY 'ENTER BUNDLE NUMBER : '.
           ACCEPT WS-WORK-BUNDLE-NO.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING BN-INDEX FROM 1 BY 1
               UNTIL BN-INDEX > WS-BUNDLE-COUNT OR ENTRY-FOUND
               MOVE WS-BUNDLE-LINE (BN-INDEX) TO ANSWER-BUNDLE-RECORD
               IF AB-BUNDLE-NO = WS-WORK-BUNDLE-NO
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND
               DISPLAY 'NO SUCH BUNDLE : ' WS-WORK-BUNDLE-NO
               GO TO RECEIVE-BUNDLE-EXIT
           END-IF.
      * The VARYING has stepped one past the bundle it found.
           SET BN-INDEX DOWN BY 1.
           IF NOT AB-OUT
               DISPLAY 'BUNDLE ' AB-BUNDLE-NO ' ALREADY RETURNED ON '
                   AB-DATE-IN
               GO TO RECEIVE-BUNDLE-EXIT
           END-IF.
           DISPLAY 'BUNDLE ' AB-BUNDLE-NO ' ' AB-SUBJ-CODE ' CODES '
               AB-CODE-FROM '-' AB-CODE-TO ' HELD BY '
               AB-EVALUATOR-NAME ' - ' AB-COUNT-OUT ' BOOKS OUT'.
           DISPLAY 'ENTER NUMBER OF BOOKS COUNTED IN : '.
           ACCEPT WS-WORK-COUNT.
           IF WS-WORK-COUNT > AB-COUNT-OUT
               DISPLAY 'MORE BOOKS IN THAN WENT OUT - RECOUNT'
               GO TO RECEIVE-BUNDLE-EXIT
           END-IF.
           MOVE WS-TODAY       TO AB-DATE-IN.
           MOVE WS-WORK-COUNT  TO AB-COUNT-IN.
           MOVE WS-OPERATOR-ID TO AB-OPERATOR-ID.
           IF WS-WORK-COUNT < AB-COUNT-OUT
               MOVE 'S' TO AB-STATUS
               COMPUTE WS-MISSING-COUNT = AB-COUNT-OUT - WS-WORK-COUNT
               DISPLAY '*** ' WS-MISSING-COUNT ' BOOKS MISSING FROM '
                   'BUNDLE ' AB-BUNDLE-NO ' - REPORT TO THE '
                   'CONTROLLER OF EXAMINATIONS ***'
           ELSE
               MOVE 'R' TO AB-STATUS
               DISPLAY 'BUNDLE ' AB-BUNDLE-NO ' RETURNED COMPLETE'
           END-IF.
           MOVE ANSWER-BUNDLE-RECORD TO WS-BUNDLE-LINE (BN-INDEX).
           PERFORM REWRITE-BUNDLE-FILE.
       RECEIVE-BUNDLE-EXIT.
           EXIT.

       LIST-OPEN-BUNDLES.
           MOVE ZERO TO WS-LISTED-COUNT.
           DISPLAY 'BNDL TM SUBJ CODES         EVALUATOR       '
               'OUT      BKS STATUS'.
           PERFORM VARYING BN-INDEX FROM 1 BY 1
               UNTIL BN-INDEX > WS-BUNDLE-COUNT
               MOVE WS-BUNDLE-LINE (BN-INDEX) TO ANSWER-BUNDLE-RECORD
               IF AB-OUT OR AB-RETURNED-SHORT
                   PERFORM SHOW-ONE-BUNDLE
               END-IF
           END-PERFORM.
           DISPLAY 'BUNDLES LISTED : ' WS-LISTED-COUNT.

       SHOW-ONE-BUNDLE.
           ADD 1 TO WS-LISTED-COUNT.
           IF AB-RETURNED-SHORT
               COMPUTE WS-MISSING-COUNT = AB-COUNT-OUT - AB-COUNT-IN
               MOVE 'SHORT' TO WS-STATUS-TEXT
           ELSE
               MOVE AB-COUNT-OUT TO WS-MISSING-COUNT
               MOVE 'OUT' TO WS-STATUS-TEXT
           END-IF.
           DISPLAY AB-BUNDLE-NO ' ' AB-TERM-CODE ' ' AB-SUBJ-CODE ' '
               AB-CODE-FROM '-' AB-CODE-TO ' ' AB-EVALUATOR-NAME ' '
               AB-DATE-OUT ' ' WS-MISSING-COUNT ' ' WS-STATUS-TEXT.

       TRACE-SECRET-CODE.
           DISPLAY 'ENTER TERM CODE (0 = ' RUN-TERM-CODE ') : '.
           ACCEPT WS-WORK-TERM.
           IF WS-WORK-TERM = ZERO
               MOVE RUN-TERM-CODE TO WS-WORK-TERM
           END-IF.
           DISPLAY 'ENTER SECRET CODE : '.
           ACCEPT WS-WORK-CODE.
           MOVE ZERO TO WS-LISTED-COUNT.
           PERFORM VARYING BN-INDEX FROM 1 BY 1
               UNTIL BN-INDEX > WS-BUNDLE-COUNT
               MOVE WS-BUNDLE-LINE (BN-INDEX) TO ANSWER-BUNDLE-RECORD
               IF AB-TERM-CODE = WS-WORK-TERM
                   AND AB-CODE-FROM <= WS-WORK-CODE
                   AND AB-CODE-TO >= WS-WORK-CODE
                   ADD 1 TO WS-LISTED-COUNT
                   EVALUATE TRUE
                       WHEN AB-OUT
                           MOVE 'OUT' TO WS-STATUS-TEXT
                       WHEN AB-RETURNED-SHORT
                           MOVE 'SHORT' TO WS-STATUS-TEXT
                       WHEN OTHER
                           MOVE 'RETURNED' TO WS-STATUS-TEXT
                   END-EVALUATE
                   DISPLAY AB-SUBJ-CODE ' BUNDLE ' AB-BUNDLE-NO
                       ' - ' AB-EVALUATOR-NAME ' (' AB-EVALUATOR-ID
                       ') OUT ' AB-DATE-OUT ' IN ' AB-DATE-IN ' '
                       WS-STATUS-TEXT
               END-IF
           END-PERFORM.
           IF WS-LISTED-COUNT = ZERO
               DISPLAY 'CODE ' WS-WORK-CODE ' IS IN NO BUNDLE FOR '
                   'TERM ' WS-WORK-TERM
           END-IF.
      ** add other procedures here
       END PROGRAM ABCUSTDY.
