           SELECT ISSUE-REGISTER ASSIGN TO "MSISSUE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ISSUE-STATUS.
           SELECT UFM-CASE-FILE ASSIGN TO "UFMCASE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UFMCASE-STATUS.
           SELECT MAKEUP-CASE-FILE ASSIGN TO "MAKEUP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAKEUP-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 MI-ISSUE-DATE   PIC 9(08).
           05 MI-COPY-NO      PIC 9(03).
           05 MI-COPY-TYPE    PIC X(01).
       FD  UFM-CASE-FILE.
           COPY UFMCASER.
       FD  MAKEUP-CASE-FILE.
           COPY MAKEUPR.
       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-FIRST-CLASS-MIN  PIC 9(03) VALUE 60.
       01 WS-SECOND-CLASS-MIN PIC 9(03) VALUE 50.
       01 WS-THIRD-CLASS-MIN  PIC 9(03) VALUE 40.
       01 WS-UFMCASE-STATUS  PIC X(02) VALUE '00'.
       01 WS-UFMCASE-EOF-FLAG PIC X(01) VALUE 'N'.
           88 END-OF-UFM-CASES VALUE 'Y'.
       01 WS-UFM-WITHHELD-FLAGS.
           05 WS-UFM-WITHHELD OCCURS 99999 TIMES
               INDEXED BY UFM-INDEX PIC X(01) VALUE 'N'.
       01 WS-UFM-WITHHELD-CNT PIC 9(05) VALUE ZERO.
       01 WS-MAKEUP-STATUS   PIC X(02) VALUE '00'.
       01 WS-MAKEUP-EOF-FLAG PIC X(01) VALUE 'N'.
           88 END-OF-MAKEUP-CASES VALUE 'Y'.
       01 WS-MAKEUP-HELD-FLAGS.
           05 WS-MAKEUP-HELD OCCURS 99999 TIMES
               INDEXED BY MAKEUP-INDEX PIC X(01) VALUE 'N'.
       01 WS-MAKEUP-HELD-CNT PIC 9(05) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           PERFORM LOAD-VALIDATION-PARM.
           PERFORM LOAD-ABSENT-LIST.
           PERFORM LOAD-PENDING-REEVALS.
           PERFORM LOAD-UFM-CASES.
           PERFORM LOAD-MAKEUP-CASES.
           IF WS-RERUN-MODE = 'Y'
               PERFORM LOAD-RERUN-LIST
           END-IF.
           DISPLAY 'ABSENT       : ' WS-ABSENT-CNT.
           DISPLAY 'DUPLICATE STU-NO : ' WS-DUPLICATE-CNT.
           DISPLAY 'NON-ACTIVE SKIPPED : ' WS-INACTIVE-CNT.
           DISPLAY 'WITHHELD - UNFAIR MEANS : ' WS-UFM-WITHHELD-CNT.
           DISPLAY 'HELD - MAKE-UP PENDING  : ' WS-MAKEUP-HELD-CNT.
           DISPLAY 'INVALID NAME     : ' WS-INVALID-NAME-CNT.
           DISPLAY 'INVALID GENDER   : ' WS-INVALID-GENDER-CNT.
           DISPLAY 'CLASS/SECTION BREAKDOWN'.
                  ADD 1 TO WS-INVALID-CNT
                  ADD 1 TO WS-INVALID-GENDER-CNT
           END-IF.
      * A missed paper awaiting its make-up sitting is neither graded
      * nor failed until the make-up marks are posted.
           IF STU-NO > ZERO
               AND WS-MAKEUP-HELD (STU-NO) = 'Y'
               DISPLAY 'RESULT HELD - MAKE-UP EXAM PENDING : ' STU-NO
               ADD 1 TO WS-MAKEUP-HELD-CNT
           ELSE
               PERFORM GRADE-ACTIVE-STUDENT
           END-IF.

       GRADE-ACTIVE-STUDENT.
           EVALUATE TRUE
              WHEN STU-MARKS >= WS-FIRST-CLASS-MIN
                  DISPLAY 'STUDENT GOT FIRST CLASS'
                      PERFORM QUEUE-FOR-REEVALUATION
                  END-IF
           END-EVALUATE.
      * An unfair-means case still open, or decided against the
      * student, holds the mark sheet back.
           IF STU-NO > ZERO
               AND WS-UFM-WITHHELD (STU-NO) = 'Y'
               DISPLAY 'MARK SHEET WITHHELD - UNFAIR-MEANS CASE : '
                   STU-NO
               ADD 1 TO WS-UFM-WITHHELD-CNT
           ELSE
               PERFORM WRITE-MARK-SHEET
           END-IF.

       WRITE-ERROR-RECORD.
           MOVE STU-NO TO ERR-STU-NO.
               CLOSE REEVAL-QUEUE
           END-IF.

       LOAD-UFM-CASES.
           OPEN INPUT UFM-CASE-FILE.
           IF WS-UFMCASE-STATUS = '00'
               PERFORM UNTIL END-OF-UFM-CASES
                   READ UFM-CASE-FILE
                       AT END
                           SET END-OF-UFM-CASES TO TRUE
                       NOT AT END
                           IF UF-STU-NO > ZERO
                               AND UF-TERM-CODE = RUN-TERM-CODE
                               AND UF-RESULT-WITHHELD
                               SET UFM-INDEX TO UF-STU-NO
                               MOVE 'Y' TO
                                   WS-UFM-WITHHELD (UFM-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UFM-CASE-FILE
           END-IF.

       LOAD-MAKEUP-CASES.
           OPEN INPUT MAKEUP-CASE-FILE.
           IF WS-MAKEUP-STATUS = '00'
               PERFORM UNTIL END-OF-MAKEUP-CASES
                   READ MAKEUP-CASE-FILE
                       AT END
                           SET END-OF-MAKEUP-CASES TO TRUE
                       NOT AT END
                           IF MU-STU-NO > ZERO
                               AND MU-TERM-CODE = RUN-TERM-CODE
                               AND MU-RESULT-HELD
                               SET MAKEUP-INDEX TO MU-STU-NO
                               MOVE 'Y' TO
                                   WS-MAKEUP-HELD (MAKEUP-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAKEUP-CASE-FILE
           END-IF.

       LOAD-GRADE-CONFIG.
           OPEN INPUT GRADE-CONFIG-FILE.
           IF WS-GRADECFG-STATUS = '00'
