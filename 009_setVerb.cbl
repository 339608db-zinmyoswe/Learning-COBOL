      ******************************************************************
      * Author:
      * Date:
      * Purpose: Class marks aggregation. Takes each student's subject
      *          marks from the terminal or the marks input file,
      *          rejects lines for unknown subjects, marks out of
      *          range and electives the student has not chosen
      *          (ENROLCHK against STUSUBJ.DAT), and prints the
      *          aggregated mark sheet with totals, percentages and
      *          GPA. A subject whose stored row has been cancelled
      *          for unfair means (UFMCASE) keeps its zero marks.
      *          The operator signs on, and a subject line is taken
      *          only when SUBJTCHR.DAT assigns the subject, class
      *          and section to the operator's teacher id or the
      *          operator is an authorised data-entry clerk
      *          (MARKAUTH) - refusals are journaled for SECVIOL.
      *          Internal assessment (exam type I) is not keyed here;
      *          HWKIAPST posts it from the homework scores.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DTL-KEY
               FILE STATUS IS WS-DETAIL-STATUS.
           SELECT QUESTION-MARKS-FILE ASSIGN TO "QMARKS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QM-KEY
               FILE STATUS IS WS-QMARKS-STATUS.
           SELECT ISSUE-REGISTER ASSIGN TO "MSISSUE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ISSUE-STATUS.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       FD  SUBJECT-TEACHER-REF.
           COPY SUBTCHRR.
       FD  MARKS-INPUT-FILE.
       01 MARKS-INPUT-LINE.
           05 MIN-STU-NO         PIC 9(05).
           05 TM-DEPARTMENT      PIC X(12).
       FD  MARKS-DETAIL-OUT.
           COPY MRKDTLR.
       FD  QUESTION-MARKS-FILE.
           COPY QMARKSR.
       FD  ISSUE-REGISTER.
       01 ISSUE-REGISTER-RECORD.
           05 MI-STU-NO       PIC 9(05).
       01 WS-FEE-DISP-BALANCE PIC -(06)9.99.
       01 WS-DETAIL-STATUS    PIC X(02) VALUE '00'.
       01 WS-DETAIL-COUNT     PIC 9(05) VALUE ZERO.
       01 WS-DETAIL-SAVE      PIC X(18).
       01 WS-ABSENT-STATUS    PIC X(02) VALUE '00'.
       01 WS-ABSENT-LINE-CNT  PIC 9(05) VALUE ZERO.
       01 WS-STU-ABSENT-CNT   PIC 9(02) VALUE ZERO.
       01 WS-PRESENT-COUNT    PIC 9(02) VALUE ZERO.
       01 WS-ENROL-CLASS      PIC 9(02) VALUE ZERO.
       01 WS-ENROL-RESULT     PIC X(01).
           88 NOT-ENROLLED-IN-SUBJ VALUE 'N'.
       01 WS-ABSENT-YN        PIC X(01).
       01 WS-QMARKS-STATUS    PIC X(02) VALUE '00'.
       01 WS-QMARKS-OPEN      PIC X(01) VALUE 'N'.
               88 QMARKS-ON-FILE    VALUE 'Y'.
       01 WS-QMARKS-EOF-FLAG  PIC X(01) VALUE 'N'.
               88 END-OF-QUESTION-ROWS VALUE 'Y'.
       01 WS-QM-STU-NO        PIC 9(05).
       01 WS-QM-SUBJ-CODE     PIC X(04).
       01 WS-QM-EXAM-TYPE     PIC X(01).
       01 WS-QM-LINES         PIC 9(02) VALUE ZERO.
               88 QUESTION-ROWS-FOUND VALUE 1 THRU 99.
       01 WS-QM-TOTAL         PIC 9(04) VALUE ZERO.
       01 WS-PROGRAM-NAME     PIC X(08) VALUE 'MARKSAGG'.
       01 WS-OPERATOR-ID      PIC X(08).
       01 WS-OPERATOR-NAME    PIC X(15).
       01 WS-AUTH-LEVEL       PIC 9(01) VALUE ZERO.
       01 WS-SIGNON-RESULT    PIC X(01).
               88 SIGNON-OK         VALUE 'Y'.
       01 WS-MARKS-AUTH       PIC X(01) VALUE 'N'.
               88 MARKS-AUTHORISED  VALUE 'Y'.
       01 WS-SUBJ-ENTRY-FLAG  PIC X(01) VALUE 'N'.
               88 SUBJECT-ENTRY-OK  VALUE 'Y'.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ACCEPT WS-START-TIME FROM TIME.
       CALL 'SCHPROF' USING SCHOOL-PROFILE.
       CALL 'OPSIGNON' USING WS-OPERATOR-ID WS-OPERATOR-NAME
           WS-AUTH-LEVEL WS-SIGNON-RESULT WS-PROGRAM-NAME.
       IF NOT SIGNON-OK
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT MARKS-INPUT-FILE.
       IF WS-MARKSIN-STATUS = '00'
           MOVE 'Y' TO WS-FILE-MODE
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       IF INTERNAL-ASSESSMENT-RUN
           DISPLAY 'INTERNAL ASSESSMENT IS POSTED FROM THE HOMEWORK '
               'SCORES BY HWKIAPST - MARKS ENTRY REFUSED'
           IF MARKS-INPUT-FROM-FILE
               CLOSE MARKS-INPUT-FILE
           END-IF
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LOAD-TEACHER-MASTER.
       PERFORM LOAD-SUBJECT-TEACHER-REF.
       PERFORM LOAD-SUBJECT-MASTER.
       OPEN INPUT QUESTION-MARKS-FILE.
       IF WS-QMARKS-STATUS = '00'
           MOVE 'Y' TO WS-QMARKS-OPEN
       END-IF.
       IF NOT MARKS-INPUT-FROM-FILE
           PERFORM LOAD-CHECKPOINT
       END-IF.
           PERFORM ACCEPT-CLASS-FROM-TERMINAL
       END-IF.
       CLOSE MARK-SHEET-REPORT.
       IF QMARKS-ON-FILE
           CLOSE QUESTION-MARKS-FILE
       END-IF.
       IF NOT MARKS-INPUT-FROM-FILE
           PERFORM CLEAR-CHECKPOINT
       END-IF.
                    UNTIL J > WS-NUM-SUBJECTS
                    SET SUBJ-INDEX TO J
                    ACCEPT SUBJ-CODE (STD-INDEX, SUBJ-INDEX)
                    PERFORM VALIDATE-KEYED-SUBJECT
                    PERFORM UNTIL SUBJECT-ENTRY-OK
                        ACCEPT SUBJ-CODE (STD-INDEX, SUBJ-INDEX)
                        PERFORM VALIDATE-KEYED-SUBJECT
                    END-PERFORM
                    DISPLAY 'ABSENT FOR THIS SUBJECT ? (Y/N) : '
                    ACCEPT WS-ABSENT-YN
                        MOVE ' ' TO
                            SUBJ-ABSENT (STD-INDEX, SUBJ-INDEX)
                        PERFORM ACCEPT-AND-VERIFY-SUBJ-MARKS
                        PERFORM CHECK-KEYED-AGAINST-QUESTIONS
                        ACCEPT SUBJ-CREDITS (STD-INDEX, SUBJ-INDEX)
                        ADD SUBJ-MARKS (STD-INDEX, SUBJ-INDEX)
                            TO STD-TOTAL-MARKS (STD-INDEX)
                END-IF
           END-PERFORM.

      * A subject keyed at the terminal must be on the subject master
      * (when one is loaded), taken by the student and assigned to the
      * operator; each fresh keying goes through all three again.
       VALIDATE-KEYED-SUBJECT.
           MOVE 'N' TO WS-SUBJ-ENTRY-FLAG.
           MOVE SUBJ-CODE (STD-INDEX, SUBJ-INDEX)
               TO WS-LOOKUP-SUBJ-CODE.
           PERFORM LOOKUP-SUBJECT-MASTER.
           IF NOT SUBJECT-ON-MASTER AND WS-SUBJMST-COUNT NOT = ZERO
               DISPLAY 'UNKNOWN SUBJECT CODE : '
                   WS-LOOKUP-SUBJ-CODE ', RE-ENTER : '
           ELSE
               CALL 'ENROLCHK' USING STU-NO WS-ENROL-CLASS
                   WS-LOOKUP-SUBJ-CODE WS-ENROL-RESULT
               IF NOT-ENROLLED-IN-SUBJ
                   DISPLAY 'STUDENT HAS NOT CHOSEN ELECTIVE '
                       WS-LOOKUP-SUBJ-CODE ', RE-ENTER : '
               ELSE
                   CALL 'MARKAUTH' USING WS-OPERATOR-ID
                       WS-PROGRAM-NAME STU-NO WS-LOOKUP-SUBJ-CODE
                       WS-MARKS-AUTH
                   IF MARKS-AUTHORISED
                       MOVE 'Y' TO WS-SUBJ-ENTRY-FLAG
                   ELSE
                       DISPLAY 'SUBJECT ' WS-LOOKUP-SUBJ-CODE
                           ' NOT ASSIGNED TO YOU, RE-ENTER : '
                   END-IF
               END-IF
           END-IF.

       PROCESS-MARKS-INPUT-FILE.
           PERFORM UNTIL END-OF-MARKS-INPUT
               READ MARKS-INPUT-FILE
           ELSE
               MOVE MIN-SUBJ-CODE TO WS-LOOKUP-SUBJ-CODE
               PERFORM LOOKUP-SUBJECT-MASTER
               MOVE MIN-STU-NO    TO WS-QM-STU-NO
               MOVE MIN-SUBJ-CODE TO WS-QM-SUBJ-CODE
               PERFORM SUM-QUESTION-MARKS
               CALL 'ENROLCHK' USING MIN-STU-NO WS-ENROL-CLASS
                   MIN-SUBJ-CODE WS-ENROL-RESULT
               CALL 'MARKAUTH' USING WS-OPERATOR-ID WS-PROGRAM-NAME
                   MIN-STU-NO MIN-SUBJ-CODE WS-MARKS-AUTH
               IF WS-SUBJMST-COUNT > ZERO
                   AND NOT SUBJECT-ON-MASTER
                   DISPLAY 'UNKNOWN SUBJECT CODE FOR STU-NO '
                   MOVE 'UNKNOWN SUBJECT CODE' TO WS-REJ-REASON
                   PERFORM WRITE-MARKS-REJECT
               ELSE
               IF NOT MARKS-AUTHORISED
                   DISPLAY 'SUBJECT ' MIN-SUBJ-CODE ' FOR STU-NO '
                       MIN-STU-NO ' NOT ASSIGNED TO THE OPERATOR, '
                       'LINE REJECTED'
                   MOVE 'NOT ASSIGNED TO OPERATOR' TO WS-REJ-REASON
                   PERFORM WRITE-MARKS-REJECT
               ELSE
               IF NOT-ENROLLED-IN-SUBJ
                   DISPLAY 'STU-NO ' MIN-STU-NO ' HAS NOT CHOSEN '
                       'ELECTIVE ' MIN-SUBJ-CODE ', LINE REJECTED'
                   MOVE 'NOT ENROLLED IN SUBJECT' TO WS-REJ-REASON
                   PERFORM WRITE-MARKS-REJECT
               ELSE
               IF MIN-SUBJ-MARKS > 100
                   DISPLAY 'INVALID MARKS (0-100) FOR STU-NO '
                       MIN-STU-NO ' SUBJECT ' MIN-SUBJ-CODE
                       MIN-SUBJ-CODE ', LINE REJECTED'
                   MOVE 'MARKS EXCEED SUBJECT MAX' TO WS-REJ-REASON
                   PERFORM WRITE-MARKS-REJECT
               ELSE
               IF QUESTION-ROWS-FOUND
                   AND NOT MIN-SUBJECT-ABSENT
                   AND MIN-SUBJ-MARKS NOT = WS-QM-TOTAL
                   DISPLAY 'MARKS DISAGREE WITH QUESTION-WISE TOTAL '
                       WS-QM-TOTAL ' FOR STU-NO ' MIN-STU-NO
                       ' SUBJECT ' MIN-SUBJ-CODE ', LINE REJECTED'
                   MOVE 'QUESTION MARKS NOT BALANCED' TO WS-REJ-REASON
                   PERFORM WRITE-MARKS-REJECT
               ELSE
                   ADD 1 TO WS-SUBJ-SEQ
                   SET SUBJ-INDEX TO WS-SUBJ-SEQ
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       FINALIZE-CURRENT-STUDENT.
           OPEN I-O MARKS-DETAIL-OUT.
           IF WS-DETAIL-STATUS NOT = '00'
               OPEN OUTPUT MARKS-DETAIL-OUT
               CLOSE MARKS-DETAIL-OUT
               OPEN I-O MARKS-DETAIL-OUT
           END-IF.
           PERFORM VARYING SUBJ-INDEX FROM 1 BY 1
               UNTIL SUBJ-INDEX > WS-NUM-SUBJECTS
      * place instead of stacking duplicates.
                   WRITE MARKS-DETAIL-LINE
                       INVALID KEY
                           PERFORM REWRITE-UNLESS-CANCELLED
                   END-WRITE
                   ADD 1 TO WS-DETAIL-COUNT
               END-IF
           END-PERFORM.
           CLOSE MARKS-DETAIL-OUT.

      * A sitting cancelled for unfair means stays at zero whatever
      * is keyed against it afterwards.
       REWRITE-UNLESS-CANCELLED.
           MOVE MARKS-DETAIL-LINE TO WS-DETAIL-SAVE.
           READ MARKS-DETAIL-OUT
               INVALID KEY
                   MOVE SPACE TO DTL-ABSENT-FLAG
           END-READ.
           IF DTL-MARKS-CANCELLED
               DISPLAY 'SUBJECT ' DTL-SUBJ-CODE
                   ' CANCELLED FOR UNFAIR MEANS - MARKS NOT STORED'
           ELSE
               MOVE WS-DETAIL-SAVE TO MARKS-DETAIL-LINE
               REWRITE MARKS-DETAIL-LINE
           END-IF.

       ACCEPT-AND-VERIFY-SUBJ-MARKS.
           ACCEPT SUBJ-MARKS (STD-INDEX, SUBJ-INDEX).
           PERFORM UNTIL SUBJ-MARKS-VALID (STD-INDEX, SUBJ-INDEX)
               ACCEPT WS-VERIFY-MARKS
           END-PERFORM.

       CHECK-KEYED-AGAINST-QUESTIONS.
           MOVE STU-NO TO WS-QM-STU-NO.
           MOVE SUBJ-CODE (STD-INDEX, SUBJ-INDEX) TO WS-QM-SUBJ-CODE.
           PERFORM SUM-QUESTION-MARKS.
           PERFORM UNTIL NOT QUESTION-ROWS-FOUND
               OR SUBJ-MARKS (STD-INDEX, SUBJ-INDEX) = WS-QM-TOTAL
               DISPLAY 'MARKS DISAGREE WITH QUESTION-WISE TOTAL '
                   WS-QM-TOTAL ' ON QMARKS.IDX, RE-ENTER : '
               PERFORM ACCEPT-AND-VERIFY-SUBJ-MARKS
           END-PERFORM.

      * A paper keyed question-wise through QMARKENT has its rows on
      * QMARKS.IDX under the same DTL-KEY; the subject total posts
      * only when it balances to their sum.
       SUM-QUESTION-MARKS.
           MOVE ZERO TO WS-QM-LINES.
           MOVE ZERO TO WS-QM-TOTAL.
           IF QMARKS-ON-FILE
               MOVE WS-QM-STU-NO    TO QM-STU-NO
               MOVE RUN-TERM-CODE   TO QM-TERM-CODE
               MOVE WS-QM-SUBJ-CODE TO QM-SUBJ-CODE
               IF RUN-EXAM-TYPE = SPACE
                   MOVE 'F' TO WS-QM-EXAM-TYPE
               ELSE
                   MOVE RUN-EXAM-TYPE TO WS-QM-EXAM-TYPE
               END-IF
               MOVE WS-QM-EXAM-TYPE TO QM-EXAM-TYPE
               MOVE 'T'  TO QM-COMPONENT
               MOVE ZERO TO QM-QUESTION-NO
               MOVE 'N'  TO WS-QMARKS-EOF-FLAG
               START QUESTION-MARKS-FILE KEY IS NOT LESS THAN QM-KEY
                   INVALID KEY
                       SET END-OF-QUESTION-ROWS TO TRUE
               END-START
               PERFORM UNTIL END-OF-QUESTION-ROWS
                   READ QUESTION-MARKS-FILE NEXT RECORD
                       AT END
                           SET END-OF-QUESTION-ROWS TO TRUE
                       NOT AT END
                           IF QM-STU-NO = WS-QM-STU-NO
                               AND QM-TERM-CODE = RUN-TERM-CODE
                               AND QM-SUBJ-CODE = WS-QM-SUBJ-CODE
                               AND QM-EXAM-TYPE = WS-QM-EXAM-TYPE
                               AND QM-COMPONENT = 'T'
                               ADD 1 TO WS-QM-LINES
                               ADD QM-MARKS-SCORED TO WS-QM-TOTAL
                           ELSE
                               SET END-OF-QUESTION-ROWS TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CALCULATE-STUDENT-GPA.
           MOVE ZERO TO WS-GPA-NUM-SUBJECTS.
           PERFORM VARYING SUBJ-INDEX FROM 1 BY 1
