      * Date:
      * Purpose: Apply a marks-correction transaction to one STUDENT-
      *          MASTER record by STU-NO, logging the before/after
      *          STU-MARKS to an audit trail file. A subject
      *          correction to a paper keyed question-wise on
      *          QMARKS.IDX is refused unless it agrees with the
      *          question total - re-key the questions first. A
      *          subject cancelled for unfair means (UFMCASE) cannot
      *          be corrected. A subject correction is taken only
      *          from a teacher assigned that subject, class and
      *          section on SUBJTCHR.DAT or an authorised data-entry
      *          clerk, and a whole-record correction or reversal
      *          only from the clerk (MARKAUTH) - refusals are
      *          journaled for the SECVIOL report.
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
           SELECT REEVAL-WORK ASSIGN TO "REEVALW.TMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVWRK-STATUS.
       FD  MARKS-DETAIL-FILE.
           COPY MRKDTLR.

       FD  QUESTION-MARKS-FILE.
           COPY QMARKSR.

       FD  REEVAL-WORK.
       01 REEVAL-WORK-LINE       PIC X(40).

       01 WS-DETAIL-EOF-FLAG PIC X(01) VALUE 'N'.
           88 END-OF-MARKS-DETAIL VALUE 'Y'.
       01 WS-REVWRK-STATUS   PIC X(02) VALUE '00'.
       01 WS-QMARKS-STATUS   PIC X(02) VALUE '00'.
       01 WS-QMARKS-EOF-FLAG PIC X(01) VALUE 'N'.
           88 END-OF-QUESTION-ROWS VALUE 'Y'.
       01 WS-QM-LINES        PIC 9(02) VALUE ZERO.
           88 QUESTION-ROWS-FOUND VALUE 1 THRU 99.
       01 WS-QM-TOTAL        PIC 9(04) VALUE ZERO.
       01 WS-CORRECT-TERM    PIC 9(02).
       01 WS-CORRECT-SUBJ    PIC X(04).
       01 WS-CORRECT-EXAM    PIC X(01).
           88 OVERRIDE-GRANTED VALUE 'Y'.
       01 WS-SUBJ-FOUND      PIC X(01) VALUE 'N'.
           88 SUBJECT-LINE-FOUND VALUE 'Y'.
       01 WS-SUBJ-CANCELLED  PIC X(01) VALUE 'N'.
           88 SUBJECT-LINE-CANCELLED VALUE 'Y'.
       01 WS-OTHER-EXAMS     PIC X(01) VALUE 'N'.
           88 TERM-HAS-OTHER-EXAMS VALUE 'Y'.
       01 WS-SUBJ-BEFORE     PIC 9(03).
           88 SUPERVISOR-LEVEL VALUE 2 THRU 9.
       01 WS-SIGNON-RESULT   PIC X(01).
           88 SIGNON-OK        VALUE 'Y'.
       01 WS-MARKS-AUTH      PIC X(01) VALUE 'N'.
           88 MARKS-AUTHORISED VALUE 'Y'.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               STOP RUN
           END-IF.

       CHECK-MARKS-AUTHORITY.
      * Refused like an out-of-scope override - nothing is applied
      * and MARKAUTH has already journaled the attempt.
           CALL 'MARKAUTH' USING WS-OPERATOR-ID WS-PROGRAM-NAME
               WS-CORRECT-STU-NO WS-CORRECT-SUBJ WS-MARKS-AUTH.
           IF NOT MARKS-AUTHORISED
               PERFORM RELEASE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CORRECTION-TRANSACTION.
           DISPLAY 'ENTER STU-NO TO CORRECT : '.
           ACCEPT WS-CORRECT-STU-NO.
           PERFORM ENFORCE-OVERRIDE-SCOPE.
           MOVE SPACES TO WS-CORRECT-SUBJ.
           PERFORM CHECK-MARKS-AUTHORITY.
           DISPLAY 'ENTER CORRECTED MARKS : '.
           ACCEPT WS-NEW-MARKS.
           DISPLAY 'ENTER REASON FOR CORRECTION : '.
           DISPLAY 'ENTER STU-NO TO REVERSE : '.
           ACCEPT WS-CORRECT-STU-NO.
           PERFORM ENFORCE-OVERRIDE-SCOPE.
           MOVE SPACES TO WS-CORRECT-SUBJ.
           PERFORM CHECK-MARKS-AUTHORITY.
           PERFORM FIND-LAST-CORRECTION.
           IF NOT AUDIT-ENTRY-FOUND
               DISPLAY 'NO CORRECTION ON FILE TO REVERSE FOR STU-NO : '
           ACCEPT WS-CORRECT-TERM.
           DISPLAY 'ENTER SUBJECT CODE : '.
           ACCEPT WS-CORRECT-SUBJ.
           PERFORM CHECK-MARKS-AUTHORITY.
           DISPLAY 'ENTER EXAM TYPE (U/M/F) : '.
           ACCEPT WS-CORRECT-EXAM.
           DISPLAY 'ENTER COMPONENT (T THEORY / P PRACTICAL) : '.
                   'TERMCTL)'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM SUM-QUESTION-MARKS
               IF QUESTION-ROWS-FOUND
                   AND WS-NEW-MARKS NOT = WS-QM-TOTAL
                   DISPLAY 'CORRECTED MARKS DISAGREE WITH QUESTION-'
                       'WISE TOTAL ' WS-QM-TOTAL ' ON QMARKS.IDX - '
                       'RE-KEY THE QUESTIONS VIA QMARKENT FIRST'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM APPLY-SUBJECT-CORRECTION
               END-IF
           END-IF.

       APPLY-SUBJECT-CORRECTION.
           PERFORM CORRECT-DETAIL-STREAM.
           IF SUBJECT-LINE-FOUND
               PERFORM COMPUTE-DERIVED-FIGURES
               IF TERM-HAS-OTHER-EXAMS
                   PERFORM AUDIT-WITHOUT-ROLLUP
               ELSE
                   PERFORM UPDATE-MASTER-ROLLUP
               END-IF
               DISPLAY 'SUBJECT ' WS-CORRECT-SUBJ ' CORRECTED '
                   WS-SUBJ-BEFORE ' -> ' WS-NEW-MARKS
               DISPLAY 'RECOMPUTED TOTAL ' WS-NEW-TOTAL
                   ' PERCENT ' WS-NEW-PERCENT ' GPA '
                   WS-NEW-GPA
           ELSE
               IF SUBJECT-LINE-CANCELLED
                   DISPLAY 'SUBJECT ' WS-CORRECT-SUBJ ' CANCELLED '
                       'FOR UNFAIR MEANS (UFMCASE) - CORRECTION '
                       'REFUSED'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY 'NO MARKS DETAIL ON FILE FOR STU-NO '
                       WS-CORRECT-STU-NO ' TERM ' WS-CORRECT-TERM
               END-IF
           END-IF.

       SUM-QUESTION-MARKS.
           MOVE ZERO TO WS-QM-LINES.
           MOVE ZERO TO WS-QM-TOTAL.
           OPEN INPUT QUESTION-MARKS-FILE.
           IF WS-QMARKS-STATUS = '00'
               MOVE WS-CORRECT-STU-NO TO QM-STU-NO
               MOVE WS-CORRECT-TERM   TO QM-TERM-CODE
               MOVE WS-CORRECT-SUBJ   TO QM-SUBJ-CODE
               MOVE WS-CORRECT-EXAM   TO QM-EXAM-TYPE
               MOVE WS-CORRECT-COMP   TO QM-COMPONENT
               MOVE ZERO              TO QM-QUESTION-NO
               MOVE 'N' TO WS-QMARKS-EOF-FLAG
               START QUESTION-MARKS-FILE KEY IS NOT LESS THAN QM-KEY
                   INVALID KEY
                       SET END-OF-QUESTION-ROWS TO TRUE
               END-START
               PERFORM UNTIL END-OF-QUESTION-ROWS
                   READ QUESTION-MARKS-FILE NEXT RECORD
                       AT END
                           SET END-OF-QUESTION-ROWS TO TRUE
                       NOT AT END
                           IF QM-STU-NO = WS-CORRECT-STU-NO
                               AND QM-TERM-CODE = WS-CORRECT-TERM
                               AND QM-SUBJ-CODE = WS-CORRECT-SUBJ
                               AND QM-EXAM-TYPE = WS-CORRECT-EXAM
                               AND QM-COMPONENT = WS-CORRECT-COMP
                               ADD 1 TO WS-QM-LINES
                               ADD QM-MARKS-SCORED TO WS-QM-TOTAL
                           ELSE
                               SET END-OF-QUESTION-ROWS TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUESTION-MARKS-FILE
           END-IF.

       CORRECT-DETAIL-STREAM.
           MOVE 'N' TO WS-SUBJ-FOUND.
           MOVE 'N' TO WS-SUBJ-CANCELLED.
           MOVE 'N' TO WS-OTHER-EXAMS.
           MOVE 'N' TO WS-DETAIL-EOF-FLAG.
           MOVE ZERO TO WS-GPA-NUM-SUBJECTS.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
      * A sitting cancelled for unfair means is locked at zero.
                   IF DTL-MARKS-CANCELLED
                       MOVE 'Y' TO WS-SUBJ-CANCELLED
                   ELSE
                       MOVE 'Y' TO WS-SUBJ-FOUND
                       MOVE DTL-SUBJ-MARKS TO WS-SUBJ-BEFORE
                       MOVE WS-SUBJ-BEFORE TO WS-MARKS-BEFORE
                       MOVE WS-NEW-MARKS TO DTL-SUBJ-MARKS
                       MOVE ' ' TO DTL-ABSENT-FLAG
                       REWRITE MARKS-DETAIL-LINE
                           INVALID KEY
                               DISPLAY 'DETAIL REWRITE FAILED FOR '
                                   'STU-NO ' WS-CORRECT-STU-NO
                               MOVE 'N' TO WS-SUBJ-FOUND
                       END-REWRITE
                   END-IF
           END-READ.

       SCAN-STUDENT-TERM-ROWS.
