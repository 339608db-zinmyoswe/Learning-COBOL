      ******************************************************************
      * Author:
      * Date:
      * Purpose: Question-wise marks capture for one exam paper. The
      *          teacher keys the paper pattern once - number of
      *          questions and the maximum of each, which must add up
      *          to the subject maximum on SUBJMST.DAT - then, per
      *          student, the marks scored on every question (999
      *          for a question not attempted). Each question lands on
      *          QMARKS.IDX under the student's MARKSDTL.IDX DTL-KEY
      *          for the run-control term and exam (theory component);
      *          re-keying a student overwrites the rows. The
      *          session prints each student's question total to
      *          QMARKENT.RPT - MARKSAGG will not post a subject total
      *          that disagrees with it. ITEMANAL analyses the rows.
      *          Refused for a closed term, as marks entry is. The
      *          operator signs on, and a student whose subject,
      *          class and section are not assigned to the
      *          operator's teacher id (MARKAUTH) is refused before
      *          any question is keyed - journaled and shown on the
      *          register - unless the operator is an authorised
      *          data-entry clerk.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. QMARKENT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT QUESTION-MARKS-FILE ASSIGN TO "QMARKS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QM-KEY
               FILE STATUS IS WS-QMARKS-STATUS.
           SELECT SUBJECT-MASTER-FILE ASSIGN TO "SUBJMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBJMST-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT CAPTURE-REGISTER ASSIGN TO "QMARKENT.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  QUESTION-MARKS-FILE.
           COPY QMARKSR.

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

       FD  CAPTURE-REGISTER.
       01 CAPTURE-REGISTER-LINE PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-QMARKS-STATUS   PIC X(02) VALUE '00'.
       01 WS-SUBJMST-STATUS  PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-REGISTER-STATUS PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-PROGRAM-NAME    PIC X(08) VALUE 'QMARKENT'.
       01 WS-OPERATOR-ID     PIC X(08).
       01 WS-OPERATOR-NAME   PIC X(15).
       01 WS-AUTH-LEVEL      PIC 9(01) VALUE ZERO.
       01 WS-SIGNON-RESULT   PIC X(01).
           88 SIGNON-OK        VALUE 'Y'.
       01 WS-MARKS-AUTH      PIC X(01) VALUE 'N'.
           88 MARKS-AUTHORISED VALUE 'Y'.
       01 WS-REFUSED-COUNT   PIC 9(03) VALUE ZERO.
       01 WS-TERM-STATE      PIC X(01) VALUE 'U'.
           88 TERM-IS-CLOSED   VALUE 'C'.
       01 WS-EXAM-TYPE       PIC X(01).
       01 WS-WORK-SUBJ       PIC X(04).
       01 WS-SUBJ-FOUND      PIC X(01) VALUE 'N'.
           88 SUBJECT-ON-MASTER VALUE 'Y'.
       01 WS-SUBJ-MAX        PIC 9(03) VALUE ZERO.
       01 WS-QUESTION-COUNT  PIC 9(02) VALUE ZERO.
       01 WS-PATTERN-TABLE.
           05 WS-PT-MAX OCCURS 30 TIMES INDEXED BY PT-INDEX
                                  PIC 9(03).
       01 WS-PATTERN-TOTAL   PIC 9(04) VALUE ZERO.
       01 WS-PATTERN-FLAG    PIC X(01) VALUE 'N'.
           88 PATTERN-AGREES   VALUE 'Y'.
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-WORK-MARKS      PIC 9(03).
           88 NOT-ATTEMPTED    VALUE 999.
       01 WS-QUESTION-NO     PIC 9(02).
       01 WS-STUDENT-TOTAL   PIC 9(04) VALUE ZERO.
       01 WS-SKIPPED-COUNT   PIC 9(02) VALUE ZERO.
       01 WS-STUDENT-COUNT   PIC 9(03) VALUE ZERO.
       01 WS-ROWS-WRITTEN    PIC 9(05) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM LOAD-RUN-CONTROL.
           PERFORM OPERATOR-SIGN-ON.
           CALL 'TERMCHK' USING RUN-TERM-CODE WS-TERM-STATE.
           IF TERM-IS-CLOSED
               DISPLAY 'TERM ' RUN-TERM-CODE ' IS CLOSED - MARKS ENTRY '
                   'REFUSED (SUPERVISOR REOPEN VIA TERMCTL)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'ENTER SUBJECT CODE : '.
           ACCEPT WS-WORK-SUBJ.
           PERFORM LOOK-UP-SUBJECT.
           IF NOT SUBJECT-ON-MASTER
               DISPLAY 'SUBJECT ' WS-WORK-SUBJ ' NOT ON SUBJMST.DAT - '
                   'CAPTURE REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ACCEPT-PAPER-PATTERN.
           PERFORM UNTIL PATTERN-AGREES
               DISPLAY 'QUESTION MAXIMA ADD UP TO ' WS-PATTERN-TOTAL
                   ', SUBJECT MAXIMUM IS ' WS-SUBJ-MAX
                   ' - RE-ENTER THE PATTERN'
               PERFORM ACCEPT-PAPER-PATTERN
           END-PERFORM.
           OPEN I-O QUESTION-MARKS-FILE.
           IF WS-QMARKS-STATUS NOT = '00'
               OPEN OUTPUT QUESTION-MARKS-FILE
               CLOSE QUESTION-MARKS-FILE
               OPEN I-O QUESTION-MARKS-FILE
           END-IF.
           OPEN EXTEND CAPTURE-REGISTER.
           IF WS-REGISTER-STATUS NOT = '00'
               OPEN OUTPUT CAPTURE-REGISTER
           END-IF.
           PERFORM WRITE-REGISTER-HEADING.
           DISPLAY 'KEY QUESTION-WISE MARKS - STU-NO 0 ENDS'.
           DISPLAY 'ENTER STU-NO (0 TO END) : '.
           ACCEPT WS-WORK-STU-NO.
           PERFORM UNTIL WS-WORK-STU-NO = ZERO
               CALL 'MARKAUTH' USING WS-OPERATOR-ID WS-PROGRAM-NAME
                   WS-WORK-STU-NO WS-WORK-SUBJ WS-MARKS-AUTH
               IF MARKS-AUTHORISED
                   PERFORM CAPTURE-ONE-STUDENT
               ELSE
                   PERFORM REGISTER-REFUSED-STUDENT
               END-IF
               DISPLAY 'ENTER STU-NO (0 TO END) : '
               ACCEPT WS-WORK-STU-NO
           END-PERFORM.
           PERFORM WRITE-REGISTER-FOOTING.
           CLOSE CAPTURE-REGISTER.
           CLOSE QUESTION-MARKS-FILE.
           DISPLAY 'STUDENTS KEYED : ' WS-STUDENT-COUNT
               '  QUESTION ROWS : ' WS-ROWS-WRITTEN
               '  REFUSED : ' WS-REFUSED-COUNT.
           IF WS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPERATOR-SIGN-ON.
           CALL 'OPSIGNON' USING WS-OPERATOR-ID WS-OPERATOR-NAME
               WS-AUTH-LEVEL WS-SIGNON-RESULT WS-PROGRAM-NAME.
           IF NOT SIGNON-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = '00'
               READ RUN-CONTROL-FILE
                   NOT AT END
                       DISPLAY 'RUN CONTROL - TERM : ' RUN-TERM-CODE
                           ' RUN-DATE : ' RUN-DATE
                           ' EXAM : ' RUN-EXAM-TYPE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF RUN-EXAM-TYPE = SPACE
               MOVE 'F' TO WS-EXAM-TYPE
           ELSE
               MOVE RUN-EXAM-TYPE TO WS-EXAM-TYPE
           END-IF.

       LOOK-UP-SUBJECT.
           MOVE 'N' TO WS-SUBJ-FOUND.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SUBJECT-MASTER-FILE.
           IF WS-SUBJMST-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SUBJECT-MASTER-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF SM-SUBJ-CODE = WS-WORK-SUBJ
                               MOVE 'Y' TO WS-SUBJ-FOUND
                               MOVE SM-MAX-MARKS TO WS-SUBJ-MAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBJECT-MASTER-FILE
           ELSE
               DISPLAY 'NO SUBJECT MASTER ON FILE'
           END-IF.

       ACCEPT-PAPER-PATTERN.
           MOVE 'N' TO WS-PATTERN-FLAG.
           MOVE ZERO TO WS-PATTERN-TOTAL.
           DISPLAY 'NUMBER OF QUESTIONS ON THE PAPER (1-30) : '.
           ACCEPT WS-QUESTION-COUNT.
           PERFORM UNTIL WS-QUESTION-COUNT > ZERO
               AND WS-QUESTION-COUNT <= 30
               DISPLAY 'MUST BE 1-30, RE-ENTER : '
               ACCEPT WS-QUESTION-COUNT
           END-PERFORM.
           PERFORM VARYING PT-INDEX FROM 1 BY 1
               UNTIL PT-INDEX > WS-QUESTION-COUNT
               SET WS-QUESTION-NO TO PT-INDEX
               DISPLAY 'MAXIMUM MARKS FOR QUESTION '
                   WS-QUESTION-NO ' : '
               ACCEPT WS-PT-MAX (PT-INDEX)
               ADD WS-PT-MAX (PT-INDEX) TO WS-PATTERN-TOTAL
           END-PERFORM.
           IF WS-PATTERN-TOTAL = WS-SUBJ-MAX
               MOVE 'Y' TO WS-PATTERN-FLAG
           END-IF.

       REGISTER-REFUSED-STUDENT.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE SPACES TO CAPTURE-REGISTER-LINE.
           STRING WS-WORK-STU-NO
               ' ** NOT ASSIGNED TO THIS OPERATOR, NOT KEYED **'
               DELIMITED BY SIZE INTO CAPTURE-REGISTER-LINE.
           WRITE CAPTURE-REGISTER-LINE.

       CAPTURE-ONE-STUDENT.
           MOVE ZERO TO WS-STUDENT-TOTAL.
           MOVE ZERO TO WS-SKIPPED-COUNT.
           PERFORM VARYING PT-INDEX FROM 1 BY 1
               UNTIL PT-INDEX > WS-QUESTION-COUNT
               PERFORM CAPTURE-ONE-QUESTION
           END-PERFORM.
           ADD 1 TO WS-STUDENT-COUNT.
           DISPLAY 'QUESTION TOTAL FOR ' WS-WORK-STU-NO ' : '
               WS-STUDENT-TOTAL ' - KEY THIS AS THE SUBJECT MARKS'.
           MOVE SPACES TO CAPTURE-REGISTER-LINE.
           STRING WS-WORK-STU-NO '  TOTAL ' WS-STUDENT-TOTAL
               '  NOT ATTEMPTED ' WS-SKIPPED-COUNT
               DELIMITED BY SIZE INTO CAPTURE-REGISTER-LINE.
           WRITE CAPTURE-REGISTER-LINE.

       CAPTURE-ONE-QUESTION.
           SET WS-QUESTION-NO TO PT-INDEX.
           DISPLAY 'Q' WS-QUESTION-NO ' MARKS (MAX '
               WS-PT-MAX (PT-INDEX) ', 999 = NOT ATTEMPTED) : '.
           ACCEPT WS-WORK-MARKS.
           PERFORM UNTIL WS-WORK-MARKS <= WS-PT-MAX (PT-INDEX)
               OR NOT-ATTEMPTED
               DISPLAY 'EXCEEDS THE QUESTION MAXIMUM, RE-ENTER : '
               ACCEPT WS-WORK-MARKS
           END-PERFORM.
           MOVE WS-WORK-STU-NO TO QM-STU-NO.
           MOVE RUN-TERM-CODE  TO QM-TERM-CODE.
           MOVE WS-WORK-SUBJ   TO QM-SUBJ-CODE.
           MOVE WS-EXAM-TYPE   TO QM-EXAM-TYPE.
           MOVE 'T'            TO QM-COMPONENT.
           MOVE WS-QUESTION-NO TO QM-QUESTION-NO.
           MOVE WS-PT-MAX (PT-INDEX) TO QM-MAX-MARKS.
           IF NOT-ATTEMPTED
               MOVE ZERO TO QM-MARKS-SCORED
               MOVE 'S'  TO QM-ATTEMPT-FLAG
           ELSE
               MOVE WS-WORK-MARKS TO QM-MARKS-SCORED
               MOVE 'A'  TO QM-ATTEMPT-FLAG
           END-IF.
           WRITE QUESTION-MARKS-LINE
               INVALID KEY
                   REWRITE QUESTION-MARKS-LINE
           END-WRITE.
           IF WS-QMARKS-STATUS NOT = '00'
               DISPLAY 'Q' WS-QUESTION-NO ' NOT SAVED, QMARKS.IDX '
                   'STATUS : ' WS-QMARKS-STATUS
           ELSE
               ADD 1 TO WS-ROWS-WRITTEN
               IF NOT-ATTEMPTED
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   ADD WS-WORK-MARKS TO WS-STUDENT-TOTAL
               END-IF
           END-IF.

       WRITE-REGISTER-HEADING.
           MOVE ALL '=' TO CAPTURE-REGISTER-LINE.
           WRITE CAPTURE-REGISTER-LINE.
           MOVE SPACES TO CAPTURE-REGISTER-LINE.
           STRING 'QUESTION-WISE MARKS CAPTURE - SUBJECT '
               WS-WORK-SUBJ '  TERM ' RUN-TERM-CODE
               '  EXAM ' WS-EXAM-TYPE
               DELIMITED BY SIZE INTO CAPTURE-REGISTER-LINE.
           WRITE CAPTURE-REGISTER-LINE.
           MOVE SPACES TO CAPTURE-REGISTER-LINE.
           STRING 'QUESTIONS ' WS-QUESTION-COUNT
               '  PAPER MAXIMUM ' WS-SUBJ-MAX
               DELIMITED BY SIZE INTO CAPTURE-REGISTER-LINE.
           WRITE CAPTURE-REGISTER-LINE.
           MOVE ALL '-' TO CAPTURE-REGISTER-LINE.
           WRITE CAPTURE-REGISTER-LINE.

       WRITE-REGISTER-FOOTING.
           MOVE ALL '-' TO CAPTURE-REGISTER-LINE.
           WRITE CAPTURE-REGISTER-LINE.
           MOVE SPACES TO CAPTURE-REGISTER-LINE.
           STRING 'STUDENTS KEYED ' WS-STUDENT-COUNT
               '  QUESTION ROWS ' WS-ROWS-WRITTEN
               '  REFUSED ' WS-REFUSED-COUNT
               DELIMITED BY SIZE INTO CAPTURE-REGISTER-LINE.
           WRITE CAPTURE-REGISTER-LINE.
           MOVE ALL '=' TO CAPTURE-REGISTER-LINE.
           WRITE CAPTURE-REGISTER-LINE.
      ** add other procedures here
       END PROGRAM QMARKENT.
