      *          same class in the same date/session, validates the
      *          subject against SUBJMST.DAT and the date through
      *          DATEVAL, and lists a class's sheet on demand.
      *          Two electives of a class (ELECRULE.DAT) may share a
      *          date/session when no student on STUSUBJ.DAT has
      *          chosen both. A single student's sheet can be listed
      *          too, leaving out electives the student has not chosen
      *          (ENROLCHK). ADMITCRD prints these rows onto each
      *          admit card the same way. Make-up sittings MAKEUPEX
      *          books for single students are left out of the class
      *          sheets and the clash check.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SUBJECT-MASTER-FILE ASSIGN TO "SUBJMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBJMST-STATUS.
           SELECT ELECTIVE-RULES ASSIGN TO "ELECRULE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT ENROLMENT-FILE ASSIGN TO "STUSUBJ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENROL-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 SM-PRAC-MAX        PIC 9(03).
           05 SM-PRAC-PASS       PIC 9(03).

       FD  ELECTIVE-RULES.
           COPY ELECRULR.

       FD  ENROLMENT-FILE.
           COPY STUSUBJR.

       FD  STUDENT-MASTER.
           COPY STDRECD.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-SCHEDULE-STATUS PIC X(02) VALUE '00'.
       01 WS-SUBJMST-STATUS  PIC X(02) VALUE '00'.
       01 WS-RULES-STATUS    PIC X(02) VALUE '00'.
       01 WS-ENROL-STATUS    PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-MENU-CHOICE     PIC 9(01) VALUE ZERO.
           88 DONE-WITH-MENU   VALUE 4.
       01 WS-SCHED-COUNT     PIC 9(03) VALUE ZERO.
       01 WS-SCHEDULE-TABLE.
           05 WS-ES-ENTRY OCCURS 500 TIMES INDEXED BY ES-INDEX.
       01 WS-DATE-VALID      PIC X(01).
           88 DATE-IS-VALID    VALUE 'Y'.
       01 WS-LISTED-COUNT    PIC 9(03) VALUE ZERO.
       01 WS-OTHER-SUBJ      PIC X(04).
       01 WS-ELECTIVE-HITS   PIC 9(01).
       01 WS-SHARED-FLAG     PIC X(01).
           88 STUDENT-SITS-BOTH VALUE 'Y'.
       01 WS-CHOSE-FLAGS.
           05 WS-CHOSE-FLAG OCCURS 99999 TIMES PIC X(01).
       01 WS-STU-NO          PIC 9(05).
       01 WS-ENROL-RESULT    PIC X(01).
           88 NOT-ENROLLED-IN-SUBJ VALUE 'N'.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                   WHEN 2
                       PERFORM LIST-CLASS-DATE-SHEET
                   WHEN 3
                       PERFORM LIST-STUDENT-DATE-SHEET
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID CHOICE, TRY AGAIN'
           DISPLAY ' '.
           DISPLAY '1. ADD DATE-SHEET ENTRY'.
           DISPLAY '2. LIST A CLASS DATE-SHEET'.
           DISPLAY '3. LIST A STUDENT''S DATE-SHEET'.
           DISPLAY '4. EXIT'.
           DISPLAY 'ENTER CHOICE : '.

       LOAD-SCHEDULE-TABLE.
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-SCHED-COUNT < 500
                               AND ES-CLASS-SITTING
                               ADD 1 TO WS-SCHED-COUNT
                               SET ES-INDEX TO WS-SCHED-COUNT
                               MOVE ES-TERM-CODE TO
                   AND WS-ES-CLASS (ES-INDEX) = WS-WORK-CLASS
                   AND WS-ES-DATE (ES-INDEX) = WS-WORK-DATE
                   AND WS-ES-SESSION (ES-INDEX) = WS-WORK-SESSION
                   MOVE WS-ES-SUBJ (ES-INDEX) TO WS-OTHER-SUBJ
                   PERFORM CHECK-ELECTIVE-OVERLAP
                   IF WS-ELECTIVE-HITS = 2 AND NOT STUDENT-SITS-BOTH
                       DISPLAY 'SHARES SESSION WITH ELECTIVE '
                           WS-OTHER-SUBJ ' - NO STUDENT TAKES BOTH'
                   ELSE
                       MOVE 'Y' TO WS-CLASH-FLAG
                       DISPLAY 'CLASH - CLASS ' WS-WORK-CLASS
                           ' ALREADY SITS ' WS-OTHER-SUBJ
                           ' ON ' WS-WORK-DATE ' SESSION '
                           WS-WORK-SESSION
                   END-IF
               END-IF
           END-PERFORM.
           IF SESSION-CLASHES
               MOVE WS-WORK-DATE    TO ES-EXAM-DATE
               MOVE WS-WORK-SESSION TO ES-SESSION
               MOVE WS-WORK-DUR     TO ES-DURATION-MIN
               MOVE ZERO            TO ES-MAKEUP-STU-NO
               WRITE EXAM-SCHEDULE-RECORD
               CLOSE EXAM-SCHEDULE
               ADD 1 TO WS-SCHED-COUNT
               END-IF
           END-PERFORM.
           DISPLAY 'ENTRIES LISTED : ' WS-LISTED-COUNT.

      * Both subjects must be electives of the class before the
      * choices on STUSUBJ.DAT are looked at at all.
       CHECK-ELECTIVE-OVERLAP.
           MOVE ZERO TO WS-ELECTIVE-HITS.
           MOVE 'N' TO WS-SHARED-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ELECTIVE-RULES.
           IF WS-RULES-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ELECTIVE-RULES
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF ER-ELECTIVE
                               AND ER-CLASS = WS-WORK-CLASS
                               AND (ER-SUBJ-CODE = WS-WORK-SUBJ
                                 OR ER-SUBJ-CODE = WS-OTHER-SUBJ)
                               ADD 1 TO WS-ELECTIVE-HITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ELECTIVE-RULES
           END-IF.
           IF WS-ELECTIVE-HITS = 2
               MOVE ALL 'N' TO WS-CHOSE-FLAGS
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT ENROLMENT-FILE
               IF WS-ENROL-STATUS = '00'
                   PERFORM UNTIL END-OF-CURRENT-FILE
                       READ ENROLMENT-FILE
                           AT END
                               SET END-OF-CURRENT-FILE TO TRUE
                           NOT AT END
                               IF SS-CLASS = WS-WORK-CLASS
                                   AND SS-STU-NO > ZERO
                                   PERFORM NOTE-STUDENT-CHOICE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ENROLMENT-FILE
               END-IF
           END-IF.

       NOTE-STUDENT-CHOICE.
           IF SS-SUBJ-CODE = WS-WORK-SUBJ
               IF WS-CHOSE-FLAG (SS-STU-NO) = 'O'
                   MOVE 'Y' TO WS-SHARED-FLAG
               ELSE
                   MOVE 'W' TO WS-CHOSE-FLAG (SS-STU-NO)
               END-IF
           END-IF.
           IF SS-SUBJ-CODE = WS-OTHER-SUBJ
               IF WS-CHOSE-FLAG (SS-STU-NO) = 'W'
                   MOVE 'Y' TO WS-SHARED-FLAG
               ELSE
                   MOVE 'O' TO WS-CHOSE-FLAG (SS-STU-NO)
               END-IF
           END-IF.

       LIST-STUDENT-DATE-SHEET.
           DISPLAY 'ENTER TERM CODE : '.
           ACCEPT WS-WORK-TERM.
           DISPLAY 'ENTER STUDENT NUMBER : '.
           ACCEPT WS-STU-NO.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN STUDENT MASTER, STATUS : '
                   WS-MASTER-STATUS
           ELSE
               MOVE WS-STU-NO TO STU-NO IN STUDENT-DETAILS
               READ STUDENT-MASTER
                   KEY IS STU-NO IN STUDENT-DETAILS
                   INVALID KEY
                       DISPLAY 'STUDENT NOT FOUND : ' WS-STU-NO
                   NOT INVALID KEY
                       PERFORM LIST-STUDENT-ROWS
               END-READ
               CLOSE STUDENT-MASTER
           END-IF.

       LIST-STUDENT-ROWS.
           DISPLAY STU-NAME IN STUDENT-DETAILS ' CLASS ' STU-CLASS
               '-' STU-SECTION.
           MOVE ZERO TO WS-LISTED-COUNT.
           DISPLAY 'SUBJ DATE     S DUR'.
           PERFORM VARYING ES-INDEX FROM 1 BY 1
               UNTIL ES-INDEX > WS-SCHED-COUNT
               IF WS-ES-TERM (ES-INDEX) = WS-WORK-TERM
                   AND WS-ES-CLASS (ES-INDEX) = STU-CLASS
                   MOVE WS-ES-SUBJ (ES-INDEX) TO WS-WORK-SUBJ
                   CALL 'ENROLCHK' USING WS-STU-NO STU-CLASS
                       WS-WORK-SUBJ WS-ENROL-RESULT
                   IF NOT NOT-ENROLLED-IN-SUBJ
                       ADD 1 TO WS-LISTED-COUNT
                       DISPLAY WS-ES-SUBJ (ES-INDEX) ' '
                           WS-ES-DATE (ES-INDEX) ' '
                           WS-ES-SESSION (ES-INDEX) ' '
                           WS-ES-DUR (ES-INDEX)
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY 'ENTRIES LISTED : ' WS-LISTED-COUNT.
      ** add other procedures here
       END PROGRAM DATESHT.
