      ******************************************************************
      * Author:
      * Date:
      * Purpose: Elective combination exception report. Walks
      *          STUDENT.IDX and, for every active student of a class
      *          with electives on ELECRULE.DAT, checks the choices on
      *          STUSUBJ.DAT against the rules: too few or too many
      *          choices from an option group, a pair of electives
      *          that may not be taken together, a choice of a
      *          subject that is not an elective for the class, and a
      *          choice left over from an earlier class. Electives
      *          holding more students than their seat capacity are
      *          listed after the students. ELECEXC.RPT for the
      *          principal, ending RC 4 when anything is reported.
      *          Appends to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ELECCHK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
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
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT EXCEPTION-REPORT ASSIGN TO "ELECEXC.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  ELECTIVE-RULES.
           COPY ELECRULR.

       FD  ENROLMENT-FILE.
           COPY STUSUBJR.

       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  EXCEPTION-REPORT.
       01 EXCEPTION-REPORT-LINE PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-RULES-STATUS    PIC X(02) VALUE '00'.
       01 WS-ENROL-STATUS    PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08).
       01 WS-RUN-DATE-INT    PIC 9(08) VALUE ZERO.
       01 WS-RECORDS-READ    PIC 9(05) VALUE ZERO.
       01 WS-RULE-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-RULE-TABLE.
           05 WS-ER-ENTRY OCCURS 200 TIMES
               INDEXED BY ER-INDEX ER-LOOK.
               10 WS-ER-TYPE      PIC X(01).
               10 WS-ER-CLASS     PIC 9(02).
               10 WS-ER-SUBJ      PIC X(04).
               10 WS-ER-GROUP     PIC X(01).
               10 WS-ER-CAPACITY  PIC 9(03).
               10 WS-ER-MIN       PIC 9(01).
               10 WS-ER-MAX       PIC 9(01).
               10 WS-ER-OTHER     PIC X(04).
               10 WS-ER-TAKEN     PIC 9(04).
       01 WS-ENROL-COUNT     PIC 9(04) VALUE ZERO.
       01 WS-ENROL-TABLE.
           05 WS-SS-ENTRY OCCURS 3000 TIMES INDEXED BY SS-INDEX.
               10 WS-SS-STU-NO    PIC 9(05).
               10 WS-SS-CLASS     PIC 9(02).
               10 WS-SS-SUBJ      PIC X(04).
       01 WS-CLASS-FLAGS.
           05 WS-CLASS-HAS-ELECTIVES OCCURS 99 TIMES PIC X(01).
       01 WS-CHECK-CLASS     PIC 9(02).
       01 WS-CHECK-SUBJ      PIC X(04).
       01 WS-CHECK-GROUP     PIC X(01).
       01 WS-ELECTIVE-FOUND  PIC X(01).
           88 ELECTIVE-FOR-CLASS VALUE 'Y'.
       01 WS-ENROL-FOUND     PIC X(01).
           88 STUDENT-TAKES-SUBJ VALUE 'Y'.
       01 WS-OTHER-FOUND     PIC X(01).
       01 WS-GROUP-TAKEN     PIC 9(02).
       01 WS-STUDENT-LINES   PIC 9(02).
       01 WS-REASON          PIC X(42).
       01 WS-STUDENTS-CHECKED PIC 9(05) VALUE ZERO.
       01 WS-STUDENTS-FLAGGED PIC 9(05) VALUE ZERO.
       01 WS-EXCEPTION-COUNT PIC 9(05) VALUE ZERO.
       01 WS-OVERFULL-COUNT  PIC 9(03) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-START-TIME FROM TIME.
           CALL 'SCHPROF' USING SCHOOL-PROFILE.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM LOAD-RULE-TABLE.
           IF WS-RULE-COUNT = ZERO
               DISPLAY 'NO ELECTIVE RULES ON ELECRULE.DAT - EVERY '
                   'SUBJECT IS CORE, NOTHING TO CHECK'
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM LOAD-ENROLMENT-TABLE.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN STUDENT MASTER, STATUS : '
                   WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           OPEN OUTPUT EXCEPTION-REPORT.
           PERFORM WRITE-EXCEPTION-HEADING.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF (STU-ACTIVE OR STU-RESTORED)
                           AND STU-CLASS > ZERO
                           AND WS-CLASS-HAS-ELECTIVES (STU-CLASS)
                               = 'Y'
                           PERFORM CHECK-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT-MASTER.
           PERFORM WRITE-CAPACITY-SECTION.
           PERFORM WRITE-EXCEPTION-FOOTING.
           CLOSE EXCEPTION-REPORT.
           IF WS-EXCEPTION-COUNT > ZERO OR WS-OVERFULL-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'ELECTIVE CHECK COMPLETE - STUDENTS : '
               WS-STUDENTS-CHECKED ' FLAGGED : ' WS-STUDENTS-FLAGGED
               ' OVER CAPACITY : ' WS-OVERFULL-COUNT.
           PERFORM WRITE-RUN-LOG.
           GOBACK.

       LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = '00'
               READ RUN-CONTROL-FILE
                   NOT AT END
                       DISPLAY 'RUN CONTROL - TERM : ' RUN-TERM-CODE
                           ' RUN-DATE : ' RUN-DATE
                       MOVE RUN-DATE TO WS-RUN-DATE-INT
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-RUN-DATE-INT = ZERO
               ACCEPT WS-RUN-DATE-INT FROM DATE YYYYMMDD
           END-IF.

       LOAD-RULE-TABLE.
           MOVE ALL 'N' TO WS-CLASS-FLAGS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ELECTIVE-RULES.
           IF WS-RULES-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ELECTIVE-RULES
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           IF WS-RULE-COUNT < 200
                               PERFORM STORE-ONE-RULE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ELECTIVE-RULES
           END-IF.

       STORE-ONE-RULE.
           ADD 1 TO WS-RULE-COUNT.
           SET ER-INDEX TO WS-RULE-COUNT.
           MOVE ER-RULE-TYPE  TO WS-ER-TYPE (ER-INDEX).
           MOVE ER-CLASS      TO WS-ER-CLASS (ER-INDEX).
           MOVE ER-SUBJ-CODE  TO WS-ER-SUBJ (ER-INDEX).
           MOVE ER-GROUP      TO WS-ER-GROUP (ER-INDEX).
           MOVE ER-CAPACITY   TO WS-ER-CAPACITY (ER-INDEX).
           MOVE ER-MIN-PICK   TO WS-ER-MIN (ER-INDEX).
           MOVE ER-MAX-PICK   TO WS-ER-MAX (ER-INDEX).
           MOVE ER-OTHER-SUBJ TO WS-ER-OTHER (ER-INDEX).
           MOVE ZERO          TO WS-ER-TAKEN (ER-INDEX).
           IF ER-ELECTIVE AND ER-CLASS > ZERO
               MOVE 'Y' TO WS-CLASS-HAS-ELECTIVES (ER-CLASS)
           END-IF.

       LOAD-ENROLMENT-TABLE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ENROLMENT-FILE.
           IF WS-ENROL-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ENROLMENT-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           IF WS-ENROL-COUNT < 3000
                               ADD 1 TO WS-ENROL-COUNT
                               SET SS-INDEX TO WS-ENROL-COUNT
                               MOVE SS-STU-NO TO WS-SS-STU-NO (SS-INDEX)
                               MOVE SS-CLASS TO WS-SS-CLASS (SS-INDEX)
                               MOVE SS-SUBJ-CODE TO
                                   WS-SS-SUBJ (SS-INDEX)
                               PERFORM COUNT-SEAT-TAKEN
                           ELSE
                               DISPLAY 'ENROLMENT TABLE FULL - '
                                   SS-STU-NO ' ' SS-SUBJ-CODE
                                   ' NOT CHECKED'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLMENT-FILE
           END-IF.

       COUNT-SEAT-TAKEN.
           PERFORM VARYING ER-INDEX FROM 1 BY 1
               UNTIL ER-INDEX > WS-RULE-COUNT
               IF WS-ER-TYPE (ER-INDEX) = 'E'
                   AND WS-ER-CLASS (ER-INDEX) = SS-CLASS
                   AND WS-ER-SUBJ (ER-INDEX) = SS-SUBJ-CODE
                   ADD 1 TO WS-ER-TAKEN (ER-INDEX)
               END-IF
           END-PERFORM.

       CHECK-ONE-STUDENT.
           ADD 1 TO WS-STUDENTS-CHECKED.
           MOVE ZERO TO WS-STUDENT-LINES.
           MOVE STU-CLASS TO WS-CHECK-CLASS.
      * Choices that do not belong to the class the student is in.
           PERFORM VARYING SS-INDEX FROM 1 BY 1
               UNTIL SS-INDEX > WS-ENROL-COUNT
               IF WS-SS-STU-NO (SS-INDEX) = STU-NO IN STUDENT-DETAILS
                   IF WS-SS-CLASS (SS-INDEX) NOT = WS-CHECK-CLASS
                       MOVE SPACES TO WS-REASON
                       STRING WS-SS-SUBJ (SS-INDEX)
                           ' CHOSEN IN CLASS ' WS-SS-CLASS (SS-INDEX)
                           ' - NOT CARRIED OVER'
                           DELIMITED BY SIZE INTO WS-REASON
                       PERFORM WRITE-EXCEPTION-LINE
                   ELSE
                       MOVE WS-SS-SUBJ (SS-INDEX) TO WS-CHECK-SUBJ
                       PERFORM FIND-CLASS-ELECTIVE
                       IF NOT ELECTIVE-FOR-CLASS
                           MOVE SPACES TO WS-REASON
                           STRING WS-CHECK-SUBJ
                               ' IS NOT AN ELECTIVE FOR THE CLASS'
                               DELIMITED BY SIZE INTO WS-REASON
                           PERFORM WRITE-EXCEPTION-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      * Group limits and excluded pairs of the student's class.
           PERFORM VARYING ER-INDEX FROM 1 BY 1
               UNTIL ER-INDEX > WS-RULE-COUNT
               IF WS-ER-CLASS (ER-INDEX) = WS-CHECK-CLASS
                   EVALUATE WS-ER-TYPE (ER-INDEX)
                       WHEN 'G'
                           PERFORM CHECK-GROUP-LIMITS
                       WHEN 'X'
                           PERFORM CHECK-EXCLUDED-PAIR
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-STUDENT-LINES > ZERO
               ADD 1 TO WS-STUDENTS-FLAGGED
           END-IF.

       FIND-CLASS-ELECTIVE.
           MOVE 'N' TO WS-ELECTIVE-FOUND.
           MOVE SPACES TO WS-CHECK-GROUP.
           PERFORM VARYING ER-INDEX FROM 1 BY 1
               UNTIL ER-INDEX > WS-RULE-COUNT
               IF WS-ER-TYPE (ER-INDEX) = 'E'
                   AND WS-ER-CLASS (ER-INDEX) = WS-CHECK-CLASS
                   AND WS-ER-SUBJ (ER-INDEX) = WS-CHECK-SUBJ
                   MOVE 'Y' TO WS-ELECTIVE-FOUND
                   MOVE WS-ER-GROUP (ER-INDEX) TO WS-CHECK-GROUP
               END-IF
           END-PERFORM.

       FIND-STUDENT-CHOICE.
           MOVE 'N' TO WS-ENROL-FOUND.
           PERFORM VARYING SS-INDEX FROM 1 BY 1
               UNTIL SS-INDEX > WS-ENROL-COUNT
               IF WS-SS-STU-NO (SS-INDEX) = STU-NO IN STUDENT-DETAILS
                   AND WS-SS-CLASS (SS-INDEX) = WS-CHECK-CLASS
                   AND WS-SS-SUBJ (SS-INDEX) = WS-CHECK-SUBJ
                   MOVE 'Y' TO WS-ENROL-FOUND
               END-IF
           END-PERFORM.

       CHECK-GROUP-LIMITS.
           MOVE ZERO TO WS-GROUP-TAKEN.
           PERFORM VARYING SS-INDEX FROM 1 BY 1
               UNTIL SS-INDEX > WS-ENROL-COUNT
               IF WS-SS-STU-NO (SS-INDEX) = STU-NO IN STUDENT-DETAILS
                   AND WS-SS-CLASS (SS-INDEX) = WS-CHECK-CLASS
                   PERFORM COUNT-IF-IN-GROUP
               END-IF
           END-PERFORM.
           IF WS-GROUP-TAKEN < WS-ER-MIN (ER-INDEX)
               OR WS-GROUP-TAKEN > WS-ER-MAX (ER-INDEX)
               MOVE SPACES TO WS-REASON
               STRING 'GROUP ' WS-ER-GROUP (ER-INDEX) ' CHOSE '
                   WS-GROUP-TAKEN ', ALLOWED ' WS-ER-MIN (ER-INDEX)
                   ' TO ' WS-ER-MAX (ER-INDEX)
                   DELIMITED BY SIZE INTO WS-REASON
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      * Looks the choice up among the class's electives without
      * disturbing the rule index of the group being checked.
       COUNT-IF-IN-GROUP.
           PERFORM VARYING ER-LOOK FROM 1 BY 1
               UNTIL ER-LOOK > WS-RULE-COUNT
               IF WS-ER-TYPE (ER-LOOK) = 'E'
                   AND WS-ER-CLASS (ER-LOOK) = WS-CHECK-CLASS
                   AND WS-ER-SUBJ (ER-LOOK) = WS-SS-SUBJ (SS-INDEX)
                   AND WS-ER-GROUP (ER-LOOK) = WS-ER-GROUP (ER-INDEX)
                   ADD 1 TO WS-GROUP-TAKEN
               END-IF
           END-PERFORM.

       CHECK-EXCLUDED-PAIR.
           MOVE WS-ER-SUBJ (ER-INDEX) TO WS-CHECK-SUBJ.
           PERFORM FIND-STUDENT-CHOICE.
           MOVE WS-ENROL-FOUND TO WS-OTHER-FOUND.
           MOVE WS-ER-OTHER (ER-INDEX) TO WS-CHECK-SUBJ.
           PERFORM FIND-STUDENT-CHOICE.
           IF STUDENT-TAKES-SUBJ AND WS-OTHER-FOUND = 'Y'
               MOVE SPACES TO WS-REASON
               STRING WS-ER-SUBJ (ER-INDEX) ' TAKEN WITH '
                   WS-ER-OTHER (ER-INDEX) ' - NOT ALLOWED'
                   DELIMITED BY SIZE INTO WS-REASON
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-STUDENT-LINES.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           IF WS-STUDENT-LINES = 1
               STRING STU-NO IN STUDENT-DETAILS ' '
                   STU-NAME IN STUDENT-DETAILS ' '
                   STU-CLASS '-' STU-SECTION ' ' WS-REASON
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
           ELSE
               STRING '                            ' WS-REASON
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
           END-IF.
           WRITE EXCEPTION-REPORT-LINE.

       WRITE-EXCEPTION-HEADING.
           MOVE ALL '=' TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING '      ELECTIVE COMBINATION EXCEPTIONS - '
               WS-RUN-DATE-INT
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE ALL '-' TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE 'STU   NAME            CL S EXCEPTION'
               TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE ALL '-' TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.

       WRITE-CAPACITY-SECTION.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE 'ELECTIVES OVER SEAT CAPACITY' TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           PERFORM VARYING ER-INDEX FROM 1 BY 1
               UNTIL ER-INDEX > WS-RULE-COUNT
               IF WS-ER-TYPE (ER-INDEX) = 'E'
                   AND WS-ER-CAPACITY (ER-INDEX) > ZERO
                   AND WS-ER-TAKEN (ER-INDEX) >
                       WS-ER-CAPACITY (ER-INDEX)
                   ADD 1 TO WS-OVERFULL-COUNT
                   MOVE SPACES TO EXCEPTION-REPORT-LINE
                   STRING '  CLASS ' WS-ER-CLASS (ER-INDEX) ' '
                       WS-ER-SUBJ (ER-INDEX) ' CAPACITY '
                       WS-ER-CAPACITY (ER-INDEX) ' ENROLLED '
                       WS-ER-TAKEN (ER-INDEX)
                       DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
                   WRITE EXCEPTION-REPORT-LINE
               END-IF
           END-PERFORM.
           IF WS-OVERFULL-COUNT = ZERO
               MOVE '  NONE' TO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
           END-IF.

       WRITE-EXCEPTION-FOOTING.
           MOVE ALL '-' TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING 'STUDENTS CHECKED ' WS-STUDENTS-CHECKED
               '   FLAGGED ' WS-STUDENTS-FLAGGED
               '   EXCEPTIONS ' WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE 'PRINCIPAL SIGN.' TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE ALL '=' TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'ELECCHK'           TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE       TO RL-TERM-CODE.
           MOVE WS-RUN-DATE-INT     TO RL-RUN-DATE.
           MOVE WS-START-TIME       TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-RECORDS-READ     TO RL-RECORDS-READ.
           MOVE WS-STUDENTS-CHECKED TO RL-RECORDS-WRITTEN.
           MOVE WS-EXCEPTION-COUNT  TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE         TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM ELECCHK.
