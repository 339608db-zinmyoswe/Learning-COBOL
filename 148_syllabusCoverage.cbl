      ******************************************************************
      * Author:
      * Date:
      * Purpose: Syllabus coverage report for the principal ahead of
      *          the term exams. Every class, section and subject
      *          taught on TIMETBL.DAT is matched to its SYLLABUS.DAT
      *          row, to the exam date for the run term on
      *          EXAMSCHD.DAT and to the latest units finished on
      *          SYLCOVER.DAT, and the percent complete is set against
      *          the days left before the exam. The periods still
      *          needed are projected from the pace actually taught
      *          (periods taken per unit finished so far, the planned
      *          periods per unit before any unit is finished) and
      *          compared with the timetabled periods left up to the
      *          exam date; a subject that cannot be finished in time
      *          is flagged WILL MISS and listed again by department
      *          for the heads of department. SYLLCOV.RPT, ending
      *          RC 4 when anything is flagged. Appends to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SYLLCOVR.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT TIMETABLE-FILE ASSIGN TO "TIMETBL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIMETBL-STATUS.
           SELECT SYLLABUS-MASTER ASSIGN TO "SYLLABUS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SYLLABUS-STATUS.
           SELECT COVERAGE-FILE ASSIGN TO "SYLCOVER.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COVERAGE-STATUS.
           SELECT EXAM-SCHEDULE ASSIGN TO "EXAMSCHD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXAMSCHD-STATUS.
           SELECT TEACHER-MASTER-FILE ASSIGN TO "TCHRMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TCHRMST-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT COVERAGE-REPORT ASSIGN TO "SYLLCOV.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  TIMETABLE-FILE.
           COPY TIMETBLR.

       FD  SYLLABUS-MASTER.
           COPY SYLLABR.

       FD  COVERAGE-FILE.
           COPY SYLCOVR.

       FD  EXAM-SCHEDULE.
           COPY EXAMSCHR.

       FD  TEACHER-MASTER-FILE.
       01 TEACHER-MASTER-LINE.
           05 TM-TEACHER-ID      PIC 9(04).
           05 TM-TEACHER-NAME    PIC X(15).
           05 TM-DEPARTMENT      PIC X(12).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  COVERAGE-REPORT.
       01 COVERAGE-REPORT-LINE PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-TIMETBL-STATUS  PIC X(02) VALUE '00'.
       01 WS-SYLLABUS-STATUS PIC X(02) VALUE '00'.
       01 WS-COVERAGE-STATUS PIC X(02) VALUE '00'.
       01 WS-EXAMSCHD-STATUS PIC X(02) VALUE '00'.
       01 WS-TCHRMST-STATUS  PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08).
       01 WS-RUN-DATE-INT    PIC 9(08) VALUE ZERO.
       01 WS-RECORDS-READ    PIC 9(05) VALUE ZERO.
       01 WS-GROUP-COUNT     PIC 9(03) VALUE ZERO.
       01 WS-GROUP-TABLE.
           05 WS-GR-ENTRY OCCURS 500 TIMES INDEXED BY GR-INDEX.
               10 WS-GR-CLASS     PIC 9(02).
               10 WS-GR-SECTION   PIC X(01).
               10 WS-GR-SUBJ      PIC X(04).
               10 WS-GR-TCHR      PIC 9(04).
               10 WS-GR-TCHR-NAME PIC X(15).
               10 WS-GR-DEPT      PIC X(12).
               10 WS-GR-WEEKLY    PIC 9(02).
               10 WS-GR-UNITS     PIC 9(02).
               10 WS-GR-PLANNED   PIC 9(03).
               10 WS-GR-EXAM-DATE PIC 9(08).
               10 WS-GR-DONE      PIC 9(02).
               10 WS-GR-TAKEN     PIC 9(04).
               10 WS-GR-PCT       PIC 9(03).
               10 WS-GR-DAYS-LEFT PIC S9(05).
               10 WS-GR-NEEDED    PIC 9(04).
               10 WS-GR-AVAIL     PIC 9(04).
               10 WS-GR-FLAG      PIC X(10).
                   88 GR-WILL-MISS VALUE 'WILL MISS'.
       01 WS-GROUP-FOUND     PIC X(01).
           88 GROUP-ON-TABLE   VALUE 'Y'.
       01 WS-SYL-COUNT       PIC 9(03) VALUE ZERO.
       01 WS-SYLLABUS-TABLE.
           05 WS-SY-ENTRY OCCURS 300 TIMES INDEXED BY SY-INDEX.
               10 WS-SY-CLASS     PIC 9(02).
               10 WS-SY-SUBJ      PIC X(04).
               10 WS-SY-UNITS     PIC 9(02).
               10 WS-SY-PLANNED   PIC 9(03).
       01 WS-SYL-FOUND       PIC X(01).
           88 SYLLABUS-ON-FILE VALUE 'Y'.
       01 WS-ORDER-TABLE.
           05 WS-ORD-SUB OCCURS 500 TIMES PIC 9(03).
       01 WS-ORD-I           PIC 9(03).
       01 WS-ORD-J           PIC 9(03).
       01 WS-ORD-LOW         PIC 9(03).
       01 WS-ORD-HOLD        PIC 9(03).
       01 WS-SUB-A           PIC 9(03).
       01 WS-SUB-B           PIC 9(03).
       01 WS-RUN-DAY-NO      PIC 9(07).
       01 WS-EXAM-DAY-NO     PIC 9(07).
       01 WS-UNITS-LEFT      PIC 9(02).
       01 WS-CURRENT-DEPT    PIC X(12).
       01 WS-NO-SYLLABUS     PIC 9(03) VALUE ZERO.
       01 WS-NO-EXAM         PIC 9(03) VALUE ZERO.
       01 WS-COMPLETE-COUNT  PIC 9(03) VALUE ZERO.
       01 WS-MISS-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-RPT-UNITS       PIC Z9.
       01 WS-RPT-DONE        PIC Z9.
       01 WS-RPT-PCT         PIC ZZ9.
       01 WS-RPT-DAYS        PIC -ZZ9.
       01 WS-RPT-NEEDED      PIC ZZZ9.
       01 WS-RPT-AVAIL       PIC ZZZ9.
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
           PERFORM LOAD-TIMETABLE-GROUPS.
           IF WS-GROUP-COUNT = ZERO
               DISPLAY 'NO TIMETBL.DAT ROWS - NOTHING TO REPORT'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM LOAD-SYLLABUS-MASTER.
           PERFORM APPLY-EXAM-DATES.
           PERFORM APPLY-COVERAGE.
           PERFORM APPLY-TEACHER-MASTER.
           PERFORM VARYING GR-INDEX FROM 1 BY 1
               UNTIL GR-INDEX > WS-GROUP-COUNT
               PERFORM PROJECT-ONE-GROUP THRU PROJECT-ONE-GROUP-EXIT
           END-PERFORM.
           OPEN OUTPUT COVERAGE-REPORT.
           PERFORM WRITE-COVERAGE-HEADING.
           PERFORM SORT-GROUPS-BY-CLASS.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
               UNTIL WS-ORD-I > WS-GROUP-COUNT
               MOVE WS-ORD-SUB (WS-ORD-I) TO WS-SUB-A
               PERFORM WRITE-ONE-GROUP
           END-PERFORM.
           PERFORM WRITE-COVERAGE-TOTALS.
           PERFORM WRITE-DEPARTMENT-FLAGS.
           CLOSE COVERAGE-REPORT.
           IF WS-MISS-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'SYLLABUS COVERAGE REPORT WRITTEN - SUBJECTS : '
               WS-GROUP-COUNT ' WILL MISS : ' WS-MISS-COUNT.
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
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-INT).

       LOAD-TIMETABLE-GROUPS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TIMETABLE-FILE.
           IF WS-TIMETBL-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TIMETABLE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM FIND-TIMETABLE-GROUP
                           IF GROUP-ON-TABLE
                               ADD 1 TO WS-GR-WEEKLY (GR-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIMETABLE-FILE
           END-IF.

       FIND-TIMETABLE-GROUP.
           MOVE 'N' TO WS-GROUP-FOUND.
           SET GR-INDEX TO 1.
           SEARCH WS-GR-ENTRY
               AT END
                   CONTINUE
               WHEN GR-INDEX > WS-GROUP-COUNT
                   CONTINUE
               WHEN WS-GR-CLASS (GR-INDEX) = TT-CLASS
                   AND WS-GR-SECTION (GR-INDEX) = TT-SECTION
                   AND WS-GR-SUBJ (GR-INDEX) = TT-SUBJ-CODE
                   AND WS-GR-TCHR (GR-INDEX) = TT-TEACHER-ID
                   MOVE 'Y' TO WS-GROUP-FOUND
           END-SEARCH.
           IF NOT GROUP-ON-TABLE
               IF WS-GROUP-COUNT < 500
                   ADD 1 TO WS-GROUP-COUNT
                   SET GR-INDEX TO WS-GROUP-COUNT
                   INITIALIZE WS-GR-ENTRY (GR-INDEX)
                   MOVE TT-CLASS      TO WS-GR-CLASS (GR-INDEX)
                   MOVE TT-SECTION    TO WS-GR-SECTION (GR-INDEX)
                   MOVE TT-SUBJ-CODE  TO WS-GR-SUBJ (GR-INDEX)
                   MOVE TT-TEACHER-ID TO WS-GR-TCHR (GR-INDEX)
                   MOVE 'Y' TO WS-GROUP-FOUND
               ELSE
                   DISPLAY 'SUBJECT TABLE FULL - ' TT-CLASS '-'
                       TT-SECTION ' ' TT-SUBJ-CODE ' NOT REPORTED'
               END-IF
           END-IF.

       LOAD-SYLLABUS-MASTER.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SYLLABUS-MASTER.
           IF WS-SYLLABUS-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SYLLABUS-MASTER
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           IF WS-SYL-COUNT < 300
                               ADD 1 TO WS-SYL-COUNT
                               SET SY-INDEX TO WS-SYL-COUNT
                               MOVE SY-CLASS TO WS-SY-CLASS (SY-INDEX)
                               MOVE SY-SUBJ-CODE TO
                                   WS-SY-SUBJ (SY-INDEX)
                               MOVE SY-UNIT-COUNT TO
                                   WS-SY-UNITS (SY-INDEX)
                               MOVE SY-PLANNED-PERIODS TO
                                   WS-SY-PLANNED (SY-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SYLLABUS-MASTER
           ELSE
               DISPLAY 'NO SYLLABUS.DAT - NO SUBJECT CAN BE PROJECTED'
           END-IF.
           PERFORM VARYING GR-INDEX FROM 1 BY 1
               UNTIL GR-INDEX > WS-GROUP-COUNT
               MOVE 'N' TO WS-SYL-FOUND
               SET SY-INDEX TO 1
               SEARCH WS-SY-ENTRY
                   AT END
                       CONTINUE
                   WHEN SY-INDEX > WS-SYL-COUNT
                       CONTINUE
                   WHEN WS-SY-CLASS (SY-INDEX) = WS-GR-CLASS (GR-INDEX)
                       AND WS-SY-SUBJ (SY-INDEX)
                           = WS-GR-SUBJ (GR-INDEX)
                       MOVE 'Y' TO WS-SYL-FOUND
               END-SEARCH
               IF SYLLABUS-ON-FILE
                   MOVE WS-SY-UNITS (SY-INDEX) TO
                       WS-GR-UNITS (GR-INDEX)
                   MOVE WS-SY-PLANNED (SY-INDEX) TO
                       WS-GR-PLANNED (GR-INDEX)
               END-IF
           END-PERFORM.

       APPLY-EXAM-DATES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT EXAM-SCHEDULE.
           IF WS-EXAMSCHD-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ EXAM-SCHEDULE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF ES-TERM-CODE = RUN-TERM-CODE
                               AND ES-CLASS-SITTING
                               ADD 1 TO WS-RECORDS-READ
                               PERFORM VARYING GR-INDEX FROM 1 BY 1
                                   UNTIL GR-INDEX > WS-GROUP-COUNT
                                   IF WS-GR-CLASS (GR-INDEX)
                                       = ES-CLASS
                                       AND WS-GR-SUBJ (GR-INDEX)
                                       = ES-SUBJ-CODE
                                       MOVE ES-EXAM-DATE TO
                                           WS-GR-EXAM-DATE (GR-INDEX)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXAM-SCHEDULE
           ELSE
               DISPLAY 'NO EXAMSCHD.DAT - NO EXAM DATES TO MEASURE '
                   'AGAINST'
           END-IF.

       APPLY-COVERAGE.
      * Coverage belongs to the section and subject whoever keyed it.
      * Units finished are cumulative, so the highest entry stands;
      * periods taken are per week and are summed.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT COVERAGE-FILE.
           IF WS-COVERAGE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ COVERAGE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM APPLY-ONE-COVERAGE
                   END-READ
               END-PERFORM
               CLOSE COVERAGE-FILE
           END-IF.

       APPLY-ONE-COVERAGE.
           PERFORM VARYING GR-INDEX FROM 1 BY 1
               UNTIL GR-INDEX > WS-GROUP-COUNT
               IF WS-GR-CLASS (GR-INDEX) = CV-CLASS
                   AND WS-GR-SECTION (GR-INDEX) = CV-SECTION
                   AND WS-GR-SUBJ (GR-INDEX) = CV-SUBJ-CODE
                   IF CV-UNITS-DONE > WS-GR-DONE (GR-INDEX)
                       MOVE CV-UNITS-DONE TO WS-GR-DONE (GR-INDEX)
                   END-IF
                   ADD CV-PERIODS-TAKEN TO WS-GR-TAKEN (GR-INDEX)
               END-IF
           END-PERFORM.

       APPLY-TEACHER-MASTER.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TEACHER-MASTER-FILE.
           IF WS-TCHRMST-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TEACHER-MASTER-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           PERFORM VARYING GR-INDEX FROM 1 BY 1
                               UNTIL GR-INDEX > WS-GROUP-COUNT
                               IF WS-GR-TCHR (GR-INDEX)
                                   = TM-TEACHER-ID
                                   MOVE TM-TEACHER-NAME TO
                                       WS-GR-TCHR-NAME (GR-INDEX)
                                   MOVE TM-DEPARTMENT TO
                                       WS-GR-DEPT (GR-INDEX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE TEACHER-MASTER-FILE
           END-IF.
           PERFORM VARYING GR-INDEX FROM 1 BY 1
               UNTIL GR-INDEX > WS-GROUP-COUNT
               IF WS-GR-DEPT (GR-INDEX) = SPACES
                   MOVE 'UNASSIGNED' TO WS-GR-DEPT (GR-INDEX)
               END-IF
           END-PERFORM.

       PROJECT-ONE-GROUP.
           MOVE ZERO TO WS-GR-PCT (GR-INDEX).
           MOVE ZERO TO WS-GR-DAYS-LEFT (GR-INDEX).
           MOVE ZERO TO WS-GR-NEEDED (GR-INDEX).
           MOVE ZERO TO WS-GR-AVAIL (GR-INDEX).
           IF WS-GR-UNITS (GR-INDEX) = ZERO
               MOVE 'NO SYLLAB' TO WS-GR-FLAG (GR-INDEX)
               ADD 1 TO WS-NO-SYLLABUS
               GO TO PROJECT-ONE-GROUP-EXIT
           END-IF.
           COMPUTE WS-GR-PCT (GR-INDEX) ROUNDED =
               WS-GR-DONE (GR-INDEX) * 100 / WS-GR-UNITS (GR-INDEX).
           IF WS-GR-DONE (GR-INDEX) NOT < WS-GR-UNITS (GR-INDEX)
               MOVE 'COMPLETE' TO WS-GR-FLAG (GR-INDEX)
               ADD 1 TO WS-COMPLETE-COUNT
               GO TO PROJECT-ONE-GROUP-EXIT
           END-IF.
           COMPUTE WS-UNITS-LEFT =
               WS-GR-UNITS (GR-INDEX) - WS-GR-DONE (GR-INDEX).
           IF WS-GR-DONE (GR-INDEX) > ZERO
               AND WS-GR-TAKEN (GR-INDEX) > ZERO
               COMPUTE WS-GR-NEEDED (GR-INDEX) ROUNDED =
                   WS-GR-TAKEN (GR-INDEX) * WS-UNITS-LEFT
                   / WS-GR-DONE (GR-INDEX)
           ELSE
               COMPUTE WS-GR-NEEDED (GR-INDEX) ROUNDED =
                   WS-GR-PLANNED (GR-INDEX) * WS-UNITS-LEFT
                   / WS-GR-UNITS (GR-INDEX)
           END-IF.
           IF WS-GR-EXAM-DATE (GR-INDEX) = ZERO
               MOVE 'NO EXAM' TO WS-GR-FLAG (GR-INDEX)
               ADD 1 TO WS-NO-EXAM
               GO TO PROJECT-ONE-GROUP-EXIT
           END-IF.
           COMPUTE WS-EXAM-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-GR-EXAM-DATE (GR-INDEX)).
           COMPUTE WS-GR-DAYS-LEFT (GR-INDEX) =
               WS-EXAM-DAY-NO - WS-RUN-DAY-NO.
           IF WS-GR-DAYS-LEFT (GR-INDEX) > ZERO
               COMPUTE WS-GR-AVAIL (GR-INDEX) =
                   WS-GR-WEEKLY (GR-INDEX) * WS-GR-DAYS-LEFT (GR-INDEX)
                   / 7
           END-IF.
           IF WS-GR-NEEDED (GR-INDEX) > WS-GR-AVAIL (GR-INDEX)
               MOVE 'WILL MISS' TO WS-GR-FLAG (GR-INDEX)
               ADD 1 TO WS-MISS-COUNT
           ELSE
               MOVE 'ON TRACK' TO WS-GR-FLAG (GR-INDEX)
           END-IF.
       PROJECT-ONE-GROUP-EXIT.
           EXIT.

       SORT-GROUPS-BY-CLASS.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
               UNTIL WS-ORD-I > WS-GROUP-COUNT
               MOVE WS-ORD-I TO WS-ORD-SUB (WS-ORD-I)
           END-PERFORM.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
               UNTIL WS-ORD-I >= WS-GROUP-COUNT
               MOVE WS-ORD-I TO WS-ORD-LOW
               PERFORM VARYING WS-ORD-J FROM WS-ORD-I BY 1
                   UNTIL WS-ORD-J > WS-GROUP-COUNT
                   MOVE WS-ORD-SUB (WS-ORD-J) TO WS-SUB-A
                   MOVE WS-ORD-SUB (WS-ORD-LOW) TO WS-SUB-B
                   IF WS-GR-CLASS (WS-SUB-A) < WS-GR-CLASS (WS-SUB-B)
                       OR (WS-GR-CLASS (WS-SUB-A)
                           = WS-GR-CLASS (WS-SUB-B)
                       AND WS-GR-SECTION (WS-SUB-A)
                           < WS-GR-SECTION (WS-SUB-B))
                       OR (WS-GR-CLASS (WS-SUB-A)
                           = WS-GR-CLASS (WS-SUB-B)
                       AND WS-GR-SECTION (WS-SUB-A)
                           = WS-GR-SECTION (WS-SUB-B)
                       AND WS-GR-SUBJ (WS-SUB-A)
                           < WS-GR-SUBJ (WS-SUB-B))
                       MOVE WS-ORD-J TO WS-ORD-LOW
                   END-IF
               END-PERFORM
               MOVE WS-ORD-SUB (WS-ORD-I) TO WS-ORD-HOLD
               MOVE WS-ORD-SUB (WS-ORD-LOW) TO WS-ORD-SUB (WS-ORD-I)
               MOVE WS-ORD-HOLD TO WS-ORD-SUB (WS-ORD-LOW)
           END-PERFORM.

       SORT-GROUPS-BY-DEPT.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
               UNTIL WS-ORD-I > WS-GROUP-COUNT
               MOVE WS-ORD-I TO WS-ORD-SUB (WS-ORD-I)
           END-PERFORM.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
               UNTIL WS-ORD-I >= WS-GROUP-COUNT
               MOVE WS-ORD-I TO WS-ORD-LOW
               PERFORM VARYING WS-ORD-J FROM WS-ORD-I BY 1
                   UNTIL WS-ORD-J > WS-GROUP-COUNT
                   MOVE WS-ORD-SUB (WS-ORD-J) TO WS-SUB-A
                   MOVE WS-ORD-SUB (WS-ORD-LOW) TO WS-SUB-B
                   IF WS-GR-DEPT (WS-SUB-A) < WS-GR-DEPT (WS-SUB-B)
                       OR (WS-GR-DEPT (WS-SUB-A)
                           = WS-GR-DEPT (WS-SUB-B)
                       AND WS-GR-EXAM-DATE (WS-SUB-A)
                           < WS-GR-EXAM-DATE (WS-SUB-B))
                       MOVE WS-ORD-J TO WS-ORD-LOW
                   END-IF
               END-PERFORM
               MOVE WS-ORD-SUB (WS-ORD-I) TO WS-ORD-HOLD
               MOVE WS-ORD-SUB (WS-ORD-LOW) TO WS-ORD-SUB (WS-ORD-I)
               MOVE WS-ORD-HOLD TO WS-ORD-SUB (WS-ORD-LOW)
           END-PERFORM.

       WRITE-COVERAGE-HEADING.
           MOVE ALL '=' TO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE SPACES TO COVERAGE-REPORT-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE SPACES TO COVERAGE-REPORT-LINE.
           STRING '       SYLLABUS COVERAGE - TERM ' RUN-TERM-CODE
               ' AS AT ' WS-RUN-DATE-INT
               DELIMITED BY SIZE INTO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE 'NEED = PERIODS STILL NEEDED AT THE PACE TAUGHT, AVAIL '
               TO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE '= TIMETABLED PERIODS LEFT BEFORE THE EXAM DATE'
               TO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE ALL '-' TO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE 'CL S SUBJ TCHR UNITS DONE  PCT'
               TO COVERAGE-REPORT-LINE.
           MOVE 'EXAM DT  DAYS NEED AVAIL FLAG'
               TO COVERAGE-REPORT-LINE (33:29).
           WRITE COVERAGE-REPORT-LINE.
           MOVE ALL '-' TO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.

       WRITE-ONE-GROUP.
           MOVE WS-GR-UNITS (WS-SUB-A) TO WS-RPT-UNITS.
           MOVE WS-GR-DONE (WS-SUB-A) TO WS-RPT-DONE.
           MOVE WS-GR-PCT (WS-SUB-A) TO WS-RPT-PCT.
           MOVE WS-GR-DAYS-LEFT (WS-SUB-A) TO WS-RPT-DAYS.
           MOVE WS-GR-NEEDED (WS-SUB-A) TO WS-RPT-NEEDED.
           MOVE WS-GR-AVAIL (WS-SUB-A) TO WS-RPT-AVAIL.
           MOVE SPACES TO COVERAGE-REPORT-LINE.
           STRING WS-GR-CLASS (WS-SUB-A) ' '
               WS-GR-SECTION (WS-SUB-A) ' '
               WS-GR-SUBJ (WS-SUB-A) ' '
               WS-GR-TCHR (WS-SUB-A) '    '
               WS-RPT-UNITS '   ' WS-RPT-DONE '  '
               WS-RPT-PCT '  '
               WS-GR-EXAM-DATE (WS-SUB-A) ' '
               WS-RPT-DAYS ' ' WS-RPT-NEEDED '  '
               WS-RPT-AVAIL ' ' WS-GR-FLAG (WS-SUB-A)
               DELIMITED BY SIZE INTO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.

       WRITE-COVERAGE-TOTALS.
           MOVE ALL '-' TO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE SPACES TO COVERAGE-REPORT-LINE.
           STRING 'SUBJECT SECTIONS ' WS-GROUP-COUNT
               '   COMPLETE ' WS-COMPLETE-COUNT
               '   WILL MISS ' WS-MISS-COUNT
               DELIMITED BY SIZE INTO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE SPACES TO COVERAGE-REPORT-LINE.
           STRING 'NO SYLLABUS ROW ' WS-NO-SYLLABUS
               '   NO EXAM THIS TERM ' WS-NO-EXAM
               DELIMITED BY SIZE INTO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.

       WRITE-DEPARTMENT-FLAGS.
           MOVE SPACES TO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE ALL '=' TO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE '   PROJECTED TO MISS THE EXAM - HEADS OF DEPARTMENT'
               TO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE ALL '=' TO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           IF WS-MISS-COUNT = ZERO
               MOVE 'NO SUBJECT IS PROJECTED TO MISS ITS EXAM DATE'
                   TO COVERAGE-REPORT-LINE
               WRITE COVERAGE-REPORT-LINE
           ELSE
               PERFORM SORT-GROUPS-BY-DEPT
               MOVE SPACES TO WS-CURRENT-DEPT
               PERFORM VARYING WS-ORD-I FROM 1 BY 1
                   UNTIL WS-ORD-I > WS-GROUP-COUNT
                   MOVE WS-ORD-SUB (WS-ORD-I) TO WS-SUB-A
                   IF GR-WILL-MISS (WS-SUB-A)
                       PERFORM WRITE-ONE-MISS
                   END-IF
               END-PERFORM
               MOVE SPACES TO COVERAGE-REPORT-LINE
               WRITE COVERAGE-REPORT-LINE
               MOVE 'HEAD OF DEPARTMENT SIGN.' TO COVERAGE-REPORT-LINE
               WRITE COVERAGE-REPORT-LINE
           END-IF.
           MOVE SPACES TO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE 'PRINCIPAL SIGN.' TO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE ALL '=' TO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.

       WRITE-ONE-MISS.
           IF WS-GR-DEPT (WS-SUB-A) NOT = WS-CURRENT-DEPT
               MOVE WS-GR-DEPT (WS-SUB-A) TO WS-CURRENT-DEPT
               MOVE SPACES TO COVERAGE-REPORT-LINE
               WRITE COVERAGE-REPORT-LINE
               MOVE SPACES TO COVERAGE-REPORT-LINE
               STRING 'DEPARTMENT : ' WS-CURRENT-DEPT
                   DELIMITED BY SIZE INTO COVERAGE-REPORT-LINE
               WRITE COVERAGE-REPORT-LINE
           END-IF.
           MOVE WS-GR-PCT (WS-SUB-A) TO WS-RPT-PCT.
           MOVE WS-GR-NEEDED (WS-SUB-A) TO WS-RPT-NEEDED.
           MOVE WS-GR-AVAIL (WS-SUB-A) TO WS-RPT-AVAIL.
           MOVE SPACES TO COVERAGE-REPORT-LINE.
           STRING '  ' WS-GR-CLASS (WS-SUB-A) '-'
               WS-GR-SECTION (WS-SUB-A) ' '
               WS-GR-SUBJ (WS-SUB-A) ' '
               WS-GR-TCHR-NAME (WS-SUB-A) ' EXAM '
               WS-GR-EXAM-DATE (WS-SUB-A) ' ' WS-RPT-PCT
               '% NEED ' WS-RPT-NEEDED ' HAVE ' WS-RPT-AVAIL
               DELIMITED BY SIZE INTO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'SYLLCOVR'          TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE       TO RL-TERM-CODE.
           MOVE WS-RUN-DATE-INT     TO RL-RUN-DATE.
           MOVE WS-START-TIME       TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-RECORDS-READ     TO RL-RECORDS-READ.
           MOVE WS-GROUP-COUNT      TO RL-RECORDS-WRITTEN.
           MOVE WS-NO-SYLLABUS      TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE         TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM SYLLCOVR.
