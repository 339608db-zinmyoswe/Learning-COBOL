      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cohort progression and dropout analysis. Follows
      *          every admission intake - the students admitted in
      *          one calendar year into one class - year by year
      *          through the school. The intake is read off the
      *          STDJRNL.DAT master journal (the first add of each
      *          STU-NO by ADMINTAK, STDMAINT, CHGAPPR or XFERIN;
      *          READMIT restores an old number and is not a new
      *          intake), together with the date of the latest
      *          rewrite that took the student to T (transferred
      *          out) or S (struck off). Each year of study is one
      *          PROMOTE decision on PROMHIST.DAT (promoted, detained
      *          or left for review); where the student stands now
      *          comes from STUDENT.IDX, and STUDENT.HST holds those
      *          who graduated and were archived by YREARCH. For each
      *          intake COHORT.RPT prints the year-by-year table
      *          (started the year, promoted, detained, review,
      *          transferred out, struck off, graduated) with the
      *          same counts by gender, then the retention-rate table
      *          by intake and gender - still on roll or graduated
      *          against the intake, and how many reached the target
      *          class on the COHORTPM.DAT card (class 10 when there
      *          is no card; the card may also bound the intake years
      *          followed) - and finally the dropout list: every
      *          transferred or struck-off student with intake, class
      *          of entry, last known class, reason, leaving date and
      *          the terms and cumulative percentage on TERMHIST.DAT.
      *          Students with no admission left on the journal
      *          cannot be placed in an intake and are counted, not
      *          guessed at. RC 8 without the master, RC 4 without a
      *          journal or when the intake table overflows. Appends
      *          to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. COHORT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT COHORT-PARAMETER-FILE ASSIGN TO "COHORTPM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MASTER-JOURNAL ASSIGN TO "STDJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT STUDENT-HISTORY ASSIGN TO "STUDENT.HST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT PROMOTION-HISTORY ASSIGN TO "PROMHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PHIST-STATUS.
           SELECT TERM-HISTORY ASSIGN TO "TERMHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT COHORT-REPORT ASSIGN TO "COHORT.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * Target class for the reached-class column, and the first and
      * last intake years to follow (zero leaves the range open).
       FD  COHORT-PARAMETER-FILE.
       01 COHORT-PARAMETER-RECORD.
           05 CP-TARGET-CLASS    PIC 9(02).
           05 CP-FIRST-YEAR      PIC 9(04).
           05 CP-LAST-YEAR       PIC 9(04).

       FD  MASTER-JOURNAL.
           COPY STDJRNLR.

       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  STUDENT-HISTORY.
           COPY STDRECD
               REPLACING STUDENT-DETAILS BY STUDENT-DETAILS-HIST.

       FD  PROMOTION-HISTORY.
           COPY PROMHSTR.

       FD  TERM-HISTORY.
       01 TERM-HISTORY-LINE.
           05 HIST-STU-NO        PIC 9(05).
           05 HIST-TERM-COUNT    PIC 9(02).
           05 HIST-CUM-PERCENT   PIC 9(03)V9(02).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  COHORT-REPORT.
       01 COHORT-REPORT-LINE  PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
      * The journal after-image in STUDENT-DETAILS form.
           COPY STDRECD
               REPLACING STUDENT-DETAILS BY JOURNAL-IMAGE-VIEW.
       01 WS-PARM-STATUS     PIC X(02) VALUE '00'.
       01 WS-JOURNAL-STATUS  PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-HISTORY-STATUS  PIC X(02) VALUE '00'.
       01 WS-PHIST-STATUS    PIC X(02) VALUE '00'.
       01 WS-HIST-STATUS     PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08).
       01 WS-RUN-DATE        PIC 9(08) VALUE ZERO.
       01 WS-TARGET-CLASS    PIC 9(02) VALUE 10.
       01 WS-FIRST-YEAR      PIC 9(04) VALUE ZERO.
       01 WS-LAST-YEAR       PIC 9(04) VALUE 9999.
       01 WS-INTAKE-YEAR     PIC 9(04).
      * One entry per STU-NO: the intake it belongs to and how far
      * the student has gone.
       01 WS-STUDENT-TABLE.
           05 WS-CS-ENTRY OCCURS 99999 TIMES INDEXED BY CS-INDEX.
               10 WS-CS-INTAKE-DATE PIC 9(08).
               10 WS-CS-ENTRY-CLASS PIC 9(02).
               10 WS-CS-GENDER      PIC X(01).
               10 WS-CS-NAME        PIC X(15).
      * ' ' not traced on the master or the history file, 'A' on
      * roll, 'T' transferred out, 'S' struck off, 'G' graduated.
               10 WS-CS-OUTCOME     PIC X(01).
                   88 CS-NOT-TRACED    VALUE ' '.
                   88 CS-ON-ROLL       VALUE 'A'.
                   88 CS-TRANSFERRED   VALUE 'T'.
                   88 CS-STRUCK-OFF    VALUE 'S'.
                   88 CS-GRADUATED     VALUE 'G'.
               10 WS-CS-LAST-CLASS  PIC 9(02).
               10 WS-CS-HIGH-CLASS  PIC 9(02).
               10 WS-CS-LEFT-DATE   PIC 9(08).
               10 WS-CS-DECISIONS   PIC 9(02).
               10 WS-CS-COHORT      PIC 9(02).
               10 WS-CS-TERMS       PIC 9(02).
               10 WS-CS-CUM-PERCENT PIC 9(03)V9(02).
      * One entry per intake (admission year and class of entry);
      * gender slots 1-4 are M F O X, study years 1-12.
       01 WS-COHORT-COUNT    PIC 9(02) VALUE ZERO.
       01 WS-COHORT-TABLE.
           05 WS-CH-ENTRY OCCURS 60 TIMES INDEXED BY CH-INDEX.
               10 WS-CH-YEAR        PIC 9(04).
               10 WS-CH-CLASS       PIC 9(02).
               10 WS-CH-GENDER-ROW OCCURS 4 TIMES.
                   15 WS-CH-G-INTAKE      PIC 9(05).
                   15 WS-CH-G-ON-ROLL     PIC 9(05).
                   15 WS-CH-G-GRADUATED   PIC 9(05).
                   15 WS-CH-G-TRANSFERRED PIC 9(05).
                   15 WS-CH-G-STRUCK      PIC 9(05).
                   15 WS-CH-G-NOT-TRACED  PIC 9(05).
                   15 WS-CH-G-REACHED     PIC 9(05).
                   15 WS-CH-G-PROMOTED    PIC 9(05).
                   15 WS-CH-G-DETAINED    PIC 9(05).
               10 WS-CH-STUDY-YEAR OCCURS 12 TIMES.
                   15 WS-CH-Y-STARTED     PIC 9(05).
                   15 WS-CH-Y-PROMOTED    PIC 9(05).
                   15 WS-CH-Y-DETAINED    PIC 9(05).
                   15 WS-CH-Y-REVIEW      PIC 9(05).
                   15 WS-CH-Y-TRANSFERRED PIC 9(05).
                   15 WS-CH-Y-STRUCK      PIC 9(05).
                   15 WS-CH-Y-GRADUATED   PIC 9(05).
       01 WS-FIND-YEAR       PIC 9(04).
       01 WS-FIND-CLASS      PIC 9(02).
       01 WS-FOUND-COHORT    PIC 9(02).
       01 WS-GENDER-SLOT     PIC 9(01).
       01 WS-STUDY-YEAR      PIC 9(02).
       01 WS-YEARS-REACHED   PIC 9(02).
       01 WS-YEAR-NO         PIC 9(02).
       01 WS-NOMINAL-CLASS   PIC 9(02).
       01 WS-LOOP-YEAR       PIC 9(04).
       01 WS-LOOP-CLASS      PIC 9(02).
       01 WS-MIN-YEAR        PIC 9(04) VALUE 9999.
       01 WS-MAX-YEAR        PIC 9(04) VALUE ZERO.
       01 WS-SUM-INTAKE      PIC 9(05).
       01 WS-SUM-ON-ROLL     PIC 9(05).
       01 WS-SUM-GRADUATED   PIC 9(05).
       01 WS-SUM-TRANSFERRED PIC 9(05).
       01 WS-SUM-STRUCK      PIC 9(05).
       01 WS-SUM-REACHED     PIC 9(05).
       01 WS-SUM-PROMOTED    PIC 9(05).
       01 WS-SUM-DETAINED    PIC 9(05).
       01 WS-RETAINED        PIC 9(05).
       01 WS-RETAIN-RATE     PIC 9(03)V9(01).
       01 WS-REACH-RATE      PIC 9(03)V9(01).
       01 WS-RPT-RETAIN      PIC ZZ9.9.
       01 WS-RPT-REACH       PIC ZZ9.9.
       01 WS-RPT-PERCENT     PIC ZZ9.99.
       01 WS-RPT-STU-NO      PIC 9(05).
       01 WS-RPT-LEFT-DATE   PIC X(08).
       01 WS-RPT-REASON      PIC X(11).
       01 WS-GENDER-CODES    PIC X(04) VALUE 'MFOX'.
       01 WS-GENDER-LABEL    PIC X(03).
       01 WS-JOURNAL-READ    PIC 9(07) VALUE ZERO.
       01 WS-DECISIONS-READ  PIC 9(07) VALUE ZERO.
       01 WS-FOLLOWED-COUNT  PIC 9(05) VALUE ZERO.
       01 WS-NO-INTAKE-COUNT PIC 9(05) VALUE ZERO.
       01 WS-OUT-RANGE-COUNT PIC 9(05) VALUE ZERO.
       01 WS-OVERFLOW-COUNT  PIC 9(05) VALUE ZERO.
       01 WS-NOT-TRACED      PIC 9(05) VALUE ZERO.
       01 WS-DROPOUT-COUNT   PIC 9(05) VALUE ZERO.
       01 WS-PRINTED-COHORTS PIC 9(02) VALUE ZERO.
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
           PERFORM LOAD-PARAMETER-CARD.
      * Without the master nobody's present standing is known.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'STUDENT MASTER NOT AVAILABLE - COHORT '
                   'ANALYSIS REFUSED'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           CLOSE STUDENT-MASTER.
           INITIALIZE WS-STUDENT-TABLE.
           INITIALIZE WS-COHORT-TABLE.
           PERFORM READ-MASTER-JOURNAL.
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'NO MASTER JOURNAL ON FILE - NO INTAKE CAN '
                   'BE FOLLOWED'
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM READ-GRADUATED-HISTORY.
           PERFORM READ-CURRENT-MASTER.
           PERFORM BUILD-COHORTS.
           PERFORM READ-PROMOTION-HISTORY.
           PERFORM READ-TERM-HISTORY.
           PERFORM TALLY-STUDENTS.
           OPEN OUTPUT COHORT-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-PROGRESSION-TABLES.
           PERFORM WRITE-RETENTION-TABLE.
           PERFORM WRITE-DROPOUT-LIST.
           PERFORM WRITE-REPORT-FOOTING.
           CLOSE COHORT-REPORT.
           DISPLAY 'COHORT ANALYSIS PRINTED - ' WS-PRINTED-COHORTS
               ' INTAKES, ' WS-FOLLOWED-COUNT ' STUDENTS FOLLOWED, '
               WS-DROPOUT-COUNT ' LEFT'.
           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY '** ' WS-OVERFLOW-COUNT ' STUDENTS IN INTAKES '
                   'BEYOND THE 60 THE TABLE HOLDS - NARROW THE '
                   'YEARS ON COHORTPM.DAT **'
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG.
           GOBACK.

       LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = '00'
               READ RUN-CONTROL-FILE
                   NOT AT END
                       DISPLAY 'RUN CONTROL - TERM : ' RUN-TERM-CODE
                           ' RUN-DATE : ' RUN-DATE
                       MOVE RUN-DATE TO WS-RUN-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-RUN-DATE = ZERO
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

       LOAD-PARAMETER-CARD.
           OPEN INPUT COHORT-PARAMETER-FILE.
           IF WS-PARM-STATUS = '00'
               READ COHORT-PARAMETER-FILE
                   NOT AT END
                       IF CP-TARGET-CLASS >= 1
                           AND CP-TARGET-CLASS <= 12
                           MOVE CP-TARGET-CLASS TO WS-TARGET-CLASS
                       END-IF
                       MOVE CP-FIRST-YEAR TO WS-FIRST-YEAR
                       IF CP-LAST-YEAR > ZERO
                           MOVE CP-LAST-YEAR TO WS-LAST-YEAR
                       END-IF
               END-READ
               CLOSE COHORT-PARAMETER-FILE
           END-IF.
           DISPLAY 'COHORTS - TARGET CLASS ' WS-TARGET-CLASS
               ' INTAKE YEARS ' WS-FIRST-YEAR ' TO ' WS-LAST-YEAR.

       READ-MASTER-JOURNAL.
      * The first add of a number is the admission; a later add of
      * the same number (READMIT, or a reload) does not move it.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MASTER-JOURNAL.
           IF WS-JOURNAL-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ MASTER-JOURNAL
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOURNAL-READ
                           MOVE JR-IMAGE TO JOURNAL-IMAGE-VIEW
                           IF STU-NO IN JOURNAL-IMAGE-VIEW > ZERO
                               PERFORM JUDGE-ONE-JOURNAL-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-JOURNAL
           END-IF.

       JUDGE-ONE-JOURNAL-ENTRY.
           SET CS-INDEX TO STU-NO IN JOURNAL-IMAGE-VIEW.
           EVALUATE TRUE
               WHEN JR-ADD AND JR-PROGRAM-ID NOT = 'READMIT '
                   IF WS-CS-INTAKE-DATE (CS-INDEX) = ZERO
                       MOVE JR-DATE TO WS-CS-INTAKE-DATE (CS-INDEX)
                       MOVE STU-CLASS IN JOURNAL-IMAGE-VIEW
                           TO WS-CS-ENTRY-CLASS (CS-INDEX)
                       MOVE STU-GENDER IN JOURNAL-IMAGE-VIEW
                           TO WS-CS-GENDER (CS-INDEX)
                       MOVE STU-NAME IN JOURNAL-IMAGE-VIEW
                           TO WS-CS-NAME (CS-INDEX)
                   END-IF
               WHEN JR-REWRITE
                   IF STU-TRANSFERRED IN JOURNAL-IMAGE-VIEW
                       OR STU-STRUCK-OFF IN JOURNAL-IMAGE-VIEW
                       MOVE JR-DATE TO WS-CS-LEFT-DATE (CS-INDEX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       READ-GRADUATED-HISTORY.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT STUDENT-HISTORY.
           IF WS-HISTORY-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ STUDENT-HISTORY
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF STU-NO IN STUDENT-DETAILS-HIST > ZERO
                               SET CS-INDEX TO
                                   STU-NO IN STUDENT-DETAILS-HIST
                               MOVE 'G' TO WS-CS-OUTCOME (CS-INDEX)
                               MOVE STU-CLASS IN STUDENT-DETAILS-HIST
                                   TO WS-CS-LAST-CLASS (CS-INDEX)
                               MOVE STU-NAME IN STUDENT-DETAILS-HIST
                                   TO WS-CS-NAME (CS-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-HISTORY
           END-IF.

       READ-CURRENT-MASTER.
      * A student READMIT brought back from the history file is on
      * the master again, so the master has the last word.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT STUDENT-MASTER.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF STU-NO IN STUDENT-DETAILS > ZERO
                           PERFORM NOTE-MASTER-STANDING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT-MASTER.

       NOTE-MASTER-STANDING.
           SET CS-INDEX TO STU-NO IN STUDENT-DETAILS.
           EVALUATE TRUE
               WHEN STU-TRANSFERRED IN STUDENT-DETAILS
                   MOVE 'T' TO WS-CS-OUTCOME (CS-INDEX)
               WHEN STU-STRUCK-OFF IN STUDENT-DETAILS
                   MOVE 'S' TO WS-CS-OUTCOME (CS-INDEX)
               WHEN OTHER
                   MOVE 'A' TO WS-CS-OUTCOME (CS-INDEX)
           END-EVALUATE.
           MOVE STU-CLASS IN STUDENT-DETAILS
               TO WS-CS-LAST-CLASS (CS-INDEX).
           MOVE STU-NAME IN STUDENT-DETAILS TO WS-CS-NAME (CS-INDEX).
           IF WS-CS-INTAKE-DATE (CS-INDEX) = ZERO
               ADD 1 TO WS-NO-INTAKE-COUNT
           END-IF.

       BUILD-COHORTS.
           PERFORM VARYING CS-INDEX FROM 1 BY 1
               UNTIL CS-INDEX > 99999
               IF WS-CS-INTAKE-DATE (CS-INDEX) > ZERO
                   MOVE WS-CS-INTAKE-DATE (CS-INDEX) (1:4)
                       TO WS-INTAKE-YEAR
                   IF WS-INTAKE-YEAR < WS-FIRST-YEAR
                       OR WS-INTAKE-YEAR > WS-LAST-YEAR
                       ADD 1 TO WS-OUT-RANGE-COUNT
                   ELSE
                       PERFORM PLACE-ONE-STUDENT
                   END-IF
               END-IF
           END-PERFORM.

       PLACE-ONE-STUDENT.
           MOVE WS-INTAKE-YEAR TO WS-FIND-YEAR.
           MOVE WS-CS-ENTRY-CLASS (CS-INDEX) TO WS-FIND-CLASS.
           PERFORM FIND-COHORT.
           IF WS-FOUND-COHORT = ZERO
               AND WS-COHORT-COUNT < 60
               PERFORM ADD-COHORT
           END-IF.
           IF WS-FOUND-COHORT = ZERO
               ADD 1 TO WS-OVERFLOW-COUNT
           ELSE
               MOVE WS-FOUND-COHORT TO WS-CS-COHORT (CS-INDEX)
               MOVE WS-CS-ENTRY-CLASS (CS-INDEX)
                   TO WS-CS-HIGH-CLASS (CS-INDEX)
               ADD 1 TO WS-FOLLOWED-COUNT
           END-IF.

       ADD-COHORT.
           ADD 1 TO WS-COHORT-COUNT.
           SET CH-INDEX TO WS-COHORT-COUNT.
           MOVE WS-FIND-YEAR TO WS-CH-YEAR (CH-INDEX).
           MOVE WS-FIND-CLASS TO WS-CH-CLASS (CH-INDEX).
           MOVE WS-COHORT-COUNT TO WS-FOUND-COHORT.
           IF WS-FIND-YEAR < WS-MIN-YEAR
               MOVE WS-FIND-YEAR TO WS-MIN-YEAR
           END-IF.
           IF WS-FIND-YEAR > WS-MAX-YEAR
               MOVE WS-FIND-YEAR TO WS-MAX-YEAR
           END-IF.

       FIND-COHORT.
           MOVE ZERO TO WS-FOUND-COHORT.
           PERFORM VARYING CH-INDEX FROM 1 BY 1
               UNTIL CH-INDEX > WS-COHORT-COUNT
                   OR WS-FOUND-COHORT > ZERO
               IF WS-CH-YEAR (CH-INDEX) = WS-FIND-YEAR
                   AND WS-CH-CLASS (CH-INDEX) = WS-FIND-CLASS
                   SET WS-FOUND-COHORT TO CH-INDEX
               END-IF
           END-PERFORM.

       READ-PROMOTION-HISTORY.
      * Decisions are in apply-run order, so the n-th one taken
      * since admission is the student's n-th year of study.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PROMOTION-HISTORY.
           IF WS-PHIST-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ PROMOTION-HISTORY
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-DECISIONS-READ
                           IF PH-STU-NO > ZERO
                               SET CS-INDEX TO PH-STU-NO
                               IF WS-CS-COHORT (CS-INDEX) > ZERO
                                   AND PH-APPLY-DATE >=
                                       WS-CS-INTAKE-DATE (CS-INDEX)
                                   AND WS-CS-DECISIONS (CS-INDEX) < 12
                                   PERFORM COUNT-ONE-DECISION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROMOTION-HISTORY
           ELSE
               DISPLAY 'NO PROMOTION HISTORY ON FILE - YEARS OF '
                   'STUDY CANNOT BE SPLIT'
           END-IF.

       COUNT-ONE-DECISION.
           ADD 1 TO WS-CS-DECISIONS (CS-INDEX).
           MOVE WS-CS-DECISIONS (CS-INDEX) TO WS-STUDY-YEAR.
           SET CH-INDEX TO WS-CS-COHORT (CS-INDEX).
           PERFORM SET-GENDER-SLOT.
           EVALUATE TRUE
               WHEN PH-PROMOTED
                   ADD 1 TO WS-CH-Y-PROMOTED (CH-INDEX WS-STUDY-YEAR)
                   ADD 1 TO WS-CH-G-PROMOTED (CH-INDEX WS-GENDER-SLOT)
                   IF PH-CLASS + 1 > WS-CS-HIGH-CLASS (CS-INDEX)
                       COMPUTE WS-CS-HIGH-CLASS (CS-INDEX) =
                           PH-CLASS + 1
                   END-IF
               WHEN PH-DETAINED
                   ADD 1 TO WS-CH-Y-DETAINED (CH-INDEX WS-STUDY-YEAR)
                   ADD 1 TO WS-CH-G-DETAINED (CH-INDEX WS-GENDER-SLOT)
               WHEN OTHER
                   ADD 1 TO WS-CH-Y-REVIEW (CH-INDEX WS-STUDY-YEAR)
           END-EVALUATE.

       SET-GENDER-SLOT.
           EVALUATE WS-CS-GENDER (CS-INDEX)
               WHEN 'M'
                   MOVE 1 TO WS-GENDER-SLOT
               WHEN 'F'
                   MOVE 2 TO WS-GENDER-SLOT
               WHEN 'O'
                   MOVE 3 TO WS-GENDER-SLOT
               WHEN OTHER
                   MOVE 4 TO WS-GENDER-SLOT
           END-EVALUATE.

       READ-TERM-HISTORY.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TERM-HISTORY.
           IF WS-HIST-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TERM-HISTORY
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF HIST-STU-NO > ZERO
                               SET CS-INDEX TO HIST-STU-NO
                               MOVE HIST-TERM-COUNT
                                   TO WS-CS-TERMS (CS-INDEX)
                               MOVE HIST-CUM-PERCENT
                                   TO WS-CS-CUM-PERCENT (CS-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-HISTORY
           END-IF.

       TALLY-STUDENTS.
           PERFORM VARYING CS-INDEX FROM 1 BY 1
               UNTIL CS-INDEX > 99999
               IF WS-CS-COHORT (CS-INDEX) > ZERO
                   PERFORM TALLY-ONE-STUDENT
               END-IF
           END-PERFORM.

       TALLY-ONE-STUDENT.
      * A student who is still here, or who left, is in the year
      * after their last decision; a graduate finished in the year
      * of their last one.
           SET CH-INDEX TO WS-CS-COHORT (CS-INDEX).
           PERFORM SET-GENDER-SLOT.
           ADD 1 TO WS-CH-G-INTAKE (CH-INDEX WS-GENDER-SLOT).
           IF CS-GRADUATED (CS-INDEX)
               MOVE WS-CS-DECISIONS (CS-INDEX) TO WS-YEARS-REACHED
               IF WS-YEARS-REACHED = ZERO
                   MOVE 1 TO WS-YEARS-REACHED
               END-IF
           ELSE
               COMPUTE WS-YEARS-REACHED =
                   WS-CS-DECISIONS (CS-INDEX) + 1
               IF WS-YEARS-REACHED > 12
                   MOVE 12 TO WS-YEARS-REACHED
               END-IF
           END-IF.
           PERFORM VARYING WS-STUDY-YEAR FROM 1 BY 1
               UNTIL WS-STUDY-YEAR > WS-YEARS-REACHED
               ADD 1 TO WS-CH-Y-STARTED (CH-INDEX WS-STUDY-YEAR)
           END-PERFORM.
           EVALUATE TRUE
               WHEN CS-ON-ROLL (CS-INDEX)
                   ADD 1 TO WS-CH-G-ON-ROLL (CH-INDEX WS-GENDER-SLOT)
               WHEN CS-GRADUATED (CS-INDEX)
                   ADD 1 TO
                       WS-CH-G-GRADUATED (CH-INDEX WS-GENDER-SLOT)
                   ADD 1 TO
                       WS-CH-Y-GRADUATED (CH-INDEX WS-YEARS-REACHED)
               WHEN CS-TRANSFERRED (CS-INDEX)
                   ADD 1 TO
                       WS-CH-G-TRANSFERRED (CH-INDEX WS-GENDER-SLOT)
                   ADD 1 TO
                       WS-CH-Y-TRANSFERRED (CH-INDEX WS-YEARS-REACHED)
                   ADD 1 TO WS-DROPOUT-COUNT
               WHEN CS-STRUCK-OFF (CS-INDEX)
                   ADD 1 TO WS-CH-G-STRUCK (CH-INDEX WS-GENDER-SLOT)
                   ADD 1 TO
                       WS-CH-Y-STRUCK (CH-INDEX WS-YEARS-REACHED)
                   ADD 1 TO WS-DROPOUT-COUNT
               WHEN OTHER
                   ADD 1 TO
                       WS-CH-G-NOT-TRACED (CH-INDEX WS-GENDER-SLOT)
                   ADD 1 TO WS-NOT-TRACED
           END-EVALUATE.
           IF WS-CS-LAST-CLASS (CS-INDEX) > WS-CS-HIGH-CLASS (CS-INDEX)
               MOVE WS-CS-LAST-CLASS (CS-INDEX)
                   TO WS-CS-HIGH-CLASS (CS-INDEX)
           END-IF.
           IF WS-CS-HIGH-CLASS (CS-INDEX) >= WS-TARGET-CLASS
               ADD 1 TO WS-CH-G-REACHED (CH-INDEX WS-GENDER-SLOT)
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE ALL '=' TO COHORT-REPORT-LINE.
           WRITE COHORT-REPORT-LINE.
           MOVE SPACES TO COHORT-REPORT-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO COHORT-REPORT-LINE.
           WRITE COHORT-REPORT-LINE.
           MOVE '        COHORT PROGRESSION AND DROPOUT ANALYSIS' TO
               COHORT-REPORT-LINE.
           WRITE COHORT-REPORT-LINE.
           MOVE SPACES TO COHORT-REPORT-LINE.
           STRING 'AS AT : ' WS-RUN-DATE
               '   BRANCH : ' SP-BRANCH-CODE
               '   TARGET CLASS : ' WS-TARGET-CLASS
               DELIMITED BY SIZE INTO COHORT-REPORT-LINE.
           WRITE COHORT-REPORT-LINE.
           MOVE ALL '=' TO COHORT-REPORT-LINE.
           WRITE COHORT-REPORT-LINE.

       WRITE-PROGRESSION-TABLES.
      * Intakes in year order, classes of entry in class order.
           PERFORM VARYING WS-LOOP-YEAR FROM WS-MIN-YEAR BY 1
               UNTIL WS-LOOP-YEAR > WS-MAX-YEAR
               PERFORM VARYING WS-LOOP-CLASS FROM 0 BY 1
                   UNTIL WS-LOOP-CLASS > 12
                   MOVE WS-LOOP-YEAR TO WS-FIND-YEAR
                   MOVE WS-LOOP-CLASS TO WS-FIND-CLASS
                   PERFORM FIND-COHORT
                   IF WS-FOUND-COHORT > ZERO
                       SET CH-INDEX TO WS-FOUND-COHORT
                       PERFORM WRITE-ONE-PROGRESSION
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-ONE-PROGRESSION.
           ADD 1 TO WS-PRINTED-COHORTS.
           PERFORM SUM-GENDER-ROWS.
           MOVE SPACES TO COHORT-REPORT-LINE.
           WRITE COHORT-REPORT-LINE.
           MOVE SPACES TO COHORT-REPORT-LINE.
           STRING 'INTAKE ' WS-CH-YEAR (CH-INDEX)
               '   ENTERED CLASS ' WS-CH-CLASS (CH-INDEX)
               '   STUDENTS ' WS-SUM-INTAKE
               DELIMITED BY SIZE INTO COHORT-REPORT-LINE.
           WRITE COHORT-REPORT-LINE.
           MOVE ALL '-' TO COHORT-REPORT-LINE.
           WRITE COHORT-REPORT-LINE.
           MOVE 'YEAR CLS STARTD PROMTD DETAIN REVIEW TRANSF STRUCK'
               TO COHORT-REPORT-LINE.
           MOVE ' GRADTD' TO COHORT-REPORT-LINE (51:7).
           WRITE COHORT-REPORT-LINE.
           PERFORM VARYING WS-YEAR-NO FROM 1 BY 1
               UNTIL WS-YEAR-NO > 12
               IF WS-CH-Y-STARTED (CH-INDEX WS-YEAR-NO) > ZERO
                   PERFORM WRITE-ONE-STUDY-YEAR
               END-IF
           END-PERFORM.
           MOVE SPACES TO COHORT-REPORT-LINE.
           MOVE 'BY GENDER  INTAKE PROMTD DETAIN TRANSF STRUCK GRADTD'
               TO COHORT-REPORT-LINE.
           MOVE ' ONROLL' TO COHORT-REPORT-LINE (53:7).
           WRITE COHORT-REPORT-LINE.
           PERFORM VARYING WS-GENDER-SLOT FROM 1 BY 1
               UNTIL WS-GENDER-SLOT > 4
               IF WS-CH-G-INTAKE (CH-INDEX WS-GENDER-SLOT) > ZERO
                   MOVE SPACES TO COHORT-REPORT-LINE
                   STRING '    '
                       WS-GENDER-CODES (WS-GENDER-SLOT:1)
                       '       '
                       WS-CH-G-INTAKE (CH-INDEX WS-GENDER-SLOT) '  '
                       WS-CH-G-PROMOTED (CH-INDEX WS-GENDER-SLOT) '  '
                       WS-CH-G-DETAINED (CH-INDEX WS-GENDER-SLOT) '  '
                       WS-CH-G-TRANSFERRED (CH-INDEX WS-GENDER-SLOT)
                       '  '
                       WS-CH-G-STRUCK (CH-INDEX WS-GENDER-SLOT) '  '
                       WS-CH-G-GRADUATED (CH-INDEX WS-GENDER-SLOT)
                       '  '
                       WS-CH-G-ON-ROLL (CH-INDEX WS-GENDER-SLOT)
                       DELIMITED BY SIZE INTO COHORT-REPORT-LINE
                   WRITE COHORT-REPORT-LINE
               END-IF
           END-PERFORM.

       WRITE-ONE-STUDY-YEAR.
      * The class a student would be in that year without detention.
           COMPUTE WS-NOMINAL-CLASS =
               WS-CH-CLASS (CH-INDEX) + WS-YEAR-NO - 1.
           MOVE SPACES TO COHORT-REPORT-LINE.
           STRING '  ' WS-YEAR-NO '  ' WS-NOMINAL-CLASS '  '
               WS-CH-Y-STARTED (CH-INDEX WS-YEAR-NO) '  '
               WS-CH-Y-PROMOTED (CH-INDEX WS-YEAR-NO) '  '
               WS-CH-Y-DETAINED (CH-INDEX WS-YEAR-NO) '  '
               WS-CH-Y-REVIEW (CH-INDEX WS-YEAR-NO) '  '
               WS-CH-Y-TRANSFERRED (CH-INDEX WS-YEAR-NO) '  '
               WS-CH-Y-STRUCK (CH-INDEX WS-YEAR-NO) '  '
               WS-CH-Y-GRADUATED (CH-INDEX WS-YEAR-NO)
               DELIMITED BY SIZE INTO COHORT-REPORT-LINE.
           WRITE COHORT-REPORT-LINE.

       SUM-GENDER-ROWS.
           MOVE ZERO TO WS-SUM-INTAKE WS-SUM-ON-ROLL WS-SUM-GRADUATED
               WS-SUM-TRANSFERRED WS-SUM-STRUCK WS-SUM-REACHED
               WS-SUM-PROMOTED WS-SUM-DETAINED.
           PERFORM VARYING WS-GENDER-SLOT FROM 1 BY 1
               UNTIL WS-GENDER-SLOT > 4
               ADD WS-CH-G-INTAKE (CH-INDEX WS-GENDER-SLOT)
                   TO WS-SUM-INTAKE
               ADD WS-CH-G-ON-ROLL (CH-INDEX WS-GENDER-SLOT)
                   TO WS-SUM-ON-ROLL
               ADD WS-CH-G-GRADUATED (CH-INDEX WS-GENDER-SLOT)
                   TO WS-SUM-GRADUATED
               ADD WS-CH-G-TRANSFERRED (CH-INDEX WS-GENDER-SLOT)
                   TO WS-SUM-TRANSFERRED
               ADD WS-CH-G-STRUCK (CH-INDEX WS-GENDER-SLOT)
                   TO WS-SUM-STRUCK
               ADD WS-CH-G-REACHED (CH-INDEX WS-GENDER-SLOT)
                   TO WS-SUM-REACHED
               ADD WS-CH-G-PROMOTED (CH-INDEX WS-GENDER-SLOT)
                   TO WS-SUM-PROMOTED
               ADD WS-CH-G-DETAINED (CH-INDEX WS-GENDER-SLOT)
                   TO WS-SUM-DETAINED
           END-PERFORM.

       WRITE-RETENTION-TABLE.
      * Retained is still on roll or graduated, against the intake.
           MOVE SPACES TO COHORT-REPORT-LINE.
           WRITE COHORT-REPORT-LINE.
           MOVE ALL '=' TO COHORT-REPORT-LINE.
           WRITE COHORT-REPORT-LINE.
           MOVE 'RETENTION RATES BY INTAKE AND GENDER' TO
               COHORT-REPORT-LINE.
           WRITE COHORT-REPORT-LINE.
           MOVE ALL '-' TO COHORT-REPORT-LINE.
           WRITE COHORT-REPORT-LINE.
           MOVE SPACES TO COHORT-REPORT-LINE.
           STRING 'YEAR  CL G  INTAKE ONROLL GRADTD TRANSF STRUCK'
               ' RETAIN% REACHED ' WS-TARGET-CLASS ' %'
               DELIMITED BY SIZE INTO COHORT-REPORT-LINE.
           WRITE COHORT-REPORT-LINE.
           PERFORM VARYING WS-LOOP-YEAR FROM WS-MIN-YEAR BY 1
               UNTIL WS-LOOP-YEAR > WS-MAX-YEAR
               PERFORM VARYING WS-LOOP-CLASS FROM 0 BY 1
                   UNTIL WS-LOOP-CLASS > 12
                   MOVE WS-LOOP-YEAR TO WS-FIND-YEAR
                   MOVE WS-LOOP-CLASS TO WS-FIND-CLASS
                   PERFORM FIND-COHORT
                   IF WS-FOUND-COHORT > ZERO
                       SET CH-INDEX TO WS-FOUND-COHORT
                       PERFORM WRITE-ONE-RETENTION
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-ONE-RETENTION.
           PERFORM VARYING WS-GENDER-SLOT FROM 1 BY 1
               UNTIL WS-GENDER-SLOT > 4
               IF WS-CH-G-INTAKE (CH-INDEX WS-GENDER-SLOT) > ZERO
                   MOVE WS-CH-G-INTAKE (CH-INDEX WS-GENDER-SLOT)
                       TO WS-SUM-INTAKE
                   MOVE WS-CH-G-ON-ROLL (CH-INDEX WS-GENDER-SLOT)
                       TO WS-SUM-ON-ROLL
                   MOVE WS-CH-G-GRADUATED (CH-INDEX WS-GENDER-SLOT)
                       TO WS-SUM-GRADUATED
                   MOVE WS-CH-G-TRANSFERRED (CH-INDEX WS-GENDER-SLOT)
                       TO WS-SUM-TRANSFERRED
                   MOVE WS-CH-G-STRUCK (CH-INDEX WS-GENDER-SLOT)
                       TO WS-SUM-STRUCK
                   MOVE WS-CH-G-REACHED (CH-INDEX WS-GENDER-SLOT)
                       TO WS-SUM-REACHED
                   MOVE WS-GENDER-CODES (WS-GENDER-SLOT:1)
                       TO WS-GENDER-LABEL
                   PERFORM WRITE-ONE-RATE-LINE
               END-IF
           END-PERFORM.
           PERFORM SUM-GENDER-ROWS.
           MOVE 'ALL' TO WS-GENDER-LABEL.
           PERFORM WRITE-ONE-RATE-LINE.

       WRITE-ONE-RATE-LINE.
           COMPUTE WS-RETAINED = WS-SUM-ON-ROLL + WS-SUM-GRADUATED.
           COMPUTE WS-RETAIN-RATE ROUNDED =
               WS-RETAINED * 100 / WS-SUM-INTAKE.
           COMPUTE WS-REACH-RATE ROUNDED =
               WS-SUM-REACHED * 100 / WS-SUM-INTAKE.
           MOVE WS-RETAIN-RATE TO WS-RPT-RETAIN.
           MOVE WS-REACH-RATE TO WS-RPT-REACH.
           MOVE SPACES TO COHORT-REPORT-LINE.
           STRING WS-CH-YEAR (CH-INDEX) '  ' WS-CH-CLASS (CH-INDEX)
               ' ' WS-GENDER-LABEL ' '
               WS-SUM-INTAKE '  ' WS-SUM-ON-ROLL '  '
               WS-SUM-GRADUATED '  ' WS-SUM-TRANSFERRED '  '
               WS-SUM-STRUCK '   ' WS-RPT-RETAIN '  '
               WS-SUM-REACHED ' ' WS-RPT-REACH
               DELIMITED BY SIZE INTO COHORT-REPORT-LINE.
           WRITE COHORT-REPORT-LINE.

       WRITE-DROPOUT-LIST.
           MOVE SPACES TO COHORT-REPORT-LINE.
           WRITE COHORT-REPORT-LINE.
           MOVE ALL '=' TO COHORT-REPORT-LINE.
           WRITE COHORT-REPORT-LINE.
           MOVE 'DROPOUT LIST - TRANSFERRED OUT OR STRUCK OFF' TO
               COHORT-REPORT-LINE.
           WRITE COHORT-REPORT-LINE.
           MOVE ALL '-' TO COHORT-REPORT-LINE.
           WRITE COHORT-REPORT-LINE.
           MOVE 'STU-NO NAME            G INTAKE ENT LST REASON'
               TO COHORT-REPORT-LINE.
           MOVE 'LEFT ON   TRM   CUM%' TO COHORT-REPORT-LINE (53:20).
           WRITE COHORT-REPORT-LINE.
           PERFORM VARYING CS-INDEX FROM 1 BY 1
               UNTIL CS-INDEX > 99999
               IF WS-CS-COHORT (CS-INDEX) > ZERO
                   AND (CS-TRANSFERRED (CS-INDEX)
                       OR CS-STRUCK-OFF (CS-INDEX))
                   PERFORM WRITE-ONE-DROPOUT
               END-IF
           END-PERFORM.
           IF WS-DROPOUT-COUNT = ZERO
               MOVE '  NO STUDENT IN THESE INTAKES HAS LEFT' TO
                   COHORT-REPORT-LINE
               WRITE COHORT-REPORT-LINE
           END-IF.

       WRITE-ONE-DROPOUT.
           IF CS-TRANSFERRED (CS-INDEX)
               MOVE 'TRANSFERRED' TO WS-RPT-REASON
           ELSE
               MOVE 'STRUCK OFF ' TO WS-RPT-REASON
           END-IF.
           IF WS-CS-LEFT-DATE (CS-INDEX) = ZERO
               MOVE 'UNKNOWN ' TO WS-RPT-LEFT-DATE
           ELSE
               MOVE WS-CS-LEFT-DATE (CS-INDEX) TO WS-RPT-LEFT-DATE
           END-IF.
           MOVE WS-CS-CUM-PERCENT (CS-INDEX) TO WS-RPT-PERCENT.
           MOVE WS-CS-INTAKE-DATE (CS-INDEX) (1:4) TO WS-INTAKE-YEAR.
           SET WS-RPT-STU-NO TO CS-INDEX.
           MOVE SPACES TO COHORT-REPORT-LINE.
           STRING WS-RPT-STU-NO '  ' WS-CS-NAME (CS-INDEX) ' '
               WS-CS-GENDER (CS-INDEX) ' ' WS-INTAKE-YEAR '   '
               WS-CS-ENTRY-CLASS (CS-INDEX) '  '
               WS-CS-LAST-CLASS (CS-INDEX) '  ' WS-RPT-REASON ' '
               WS-RPT-LEFT-DATE '  ' WS-CS-TERMS (CS-INDEX) ' '
               WS-RPT-PERCENT
               DELIMITED BY SIZE INTO COHORT-REPORT-LINE.
           WRITE COHORT-REPORT-LINE.

       WRITE-REPORT-FOOTING.
           MOVE ALL '-' TO COHORT-REPORT-LINE.
           WRITE COHORT-REPORT-LINE.
           MOVE SPACES TO COHORT-REPORT-LINE.
           STRING 'STUDENTS FOLLOWED        : ' WS-FOLLOWED-COUNT
               '   IN ' WS-PRINTED-COHORTS ' INTAKES'
               DELIMITED BY SIZE INTO COHORT-REPORT-LINE.
           WRITE COHORT-REPORT-LINE.
           MOVE SPACES TO COHORT-REPORT-LINE.
           STRING 'LEFT (DROPOUT LIST)      : ' WS-DROPOUT-COUNT
               DELIMITED BY SIZE INTO COHORT-REPORT-LINE.
           WRITE COHORT-REPORT-LINE.
           MOVE SPACES TO COHORT-REPORT-LINE.
           STRING 'NOT ON MASTER OR HISTORY : ' WS-NOT-TRACED
               DELIMITED BY SIZE INTO COHORT-REPORT-LINE.
           WRITE COHORT-REPORT-LINE.
           MOVE SPACES TO COHORT-REPORT-LINE.
           STRING 'ON MASTER, NO ADMISSION ON THE JOURNAL : '
               WS-NO-INTAKE-COUNT ' (LEFT OUT)'
               DELIMITED BY SIZE INTO COHORT-REPORT-LINE.
           WRITE COHORT-REPORT-LINE.
           IF WS-OUT-RANGE-COUNT > ZERO
               MOVE SPACES TO COHORT-REPORT-LINE
               STRING 'INTAKES OUTSIDE THE CARD''S YEARS : '
                   WS-OUT-RANGE-COUNT ' STUDENTS'
                   DELIMITED BY SIZE INTO COHORT-REPORT-LINE
               WRITE COHORT-REPORT-LINE
           END-IF.
           IF WS-OVERFLOW-COUNT > ZERO
               MOVE SPACES TO COHORT-REPORT-LINE
               STRING '*** ' WS-OVERFLOW-COUNT ' STUDENTS NOT '
                   'FOLLOWED - MORE THAN 60 INTAKES ***'
                   DELIMITED BY SIZE INTO COHORT-REPORT-LINE
               WRITE COHORT-REPORT-LINE
           END-IF.
           MOVE ALL '=' TO COHORT-REPORT-LINE.
           WRITE COHORT-REPORT-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'COHORT  '          TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE       TO RL-TERM-CODE.
           MOVE WS-RUN-DATE         TO RL-RUN-DATE.
           MOVE WS-START-TIME       TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-JOURNAL-READ     TO RL-RECORDS-READ.
           MOVE WS-FOLLOWED-COUNT   TO RL-RECORDS-WRITTEN.
           MOVE WS-NO-INTAKE-COUNT  TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE         TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM COHORT.
