      ******************************************************************
      * Author:
      * Date:
      * Purpose: Item analysis of exam papers keyed question-wise on
      *          QMARKS.IDX, for the run-control term and exam. Each
      *          student's class and section come from STUDENT.IDX and
      *          every subject is analysed per class-section: for each
      *          question the difficulty index (marks scored over
      *          marks available, 0.00 very hard to 1.00 very easy),
      *          the discrimination index (upper 27% of the section
      *          by paper total against the lower 27%, over the
      *          question maximum - low or negative means the question
      *          does not separate strong from weak students) and the
      *          share of students who did not attempt it. Questions
      *          most students skipped, too hard or too easy, or
      *          poorly discriminating are remarked for the subject
      *          heads' paper review and remedial planning. Report to
      *          ITEMANAL.RPT; appends to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ITEMANAL.
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
           SELECT ITEM-ANALYSIS-REPORT ASSIGN TO "ITEMANAL.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  QUESTION-MARKS-FILE.
           COPY QMARKSR.

       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  ITEM-ANALYSIS-REPORT.
       01 ITEM-ANALYSIS-LINE PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-QMARKS-STATUS   PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08).
       01 WS-RUN-DATE-INT    PIC 9(08) VALUE ZERO.
       01 WS-EXAM-TYPE       PIC X(01).
      * Students with question rows this term/exam, in STU-NO order as
      * they come off QMARKS.IDX, with the class-section they sit in.
       01 WS-ROLL-COUNT      PIC 9(04) VALUE ZERO.
       01 WS-ROLL-TABLE.
           05 WS-SC-ENTRY OCCURS 3000 TIMES INDEXED BY SC-INDEX.
               10 WS-SC-STU-NO      PIC 9(05).
               10 WS-SC-CLASS       PIC 9(02).
               10 WS-SC-SECTION     PIC X(01).
       01 WS-LAST-STU-NO     PIC 9(05) VALUE ZERO.
       01 WS-LAST-STU-OK     PIC X(01) VALUE 'N'.
           88 LAST-STUDENT-ON-ROLL VALUE 'Y'.
      * One group per subject and class-section analysed.
       01 WS-GROUP-COUNT     PIC 9(03) VALUE ZERO.
       01 WS-GROUP-TABLE.
           05 WS-GP-ENTRY OCCURS 100 TIMES INDEXED BY GP-INDEX.
               10 WS-GP-KEY.
                   15 WS-GP-SUBJ    PIC X(04).
                   15 WS-GP-CLASS   PIC 9(02).
                   15 WS-GP-SECTION PIC X(01).
       01 WS-GP-SWAP         PIC X(07).
       01 WS-GP-SUB          PIC 9(03) VALUE ZERO.
       01 WS-GP-FOUND        PIC X(01) VALUE 'N'.
           88 GROUP-ON-TABLE   VALUE 'Y'.
      * The candidates of the group being analysed.
       01 WS-CAND-COUNT      PIC 9(02) VALUE ZERO.
       01 WS-CANDIDATE-TABLE.
           05 WS-CD-ENTRY OCCURS 60 TIMES INDEXED BY CD-INDEX.
               10 WS-CD-STU-NO      PIC 9(05).
               10 WS-CD-TOTAL       PIC 9(04).
               10 WS-CD-QUESTION OCCURS 30 TIMES.
                   15 WS-CD-MARKS     PIC 9(03).
                   15 WS-CD-ATTEMPTED PIC X(01).
       01 WS-CD-ROWS-FLAG    PIC X(01) VALUE 'N'.
           88 CANDIDATE-ROWS-FOUND VALUE 'Y'.
       01 WS-RANK-TABLE.
           05 WS-RANK OCCURS 60 TIMES PIC 9(02).
       01 WS-RANK-I          PIC 9(02).
       01 WS-RANK-J          PIC 9(02).
       01 WS-RANK-SWAP       PIC 9(02).
       01 WS-QUESTION-COUNT  PIC 9(02) VALUE ZERO.
       01 WS-QUESTION-MAX-TABLE.
           05 WS-QX-MAX OCCURS 30 TIMES PIC 9(03).
       01 WS-Q-SUB           PIC 9(02).
       01 WS-GROUP-SIZE      PIC 9(02) VALUE ZERO.
       01 WS-SUM-MARKS       PIC 9(06) VALUE ZERO.
       01 WS-UPPER-MARKS     PIC 9(06) VALUE ZERO.
       01 WS-LOWER-MARKS     PIC 9(06) VALUE ZERO.
       01 WS-ATTEMPT-COUNT   PIC 9(02) VALUE ZERO.
       01 WS-SKIP-PCT        PIC 9(03) VALUE ZERO.
       01 WS-DIFFICULTY      PIC 9V9(02) VALUE ZERO.
       01 WS-DISCRIMINATION  PIC S9V9(02) VALUE ZERO.
       01 WS-PAPER-MEAN      PIC 9(03)V9(01) VALUE ZERO.
       01 WS-PAPER-SUM       PIC 9(06) VALUE ZERO.
       01 WS-REMARK          PIC X(16).
       01 WS-FLAGGED-COUNT   PIC 9(02) VALUE ZERO.
       01 WS-ROWS-READ       PIC 9(05) VALUE ZERO.
       01 WS-ROWS-REJECTED   PIC 9(05) VALUE ZERO.
       01 WS-GROUPS-REPORTED PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-FLAGGED   PIC 9(05) VALUE ZERO.
       01 WS-RPT-MAX         PIC ZZ9.
       01 WS-RPT-DIFF        PIC 9.99.
       01 WS-RPT-DISC        PIC -9.99.
       01 WS-RPT-SKIP        PIC ZZ9.
       01 WS-RPT-MEAN        PIC ZZ9.9.
       01 WS-RPT-CANDS       PIC Z9.
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
           OPEN INPUT QUESTION-MARKS-FILE.
           IF WS-QMARKS-STATUS NOT = '00'
               DISPLAY 'NO QUESTION-WISE MARKS ON FILE, NO ANALYSIS'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           PERFORM COLLECT-GROUPS.
           CLOSE STUDENT-MASTER.
           IF WS-GROUP-COUNT = ZERO
               DISPLAY 'NO QUESTION-WISE MARKS FOR TERM '
                   RUN-TERM-CODE ' EXAM ' WS-EXAM-TYPE
               CLOSE QUESTION-MARKS-FILE
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM SORT-GROUPS.
           OPEN OUTPUT ITEM-ANALYSIS-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM VARYING GP-INDEX FROM 1 BY 1
               UNTIL GP-INDEX > WS-GROUP-COUNT
               PERFORM ANALYSE-ONE-GROUP
           END-PERFORM.
           PERFORM WRITE-REPORT-FOOTING.
           CLOSE ITEM-ANALYSIS-REPORT.
           CLOSE QUESTION-MARKS-FILE.
           DISPLAY 'PAPERS ANALYSED : ' WS-GROUPS-REPORTED
               '  QUESTIONS REMARKED : ' WS-TOTAL-FLAGGED.
           IF WS-ROWS-REJECTED > ZERO
               DISPLAY 'QUESTION ROWS NOT ANALYSED : '
                   WS-ROWS-REJECTED
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
                           ' EXAM : ' RUN-EXAM-TYPE
                       MOVE RUN-DATE TO WS-RUN-DATE-INT
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-RUN-DATE-INT = ZERO
               ACCEPT WS-RUN-DATE-INT FROM DATE YYYYMMDD
           END-IF.
           IF RUN-EXAM-TYPE = SPACE
               MOVE 'F' TO WS-EXAM-TYPE
           ELSE
               MOVE RUN-EXAM-TYPE TO WS-EXAM-TYPE
           END-IF.

       COLLECT-GROUPS.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ QUESTION-MARKS-FILE NEXT RECORD
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF QM-TERM-CODE = RUN-TERM-CODE
                           AND QM-EXAM-TYPE = WS-EXAM-TYPE
                           AND QM-COMPONENT = 'T'
                           ADD 1 TO WS-ROWS-READ
                           PERFORM COLLECT-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM.

       COLLECT-ONE-ROW.
           IF QM-STU-NO NOT = WS-LAST-STU-NO
               MOVE QM-STU-NO TO WS-LAST-STU-NO
               PERFORM ADD-STUDENT-TO-ROLL
           END-IF.
           IF LAST-STUDENT-ON-ROLL
               PERFORM REGISTER-GROUP
           ELSE
               ADD 1 TO WS-ROWS-REJECTED
           END-IF.

       ADD-STUDENT-TO-ROLL.
           MOVE 'N' TO WS-LAST-STU-OK.
           MOVE QM-STU-NO TO STU-NO IN STUDENT-DETAILS.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY 'QUESTION ROWS FOR STU-NO ' QM-STU-NO
                       ' NOT ON MASTER - NOT ANALYSED'
               NOT INVALID KEY
                   IF WS-ROLL-COUNT < 3000
                       ADD 1 TO WS-ROLL-COUNT
                       SET SC-INDEX TO WS-ROLL-COUNT
                       MOVE QM-STU-NO   TO WS-SC-STU-NO (SC-INDEX)
                       MOVE STU-CLASS   TO WS-SC-CLASS (SC-INDEX)
                       MOVE STU-SECTION TO WS-SC-SECTION (SC-INDEX)
                       MOVE 'Y' TO WS-LAST-STU-OK
                   END-IF
           END-READ.

       REGISTER-GROUP.
           MOVE 'N' TO WS-GP-FOUND.
           PERFORM VARYING GP-INDEX FROM 1 BY 1
               UNTIL GP-INDEX > WS-GROUP-COUNT OR GROUP-ON-TABLE
               IF WS-GP-SUBJ (GP-INDEX) = QM-SUBJ-CODE
                   AND WS-GP-CLASS (GP-INDEX) = WS-SC-CLASS (SC-INDEX)
                   AND WS-GP-SECTION (GP-INDEX) =
                       WS-SC-SECTION (SC-INDEX)
                   MOVE 'Y' TO WS-GP-FOUND
               END-IF
           END-PERFORM.
           IF NOT GROUP-ON-TABLE
               IF WS-GROUP-COUNT < 100
                   ADD 1 TO WS-GROUP-COUNT
                   SET GP-INDEX TO WS-GROUP-COUNT
                   MOVE QM-SUBJ-CODE TO WS-GP-SUBJ (GP-INDEX)
                   MOVE WS-SC-CLASS (SC-INDEX) TO
                       WS-GP-CLASS (GP-INDEX)
                   MOVE WS-SC-SECTION (SC-INDEX) TO
                       WS-GP-SECTION (GP-INDEX)
               ELSE
                   ADD 1 TO WS-ROWS-REJECTED
               END-IF
           END-IF.

       SORT-GROUPS.
      * Subject, then class, then section, so a subject head finds
      * all the sections of a paper together.
           PERFORM VARYING WS-GP-SUB FROM 1 BY 1
               UNTIL WS-GP-SUB >= WS-GROUP-COUNT
               PERFORM VARYING GP-INDEX FROM WS-GP-SUB BY 1
                   UNTIL GP-INDEX > WS-GROUP-COUNT
                   IF WS-GP-KEY (GP-INDEX) < WS-GP-KEY (WS-GP-SUB)
                       MOVE WS-GP-KEY (GP-INDEX) TO WS-GP-SWAP
                       MOVE WS-GP-KEY (WS-GP-SUB) TO
                           WS-GP-KEY (GP-INDEX)
                       MOVE WS-GP-SWAP TO WS-GP-KEY (WS-GP-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ANALYSE-ONE-GROUP.
           PERFORM LOAD-GROUP-CANDIDATES.
           IF WS-CAND-COUNT > ZERO
               PERFORM RANK-CANDIDATES
               PERFORM WRITE-GROUP-HEADING
               MOVE ZERO TO WS-FLAGGED-COUNT
               PERFORM VARYING WS-Q-SUB FROM 1 BY 1
                   UNTIL WS-Q-SUB > WS-QUESTION-COUNT
                   IF WS-QX-MAX (WS-Q-SUB) > ZERO
                       PERFORM ANALYSE-ONE-QUESTION
                   END-IF
               END-PERFORM
               PERFORM WRITE-GROUP-FOOTING
               ADD 1 TO WS-GROUPS-REPORTED
           END-IF.

       LOAD-GROUP-CANDIDATES.
           MOVE ZERO TO WS-CAND-COUNT.
           MOVE ZERO TO WS-QUESTION-COUNT.
           PERFORM VARYING WS-Q-SUB FROM 1 BY 1 UNTIL WS-Q-SUB > 30
               MOVE ZERO TO WS-QX-MAX (WS-Q-SUB)
           END-PERFORM.
           PERFORM VARYING SC-INDEX FROM 1 BY 1
               UNTIL SC-INDEX > WS-ROLL-COUNT
               IF WS-SC-CLASS (SC-INDEX) = WS-GP-CLASS (GP-INDEX)
                   AND WS-SC-SECTION (SC-INDEX) =
                       WS-GP-SECTION (GP-INDEX)
                   PERFORM LOAD-ONE-CANDIDATE
               END-IF
           END-PERFORM.

       LOAD-ONE-CANDIDATE.
           IF WS-CAND-COUNT >= 60
               ADD 1 TO WS-ROWS-REJECTED
           ELSE
               ADD 1 TO WS-CAND-COUNT
               SET CD-INDEX TO WS-CAND-COUNT
               MOVE WS-SC-STU-NO (SC-INDEX) TO WS-CD-STU-NO (CD-INDEX)
               MOVE ZERO TO WS-CD-TOTAL (CD-INDEX)
               PERFORM VARYING WS-Q-SUB FROM 1 BY 1
                   UNTIL WS-Q-SUB > 30
                   MOVE ZERO TO WS-CD-MARKS (CD-INDEX, WS-Q-SUB)
                   MOVE 'N'  TO WS-CD-ATTEMPTED (CD-INDEX, WS-Q-SUB)
               END-PERFORM
               MOVE WS-SC-STU-NO (SC-INDEX) TO QM-STU-NO
               MOVE RUN-TERM-CODE           TO QM-TERM-CODE
               MOVE WS-GP-SUBJ (GP-INDEX)   TO QM-SUBJ-CODE
               MOVE WS-EXAM-TYPE            TO QM-EXAM-TYPE
               MOVE 'T'                     TO QM-COMPONENT
               MOVE ZERO                    TO QM-QUESTION-NO
               MOVE 'N' TO WS-EOF-FLAG
               MOVE 'N' TO WS-CD-ROWS-FLAG
               START QUESTION-MARKS-FILE KEY IS NOT LESS THAN QM-KEY
                   INVALID KEY
                       SET END-OF-CURRENT-FILE TO TRUE
               END-START
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ QUESTION-MARKS-FILE NEXT RECORD
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF QM-STU-NO = WS-SC-STU-NO (SC-INDEX)
                               AND QM-TERM-CODE = RUN-TERM-CODE
                               AND QM-SUBJ-CODE =
                                   WS-GP-SUBJ (GP-INDEX)
                               AND QM-EXAM-TYPE = WS-EXAM-TYPE
                               AND QM-COMPONENT = 'T'
                               PERFORM STORE-CANDIDATE-QUESTION
                           ELSE
                               SET END-OF-CURRENT-FILE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
      * A student sitting other papers but not this one is no
      * candidate for it.
               IF NOT CANDIDATE-ROWS-FOUND
                   SUBTRACT 1 FROM WS-CAND-COUNT
               END-IF
           END-IF.

       STORE-CANDIDATE-QUESTION.
           MOVE 'Y' TO WS-CD-ROWS-FLAG.
           IF QM-QUESTION-NO > ZERO AND QM-QUESTION-NO <= 30
               MOVE QM-QUESTION-NO TO WS-Q-SUB
               MOVE QM-MAX-MARKS TO WS-QX-MAX (WS-Q-SUB)
               IF WS-Q-SUB > WS-QUESTION-COUNT
                   MOVE WS-Q-SUB TO WS-QUESTION-COUNT
               END-IF
               MOVE QM-MARKS-SCORED TO
                   WS-CD-MARKS (CD-INDEX, WS-Q-SUB)
               IF QM-ATTEMPTED
                   MOVE 'Y' TO WS-CD-ATTEMPTED (CD-INDEX, WS-Q-SUB)
               END-IF
               ADD QM-MARKS-SCORED TO WS-CD-TOTAL (CD-INDEX)
           ELSE
               ADD 1 TO WS-ROWS-REJECTED
           END-IF.

       RANK-CANDIDATES.
      * Highest paper total first; the top and bottom 27% of this
      * order are the upper and lower groups.
           MOVE ZERO TO WS-PAPER-SUM.
           PERFORM VARYING WS-RANK-I FROM 1 BY 1
               UNTIL WS-RANK-I > WS-CAND-COUNT
               MOVE WS-RANK-I TO WS-RANK (WS-RANK-I)
               ADD WS-CD-TOTAL (WS-RANK-I) TO WS-PAPER-SUM
           END-PERFORM.
           PERFORM VARYING WS-RANK-I FROM 1 BY 1
               UNTIL WS-RANK-I >= WS-CAND-COUNT
               PERFORM VARYING WS-RANK-J FROM WS-RANK-I BY 1
                   UNTIL WS-RANK-J > WS-CAND-COUNT
                   IF WS-CD-TOTAL (WS-RANK (WS-RANK-J)) >
                       WS-CD-TOTAL (WS-RANK (WS-RANK-I))
                       MOVE WS-RANK (WS-RANK-J) TO WS-RANK-SWAP
                       MOVE WS-RANK (WS-RANK-I) TO
                           WS-RANK (WS-RANK-J)
                       MOVE WS-RANK-SWAP TO WS-RANK (WS-RANK-I)
                   END-IF
               END-PERFORM
           END-PERFORM.
           COMPUTE WS-PAPER-MEAN ROUNDED =
               WS-PAPER-SUM / WS-CAND-COUNT.
           COMPUTE WS-GROUP-SIZE ROUNDED = WS-CAND-COUNT * 27 / 100.
           IF WS-GROUP-SIZE = ZERO
               MOVE 1 TO WS-GROUP-SIZE
           END-IF.

       ANALYSE-ONE-QUESTION.
           MOVE ZERO TO WS-SUM-MARKS.
           MOVE ZERO TO WS-ATTEMPT-COUNT.
           MOVE ZERO TO WS-UPPER-MARKS.
           MOVE ZERO TO WS-LOWER-MARKS.
           PERFORM VARYING WS-RANK-I FROM 1 BY 1
               UNTIL WS-RANK-I > WS-CAND-COUNT
               SET CD-INDEX TO WS-RANK (WS-RANK-I)
               ADD WS-CD-MARKS (CD-INDEX, WS-Q-SUB) TO WS-SUM-MARKS
               IF WS-CD-ATTEMPTED (CD-INDEX, WS-Q-SUB) = 'Y'
                   ADD 1 TO WS-ATTEMPT-COUNT
               END-IF
               IF WS-RANK-I <= WS-GROUP-SIZE
                   ADD WS-CD-MARKS (CD-INDEX, WS-Q-SUB) TO
                       WS-UPPER-MARKS
               END-IF
               IF WS-RANK-I > WS-CAND-COUNT - WS-GROUP-SIZE
                   ADD WS-CD-MARKS (CD-INDEX, WS-Q-SUB) TO
                       WS-LOWER-MARKS
               END-IF
           END-PERFORM.
           COMPUTE WS-DIFFICULTY ROUNDED = WS-SUM-MARKS /
               (WS-CAND-COUNT * WS-QX-MAX (WS-Q-SUB)).
           COMPUTE WS-DISCRIMINATION ROUNDED =
               (WS-UPPER-MARKS - WS-LOWER-MARKS) /
               (WS-GROUP-SIZE * WS-QX-MAX (WS-Q-SUB)).
           COMPUTE WS-SKIP-PCT ROUNDED =
               (WS-CAND-COUNT - WS-ATTEMPT-COUNT) * 100 /
               WS-CAND-COUNT.
           EVALUATE TRUE
               WHEN WS-SKIP-PCT >= 50
                   MOVE 'MOSTLY SKIPPED'   TO WS-REMARK
               WHEN WS-DIFFICULTY < 0.30
                   MOVE 'TOO HARD'         TO WS-REMARK
               WHEN WS-DIFFICULTY > 0.90
                   MOVE 'TOO EASY'         TO WS-REMARK
               WHEN WS-CAND-COUNT < 4
                   MOVE SPACES             TO WS-REMARK
               WHEN WS-DISCRIMINATION < ZERO
                   MOVE 'NEGATIVE DISCRIM' TO WS-REMARK
               WHEN WS-DISCRIMINATION < 0.20
                   MOVE 'POOR DISCRIM'     TO WS-REMARK
               WHEN OTHER
                   MOVE SPACES             TO WS-REMARK
           END-EVALUATE.
           IF WS-REMARK NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
               ADD 1 TO WS-TOTAL-FLAGGED
           END-IF.
           MOVE WS-QX-MAX (WS-Q-SUB) TO WS-RPT-MAX.
           MOVE WS-DIFFICULTY TO WS-RPT-DIFF.
           MOVE WS-DISCRIMINATION TO WS-RPT-DISC.
           MOVE WS-SKIP-PCT TO WS-RPT-SKIP.
           MOVE SPACES TO ITEM-ANALYSIS-LINE.
           IF WS-CAND-COUNT < 4
               STRING '  Q' WS-Q-SUB '  MAX ' WS-RPT-MAX
                   '  DIFF ' WS-RPT-DIFF '  DISC   N/A'
                   '  SKIP ' WS-RPT-SKIP '%  ' WS-REMARK
                   DELIMITED BY SIZE INTO ITEM-ANALYSIS-LINE
           ELSE
               STRING '  Q' WS-Q-SUB '  MAX ' WS-RPT-MAX
                   '  DIFF ' WS-RPT-DIFF '  DISC ' WS-RPT-DISC
                   '  SKIP ' WS-RPT-SKIP '%  ' WS-REMARK
                   DELIMITED BY SIZE INTO ITEM-ANALYSIS-LINE
           END-IF.
           WRITE ITEM-ANALYSIS-LINE.

       WRITE-REPORT-HEADING.
           MOVE ALL '=' TO ITEM-ANALYSIS-LINE.
           WRITE ITEM-ANALYSIS-LINE.
           MOVE SPACES TO ITEM-ANALYSIS-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO ITEM-ANALYSIS-LINE.
           WRITE ITEM-ANALYSIS-LINE.
           MOVE SPACES TO ITEM-ANALYSIS-LINE.
           STRING '     ITEM ANALYSIS - TERM ' RUN-TERM-CODE
               '  EXAM ' WS-EXAM-TYPE
               DELIMITED BY SIZE INTO ITEM-ANALYSIS-LINE.
           WRITE ITEM-ANALYSIS-LINE.
           MOVE '     DIFF = SCORED / AVAILABLE   DISC = UPPER 27% LESS'
               TO ITEM-ANALYSIS-LINE.
           WRITE ITEM-ANALYSIS-LINE.
           MOVE '     LOWER 27% OVER MAXIMUM    SKIP = NOT ATTEMPTED'
               TO ITEM-ANALYSIS-LINE.
           WRITE ITEM-ANALYSIS-LINE.
           MOVE ALL '-' TO ITEM-ANALYSIS-LINE.
           WRITE ITEM-ANALYSIS-LINE.

       WRITE-GROUP-HEADING.
           MOVE WS-CAND-COUNT TO WS-RPT-CANDS.
           MOVE WS-PAPER-MEAN TO WS-RPT-MEAN.
           MOVE SPACES TO ITEM-ANALYSIS-LINE.
           STRING 'SUBJECT ' WS-GP-SUBJ (GP-INDEX) '  CLASS '
               WS-GP-CLASS (GP-INDEX) '/' WS-GP-SECTION (GP-INDEX)
               '  CANDIDATES ' WS-RPT-CANDS '  MEAN TOTAL '
               WS-RPT-MEAN
               DELIMITED BY SIZE INTO ITEM-ANALYSIS-LINE.
           WRITE ITEM-ANALYSIS-LINE.

       WRITE-GROUP-FOOTING.
           MOVE SPACES TO ITEM-ANALYSIS-LINE.
           STRING '  QUESTIONS REMARKED FOR REVIEW : ' WS-FLAGGED-COUNT
               DELIMITED BY SIZE INTO ITEM-ANALYSIS-LINE.
           WRITE ITEM-ANALYSIS-LINE.
           MOVE ALL '-' TO ITEM-ANALYSIS-LINE.
           WRITE ITEM-ANALYSIS-LINE.

       WRITE-REPORT-FOOTING.
           MOVE SPACES TO ITEM-ANALYSIS-LINE.
           STRING 'PAPERS ANALYSED ' WS-GROUPS-REPORTED
               '  QUESTIONS REMARKED ' WS-TOTAL-FLAGGED
               '  ROWS NOT ANALYSED ' WS-ROWS-REJECTED
               DELIMITED BY SIZE INTO ITEM-ANALYSIS-LINE.
           WRITE ITEM-ANALYSIS-LINE.
           MOVE ALL '=' TO ITEM-ANALYSIS-LINE.
           WRITE ITEM-ANALYSIS-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'ITEMANAL'          TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE       TO RL-TERM-CODE.
           MOVE WS-RUN-DATE-INT     TO RL-RUN-DATE.
           MOVE WS-START-TIME       TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-ROWS-READ        TO RL-RECORDS-READ.
           MOVE WS-GROUPS-REPORTED  TO RL-RECORDS-WRITTEN.
           MOVE WS-ROWS-REJECTED    TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE         TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM ITEMANAL.
