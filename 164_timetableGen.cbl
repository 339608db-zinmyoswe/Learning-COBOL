      ******************************************************************
      * Author:
      * Date:
      * Purpose: Timetable generator. Builds a whole-school draft
      *          timetable from the requirements on TTREQ.DAT - the
      *          periods a week each class/section needs of each
      *          subject and the teacher assigned - instead of the
      *          coordinator keying every period into TIMETABL.
      *          Periods are placed a requirement at a time, the
      *          heaviest first, spread across the week: a section
      *          never has two subjects in one period, a teacher is
      *          never in two rooms in one period or in a period
      *          marked unavailable on TTUNAVL.DAT (period 00 blocks
      *          the whole day), and no section gets more than the
      *          day's limit of periods of one subject. Days a week,
      *          periods a day and the per-day subject limit come
      *          from the TTGPARM.DAT card, defaults used without
      *          one. The draft goes to TTDRAFT.DAT in the TIMETBL
      *          layout, rooms left blank for TIMETABL to assign -
      *          TIMETABL runs its clash checks over it before it
      *          replaces the live file - and TTGEN.RPT lists what
      *          each section got and every requirement that could
      *          not be placed in full. Appends to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TTGEN.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT REQUIREMENT-FILE ASSIGN TO "TTREQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TTREQ-STATUS.
           SELECT UNAVAILABILITY-FILE ASSIGN TO "TTUNAVL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TTUNAVL-STATUS.
           SELECT GENERATOR-PARM-FILE ASSIGN TO "TTGPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SUBJECT-MASTER-FILE ASSIGN TO "SUBJMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBJMST-STATUS.
           SELECT TEACHER-MASTER-FILE ASSIGN TO "TCHRMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TCHRMST-STATUS.
           SELECT DRAFT-TIMETABLE ASSIGN TO "TTDRAFT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRAFT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT GENERATOR-REPORT ASSIGN TO "TTGEN.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  REQUIREMENT-FILE.
           COPY TTREQR.

       FD  UNAVAILABILITY-FILE.
       01 UNAVAILABILITY-RECORD.
           05 TU-TEACHER-ID      PIC 9(04).
           05 TU-DAY-NO          PIC 9(01).
           05 TU-PERIOD          PIC 9(02).

       FD  GENERATOR-PARM-FILE.
       01 GENERATOR-PARM-RECORD.
           05 TG-DAYS-PER-WEEK   PIC 9(01).
           05 TG-PERIODS-PER-DAY PIC 9(02).
           05 TG-MAX-SUBJ-PER-DAY PIC 9(01).

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

       FD  TEACHER-MASTER-FILE.
       01 TEACHER-MASTER-LINE.
           05 TM-TEACHER-ID      PIC 9(04).
           05 TM-TEACHER-NAME    PIC X(15).
           05 TM-DEPARTMENT      PIC X(12).

       FD  DRAFT-TIMETABLE.
           COPY TIMETBLR.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  GENERATOR-REPORT.
       01 GENERATOR-REPORT-LINE PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-TTREQ-STATUS    PIC X(02) VALUE '00'.
       01 WS-TTUNAVL-STATUS  PIC X(02) VALUE '00'.
       01 WS-PARM-STATUS     PIC X(02) VALUE '00'.
       01 WS-SUBJMST-STATUS  PIC X(02) VALUE '00'.
       01 WS-TCHRMST-STATUS  PIC X(02) VALUE '00'.
       01 WS-DRAFT-STATUS    PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08).
       01 WS-RUN-DATE-INT    PIC 9(08) VALUE ZERO.
       01 WS-RECORDS-READ    PIC 9(05) VALUE ZERO.
      * Week shape - overridden by the TTGPARM.DAT card.
       01 WS-DAYS-PER-WEEK   PIC 9(01) VALUE 6.
       01 WS-PERIODS-PER-DAY PIC 9(02) VALUE 8.
       01 WS-MAX-SUBJ-PER-DAY PIC 9(01) VALUE 2.
       01 WS-SUBJMST-COUNT   PIC 9(02) VALUE ZERO.
       01 WS-SUBJECT-MASTER-TABLE.
           05 WS-SM-CODE OCCURS 50 TIMES INDEXED BY SM-INDEX
               PIC X(04).
      * One booking grid per teacher - 'B' booked, 'U' unavailable.
       01 WS-TEACHER-COUNT   PIC 9(03) VALUE ZERO.
       01 WS-TEACHER-TABLE.
           05 WS-TG-ENTRY OCCURS 200 TIMES INDEXED BY TG-INDEX.
               10 WS-TG-ID        PIC 9(04).
               10 WS-TG-DAY OCCURS 7 TIMES.
                   15 WS-TG-SLOT  PIC X(01) OCCURS 10 TIMES.
      * One grid per class/section holding the subject and teacher
      * placed in each period.
       01 WS-SECTION-COUNT   PIC 9(02) VALUE ZERO.
       01 WS-SECTION-TABLE.
           05 WS-SG-ENTRY OCCURS 60 TIMES INDEXED BY SG-INDEX.
               10 WS-SG-CLASS     PIC 9(02).
               10 WS-SG-SECTION   PIC X(01).
               10 WS-SG-REQUIRED  PIC 9(03).
               10 WS-SG-PLACED    PIC 9(03).
               10 WS-SG-DAY OCCURS 7 TIMES.
                   15 WS-SG-SLOT OCCURS 10 TIMES.
                       20 WS-SG-SUBJ  PIC X(04).
                       20 WS-SG-TCHR  PIC 9(04).
       01 WS-REQ-COUNT       PIC 9(04) VALUE ZERO.
       01 WS-REQ-TABLE.
           05 WS-RQ-ENTRY OCCURS 1000 TIMES INDEXED BY RQ-INDEX.
               10 WS-RQ-CLASS     PIC 9(02).
               10 WS-RQ-SECTION   PIC X(01).
               10 WS-RQ-SUBJ      PIC X(04).
               10 WS-RQ-TCHR      PIC 9(04).
               10 WS-RQ-PERIODS   PIC 9(02).
               10 WS-RQ-PLACED    PIC 9(02).
               10 WS-RQ-SEC-SUB   PIC 9(02).
               10 WS-RQ-TCHR-SUB  PIC 9(03).
               10 WS-RQ-REASON    PIC X(24).
       01 WS-ORDER-TABLE.
           05 WS-ORD-SUB OCCURS 1000 TIMES PIC 9(04).
       01 WS-ORD-I           PIC 9(04).
       01 WS-ORD-J           PIC 9(04).
       01 WS-ORD-HIGH        PIC 9(04).
       01 WS-ORD-HOLD        PIC 9(04).
       01 WS-RQ-SUB          PIC 9(04).
       01 WS-SEC-SUB         PIC 9(02).
       01 WS-TCHR-SUB        PIC 9(03).
       01 WS-DAY-SUB         PIC 9(02).
       01 WS-PD-SUB          PIC 9(02).
       01 WS-DAY-TRY         PIC 9(02).
       01 WS-PD-TRY          PIC 9(02).
       01 WS-FIRST-DAY       PIC 9(02).
       01 WS-FIRST-PD        PIC 9(02).
       01 WS-SLOT-SCAN       PIC 9(02).
       01 WS-SUBJ-TODAY      PIC 9(02).
       01 WS-PERIOD-NO       PIC 9(02).
       01 WS-WORK-DIV        PIC 9(04).
       01 WS-FOUND-FLAG      PIC X(01).
           88 ENTRY-FOUND      VALUE 'Y'.
       01 WS-PLACED-FLAG     PIC X(01).
           88 PERIOD-PLACED    VALUE 'Y'.
       01 WS-TOTAL-REQUIRED  PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-PLACED    PIC 9(05) VALUE ZERO.
       01 WS-SHORT-COUNT     PIC 9(04) VALUE ZERO.
       01 WS-REJECT-COUNT    PIC 9(04) VALUE ZERO.
       01 WS-DRAFT-COUNT     PIC 9(05) VALUE ZERO.
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
           PERFORM LOAD-GENERATOR-PARM.
           PERFORM LOAD-SUBJECT-MASTER.
           PERFORM LOAD-TEACHER-MASTER.
           PERFORM LOAD-REQUIREMENTS.
           IF WS-REQ-COUNT = ZERO
               DISPLAY 'NO REQUIREMENTS ON TTREQ.DAT - NOTHING TO '
                   'GENERATE'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM LOAD-UNAVAILABILITY.
           PERFORM ORDER-REQUIREMENTS.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
               UNTIL WS-ORD-I > WS-REQ-COUNT
               MOVE WS-ORD-SUB (WS-ORD-I) TO WS-RQ-SUB
               IF WS-RQ-REASON (WS-RQ-SUB) = SPACES
                   PERFORM PLACE-ONE-REQUIREMENT
               END-IF
           END-PERFORM.
           PERFORM WRITE-DRAFT-TIMETABLE.
           OPEN OUTPUT GENERATOR-REPORT.
           PERFORM WRITE-GENERATOR-REPORT.
           CLOSE GENERATOR-REPORT.
           DISPLAY 'DRAFT TIMETABLE WRITTEN - PERIODS PLACED '
               WS-TOTAL-PLACED ' OF ' WS-TOTAL-REQUIRED
               ' REQUIREMENTS SHORT ' WS-SHORT-COUNT
               ' REJECTED ' WS-REJECT-COUNT.
           IF WS-SHORT-COUNT > ZERO OR WS-REJECT-COUNT > ZERO
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
                       MOVE RUN-DATE TO WS-RUN-DATE-INT
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-RUN-DATE-INT = ZERO
               ACCEPT WS-RUN-DATE-INT FROM DATE YYYYMMDD
           END-IF.

       LOAD-GENERATOR-PARM.
           OPEN INPUT GENERATOR-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ GENERATOR-PARM-FILE
                   NOT AT END
                       IF TG-DAYS-PER-WEEK >= 1
                           AND TG-DAYS-PER-WEEK <= 7
                           MOVE TG-DAYS-PER-WEEK TO WS-DAYS-PER-WEEK
                       END-IF
                       IF TG-PERIODS-PER-DAY >= 1
                           AND TG-PERIODS-PER-DAY <= 10
                           MOVE TG-PERIODS-PER-DAY TO
                               WS-PERIODS-PER-DAY
                       END-IF
                       IF TG-MAX-SUBJ-PER-DAY >= 1
                           MOVE TG-MAX-SUBJ-PER-DAY TO
                               WS-MAX-SUBJ-PER-DAY
                       END-IF
               END-READ
               CLOSE GENERATOR-PARM-FILE
           ELSE
               DISPLAY 'NO GENERATOR CARD, DEFAULTS USED : '
                   WS-DAYS-PER-WEEK ' DAYS OF ' WS-PERIODS-PER-DAY
                   ' PERIODS, ' WS-MAX-SUBJ-PER-DAY
                   ' OF A SUBJECT A DAY'
           END-IF.

       LOAD-SUBJECT-MASTER.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SUBJECT-MASTER-FILE.
           IF WS-SUBJMST-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SUBJECT-MASTER-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-SUBJMST-COUNT < 50
                               ADD 1 TO WS-SUBJMST-COUNT
                               SET SM-INDEX TO WS-SUBJMST-COUNT
                               MOVE SM-SUBJ-CODE TO
                                   WS-SM-CODE (SM-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBJECT-MASTER-FILE
           END-IF.

       LOAD-TEACHER-MASTER.
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
                               SET TG-INDEX TO WS-TEACHER-COUNT
                               MOVE SPACES TO WS-TG-ENTRY (TG-INDEX)
                               MOVE TM-TEACHER-ID TO
                                   WS-TG-ID (TG-INDEX)
                           ELSE
                               DISPLAY 'TEACHER TABLE FULL - '
                                   TM-TEACHER-ID ' NOT SCHEDULED'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEACHER-MASTER-FILE
           END-IF.

       LOAD-REQUIREMENTS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT REQUIREMENT-FILE.
           IF WS-TTREQ-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ REQUIREMENT-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           IF WS-REQ-COUNT < 1000
                               ADD 1 TO WS-REQ-COUNT
                               SET RQ-INDEX TO WS-REQ-COUNT
                               PERFORM STORE-ONE-REQUIREMENT
                           ELSE
                               DISPLAY 'REQUIREMENT TABLE FULL - '
                                   TQ-CLASS '/' TQ-SECTION ' '
                                   TQ-SUBJ-CODE ' NOT PLACED'
                               ADD 1 TO WS-REJECT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUIREMENT-FILE
           END-IF.

      * A requirement that cannot be scheduled at all keeps its
      * reason and is listed instead of placed.
       STORE-ONE-REQUIREMENT.
           MOVE TQ-CLASS        TO WS-RQ-CLASS (RQ-INDEX).
           MOVE TQ-SECTION      TO WS-RQ-SECTION (RQ-INDEX).
           MOVE TQ-SUBJ-CODE    TO WS-RQ-SUBJ (RQ-INDEX).
           MOVE TQ-TEACHER-ID   TO WS-RQ-TCHR (RQ-INDEX).
           MOVE TQ-PERIODS-WEEK TO WS-RQ-PERIODS (RQ-INDEX).
           MOVE ZERO            TO WS-RQ-PLACED (RQ-INDEX).
           MOVE ZERO            TO WS-RQ-SEC-SUB (RQ-INDEX).
           MOVE ZERO            TO WS-RQ-TCHR-SUB (RQ-INDEX).
           MOVE SPACES          TO WS-RQ-REASON (RQ-INDEX).
           ADD TQ-PERIODS-WEEK TO WS-TOTAL-REQUIRED.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING SM-INDEX FROM 1 BY 1
               UNTIL SM-INDEX > WS-SUBJMST-COUNT
               IF WS-SM-CODE (SM-INDEX) = TQ-SUBJ-CODE
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND
               MOVE 'SUBJECT NOT ON SUBJMST' TO
                   WS-RQ-REASON (RQ-INDEX)
           END-IF.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING TG-INDEX FROM 1 BY 1
               UNTIL TG-INDEX > WS-TEACHER-COUNT OR ENTRY-FOUND
               IF WS-TG-ID (TG-INDEX) = TQ-TEACHER-ID
                   MOVE 'Y' TO WS-FOUND-FLAG
                   SET WS-TCHR-SUB TO TG-INDEX
                   MOVE WS-TCHR-SUB TO WS-RQ-TCHR-SUB (RQ-INDEX)
               END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND
               MOVE 'TEACHER NOT ON TCHRMST' TO
                   WS-RQ-REASON (RQ-INDEX)
           END-IF.
           IF TQ-PERIODS-WEEK = ZERO
               MOVE 'NO PERIODS REQUIRED' TO WS-RQ-REASON (RQ-INDEX)
           END-IF.
           PERFORM FIND-OR-ADD-SECTION.
           IF WS-SEC-SUB = ZERO
               MOVE 'SECTION TABLE FULL' TO WS-RQ-REASON (RQ-INDEX)
           ELSE
               MOVE WS-SEC-SUB TO WS-RQ-SEC-SUB (RQ-INDEX)
               ADD TQ-PERIODS-WEEK TO WS-SG-REQUIRED (WS-SEC-SUB)
           END-IF.
           IF WS-RQ-REASON (RQ-INDEX) NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       FIND-OR-ADD-SECTION.
           MOVE ZERO TO WS-SEC-SUB.
           PERFORM VARYING SG-INDEX FROM 1 BY 1
               UNTIL SG-INDEX > WS-SECTION-COUNT OR WS-SEC-SUB > ZERO
               IF WS-SG-CLASS (SG-INDEX) = TQ-CLASS
                   AND WS-SG-SECTION (SG-INDEX) = TQ-SECTION
                   SET WS-SEC-SUB TO SG-INDEX
               END-IF
           END-PERFORM.
           IF WS-SEC-SUB = ZERO AND WS-SECTION-COUNT < 60
               ADD 1 TO WS-SECTION-COUNT
               SET SG-INDEX TO WS-SECTION-COUNT
               MOVE SPACES TO WS-SG-ENTRY (SG-INDEX)
               MOVE TQ-CLASS TO WS-SG-CLASS (SG-INDEX)
               MOVE TQ-SECTION TO WS-SG-SECTION (SG-INDEX)
               MOVE ZERO TO WS-SG-REQUIRED (SG-INDEX)
               MOVE ZERO TO WS-SG-PLACED (SG-INDEX)
               MOVE WS-SECTION-COUNT TO WS-SEC-SUB
           END-IF.

       LOAD-UNAVAILABILITY.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT UNAVAILABILITY-FILE.
           IF WS-TTUNAVL-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ UNAVAILABILITY-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM MARK-ONE-UNAVAILABILITY
                   END-READ
               END-PERFORM
               CLOSE UNAVAILABILITY-FILE
           ELSE
               DISPLAY 'NO TTUNAVL.DAT - EVERY TEACHER TAKEN AS '
                   'AVAILABLE ALL WEEK'
           END-IF.

       MARK-ONE-UNAVAILABILITY.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING TG-INDEX FROM 1 BY 1
               UNTIL TG-INDEX > WS-TEACHER-COUNT OR ENTRY-FOUND
               IF WS-TG-ID (TG-INDEX) = TU-TEACHER-ID
                   MOVE 'Y' TO WS-FOUND-FLAG
                   SET WS-TCHR-SUB TO TG-INDEX
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               AND TU-DAY-NO >= 1 AND TU-DAY-NO <= 7
               AND TU-PERIOD <= 10
               MOVE TU-DAY-NO TO WS-DAY-SUB
               IF TU-PERIOD = ZERO
                   PERFORM VARYING WS-PD-SUB FROM 1 BY 1
                       UNTIL WS-PD-SUB > 10
                       MOVE 'U' TO
                           WS-TG-SLOT (WS-TCHR-SUB, WS-DAY-SUB,
                           WS-PD-SUB)
                   END-PERFORM
               ELSE
                   MOVE TU-PERIOD TO WS-PD-SUB
                   MOVE 'U' TO
                       WS-TG-SLOT (WS-TCHR-SUB, WS-DAY-SUB, WS-PD-SUB)
               END-IF
           END-IF.

      * Heaviest requirements first - they have the fewest ways to
      * fit once the week starts filling.
       ORDER-REQUIREMENTS.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
               UNTIL WS-ORD-I > WS-REQ-COUNT
               MOVE WS-ORD-I TO WS-ORD-SUB (WS-ORD-I)
           END-PERFORM.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
               UNTIL WS-ORD-I >= WS-REQ-COUNT
               MOVE WS-ORD-I TO WS-ORD-HIGH
               PERFORM VARYING WS-ORD-J FROM WS-ORD-I BY 1
                   UNTIL WS-ORD-J > WS-REQ-COUNT
                   IF WS-RQ-PERIODS (WS-ORD-SUB (WS-ORD-J))
                       > WS-RQ-PERIODS (WS-ORD-SUB (WS-ORD-HIGH))
                       MOVE WS-ORD-J TO WS-ORD-HIGH
                   END-IF
               END-PERFORM
               IF WS-ORD-HIGH NOT = WS-ORD-I
                   MOVE WS-ORD-SUB (WS-ORD-I) TO WS-ORD-HOLD
                   MOVE WS-ORD-SUB (WS-ORD-HIGH) TO
                       WS-ORD-SUB (WS-ORD-I)
                   MOVE WS-ORD-HOLD TO WS-ORD-SUB (WS-ORD-HIGH)
               END-IF
           END-PERFORM.

       PLACE-ONE-REQUIREMENT.
           MOVE WS-RQ-SEC-SUB (WS-RQ-SUB)  TO WS-SEC-SUB.
           MOVE WS-RQ-TCHR-SUB (WS-RQ-SUB) TO WS-TCHR-SUB.
           PERFORM VARYING WS-PERIOD-NO FROM 1 BY 1
               UNTIL WS-PERIOD-NO > WS-RQ-PERIODS (WS-RQ-SUB)
               PERFORM PLACE-ONE-PERIOD
           END-PERFORM.
           IF WS-RQ-PLACED (WS-RQ-SUB) < WS-RQ-PERIODS (WS-RQ-SUB)
               ADD 1 TO WS-SHORT-COUNT
               IF WS-RQ-PERIODS (WS-RQ-SUB) >
                   WS-DAYS-PER-WEEK * WS-MAX-SUBJ-PER-DAY
                   MOVE 'OVER THE DAILY LIMIT' TO
                       WS-RQ-REASON (WS-RQ-SUB)
               ELSE
                   MOVE 'NO FREE PERIOD LEFT' TO
                       WS-RQ-REASON (WS-RQ-SUB)
               END-IF
           END-IF.

      * Successive periods of a requirement start on successive days
      * and later periods of the day, so one subject is spread over
      * the week rather than stacked on Monday morning.
       PLACE-ONE-PERIOD.
           MOVE 'N' TO WS-PLACED-FLAG.
           COMPUTE WS-WORK-DIV = WS-PERIOD-NO + WS-RQ-SUB - 2.
           DIVIDE WS-WORK-DIV BY WS-DAYS-PER-WEEK
               GIVING WS-WORK-DIV REMAINDER WS-FIRST-DAY.
           COMPUTE WS-WORK-DIV = WS-RQ-SUB + WS-SEC-SUB - 2.
           DIVIDE WS-WORK-DIV BY WS-PERIODS-PER-DAY
               GIVING WS-WORK-DIV REMAINDER WS-FIRST-PD.
           PERFORM VARYING WS-DAY-TRY FROM 0 BY 1
               UNTIL WS-DAY-TRY >= WS-DAYS-PER-WEEK OR PERIOD-PLACED
               COMPUTE WS-DAY-SUB = WS-FIRST-DAY + WS-DAY-TRY + 1
               IF WS-DAY-SUB > WS-DAYS-PER-WEEK
                   SUBTRACT WS-DAYS-PER-WEEK FROM WS-DAY-SUB
               END-IF
               PERFORM COUNT-SUBJECT-TODAY
               IF WS-SUBJ-TODAY < WS-MAX-SUBJ-PER-DAY
                   PERFORM TRY-PERIODS-OF-DAY
               END-IF
           END-PERFORM.

       COUNT-SUBJECT-TODAY.
           MOVE ZERO TO WS-SUBJ-TODAY.
           PERFORM VARYING WS-SLOT-SCAN FROM 1 BY 1
               UNTIL WS-SLOT-SCAN > WS-PERIODS-PER-DAY
               IF WS-SG-SUBJ (WS-SEC-SUB, WS-DAY-SUB, WS-SLOT-SCAN)
                   = WS-RQ-SUBJ (WS-RQ-SUB)
                   ADD 1 TO WS-SUBJ-TODAY
               END-IF
           END-PERFORM.

       TRY-PERIODS-OF-DAY.
           PERFORM VARYING WS-PD-TRY FROM 0 BY 1
               UNTIL WS-PD-TRY >= WS-PERIODS-PER-DAY OR PERIOD-PLACED
               COMPUTE WS-PD-SUB = WS-FIRST-PD + WS-PD-TRY + 1
               IF WS-PD-SUB > WS-PERIODS-PER-DAY
                   SUBTRACT WS-PERIODS-PER-DAY FROM WS-PD-SUB
               END-IF
               IF WS-SG-SUBJ (WS-SEC-SUB, WS-DAY-SUB, WS-PD-SUB)
                   = SPACES
                   AND WS-TG-SLOT (WS-TCHR-SUB, WS-DAY-SUB, WS-PD-SUB)
                   = SPACE
                   MOVE WS-RQ-SUBJ (WS-RQ-SUB) TO
                       WS-SG-SUBJ (WS-SEC-SUB, WS-DAY-SUB, WS-PD-SUB)
                   MOVE WS-RQ-TCHR (WS-RQ-SUB) TO
                       WS-SG-TCHR (WS-SEC-SUB, WS-DAY-SUB, WS-PD-SUB)
                   MOVE 'B' TO
                       WS-TG-SLOT (WS-TCHR-SUB, WS-DAY-SUB, WS-PD-SUB)
                   ADD 1 TO WS-RQ-PLACED (WS-RQ-SUB)
                   ADD 1 TO WS-SG-PLACED (WS-SEC-SUB)
                   ADD 1 TO WS-TOTAL-PLACED
                   MOVE 'Y' TO WS-PLACED-FLAG
               END-IF
           END-PERFORM.

       WRITE-DRAFT-TIMETABLE.
           OPEN OUTPUT DRAFT-TIMETABLE.
           PERFORM VARYING SG-INDEX FROM 1 BY 1
               UNTIL SG-INDEX > WS-SECTION-COUNT
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAYS-PER-WEEK
                   PERFORM VARYING WS-PD-SUB FROM 1 BY 1
                       UNTIL WS-PD-SUB > WS-PERIODS-PER-DAY
                       IF WS-SG-SUBJ (SG-INDEX, WS-DAY-SUB, WS-PD-SUB)
                           NOT = SPACES
                           PERFORM WRITE-ONE-DRAFT-ENTRY
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.
           CLOSE DRAFT-TIMETABLE.

       WRITE-ONE-DRAFT-ENTRY.
           MOVE WS-SG-CLASS (SG-INDEX)   TO TT-CLASS.
           MOVE WS-SG-SECTION (SG-INDEX) TO TT-SECTION.
           MOVE WS-DAY-SUB               TO TT-DAY-NO.
           MOVE WS-PD-SUB                TO TT-PERIOD.
           MOVE WS-SG-SUBJ (SG-INDEX, WS-DAY-SUB, WS-PD-SUB)
               TO TT-SUBJ-CODE.
           MOVE WS-SG-TCHR (SG-INDEX, WS-DAY-SUB, WS-PD-SUB)
               TO TT-TEACHER-ID.
           MOVE SPACES                   TO TT-ROOM-ID.
           WRITE TIMETABLE-RECORD.
           ADD 1 TO WS-DRAFT-COUNT.

       WRITE-GENERATOR-REPORT.
           MOVE ALL '=' TO GENERATOR-REPORT-LINE.
           WRITE GENERATOR-REPORT-LINE.
           MOVE SPACES TO GENERATOR-REPORT-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO GENERATOR-REPORT-LINE.
           WRITE GENERATOR-REPORT-LINE.
           MOVE SPACES TO GENERATOR-REPORT-LINE.
           STRING '          DRAFT TIMETABLE GENERATION - '
               WS-RUN-DATE-INT
               DELIMITED BY SIZE INTO GENERATOR-REPORT-LINE.
           WRITE GENERATOR-REPORT-LINE.
           MOVE SPACES TO GENERATOR-REPORT-LINE.
           STRING WS-DAYS-PER-WEEK ' DAYS OF ' WS-PERIODS-PER-DAY
               ' PERIODS, AT MOST ' WS-MAX-SUBJ-PER-DAY
               ' PERIOD(S) OF A SUBJECT A DAY'
               DELIMITED BY SIZE INTO GENERATOR-REPORT-LINE.
           WRITE GENERATOR-REPORT-LINE.
           MOVE ALL '-' TO GENERATOR-REPORT-LINE.
           WRITE GENERATOR-REPORT-LINE.
           MOVE 'CLASS/SEC  REQUIRED  PLACED' TO
               GENERATOR-REPORT-LINE.
           WRITE GENERATOR-REPORT-LINE.
           PERFORM VARYING SG-INDEX FROM 1 BY 1
               UNTIL SG-INDEX > WS-SECTION-COUNT
               MOVE SPACES TO GENERATOR-REPORT-LINE
               STRING '  ' WS-SG-CLASS (SG-INDEX) '/'
                   WS-SG-SECTION (SG-INDEX) '        '
                   WS-SG-REQUIRED (SG-INDEX) '     '
                   WS-SG-PLACED (SG-INDEX)
                   DELIMITED BY SIZE INTO GENERATOR-REPORT-LINE
               WRITE GENERATOR-REPORT-LINE
           END-PERFORM.
           MOVE ALL '-' TO GENERATOR-REPORT-LINE.
           WRITE GENERATOR-REPORT-LINE.
           MOVE 'REQUIREMENTS NOT PLACED IN FULL' TO
               GENERATOR-REPORT-LINE.
           WRITE GENERATOR-REPORT-LINE.
           MOVE 'CLASS/SEC SUBJ TCHR NEED PLACED REASON' TO
               GENERATOR-REPORT-LINE.
           WRITE GENERATOR-REPORT-LINE.
           PERFORM VARYING RQ-INDEX FROM 1 BY 1
               UNTIL RQ-INDEX > WS-REQ-COUNT
               IF WS-RQ-REASON (RQ-INDEX) NOT = SPACES
                   MOVE SPACES TO GENERATOR-REPORT-LINE
                   STRING '  ' WS-RQ-CLASS (RQ-INDEX) '/'
                       WS-RQ-SECTION (RQ-INDEX) '    '
                       WS-RQ-SUBJ (RQ-INDEX) ' '
                       WS-RQ-TCHR (RQ-INDEX) '  '
                       WS-RQ-PERIODS (RQ-INDEX) '    '
                       WS-RQ-PLACED (RQ-INDEX) '   '
                       WS-RQ-REASON (RQ-INDEX)
                       DELIMITED BY SIZE INTO GENERATOR-REPORT-LINE
                   WRITE GENERATOR-REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE ALL '-' TO GENERATOR-REPORT-LINE.
           WRITE GENERATOR-REPORT-LINE.
           MOVE SPACES TO GENERATOR-REPORT-LINE.
           STRING 'PERIODS PLACED ' WS-TOTAL-PLACED ' OF '
               WS-TOTAL-REQUIRED '  SHORT ' WS-SHORT-COUNT
               '  REJECTED ' WS-REJECT-COUNT
               DELIMITED BY SIZE INTO GENERATOR-REPORT-LINE.
           WRITE GENERATOR-REPORT-LINE.
           MOVE SPACES TO GENERATOR-REPORT-LINE.
           STRING 'DRAFT ON TTDRAFT.DAT - ' WS-DRAFT-COUNT
               ' ENTRIES. INSTALL IT THROUGH TIMETABL.'
               DELIMITED BY SIZE INTO GENERATOR-REPORT-LINE.
           WRITE GENERATOR-REPORT-LINE.
           MOVE ALL '=' TO GENERATOR-REPORT-LINE.
           WRITE GENERATOR-REPORT-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'TTGEN'             TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE       TO RL-TERM-CODE.
           MOVE WS-RUN-DATE-INT     TO RL-RUN-DATE.
           MOVE WS-START-TIME       TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-RECORDS-READ     TO RL-RECORDS-READ.
           MOVE WS-DRAFT-COUNT      TO RL-RECORDS-WRITTEN.
           MOVE WS-REJECT-COUNT     TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE         TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM TTGEN.
