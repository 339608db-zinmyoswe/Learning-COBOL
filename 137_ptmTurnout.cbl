      ******************************************************************
      * Author:
      * Date:
      * Purpose: Parent-teacher meeting turnout report. Takes the most
      *          recent PTM on PTMSLOT.DAT held on or before the
      *          run-control run-date, applies the last PTMATTND.DAT
      *          mark per student, and prints to PTMTURN.RPT first the
      *          guardians of at-risk students (probation, fee arrears
      *          or both, as booked by PTMDESK) who did not come - with
      *          the GUARDIAN.DAT name and primary phone for follow-up
      *          calls - then the turnout per class and section and for
      *          the school. A slot the office never marked is counted
      *          as not attended, flagged '?' on the list, and sets
      *          return code 4 so an incomplete register is noticed.
      *          Appends to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PTMTURN.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PTM-SLOT-FILE ASSIGN TO "PTMSLOT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PTMSLOT-STATUS.
           SELECT PTM-ATTENDANCE-FILE ASSIGN TO "PTMATTND.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PTMATTND-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT GUARDIAN-FILE ASSIGN TO "GUARDIAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GUARDIAN-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT PTM-TURNOUT-REPORT ASSIGN TO "PTMTURN.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  PTM-SLOT-FILE.
           COPY PTMSLOTR.

       FD  PTM-ATTENDANCE-FILE.
           COPY PTMATTNR.

       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  GUARDIAN-FILE.
       01 GUARDIAN-RECORD.
           05 GD-STU-NO        PIC 9(05).
           05 GD-NAME          PIC X(15).
           05 GD-RELATION      PIC X(10).
           05 GD-PRIMARY-PHONE PIC 9(12).
           05 GD-ALT-PHONE     PIC 9(12).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  PTM-TURNOUT-REPORT.
       01 PTM-TURNOUT-LINE PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-PTMSLOT-STATUS  PIC X(02) VALUE '00'.
       01 WS-PTMATTND-STATUS PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-GUARDIAN-STATUS PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08).
       01 WS-RUN-DATE-INT    PIC 9(08) VALUE ZERO.
       01 WS-PTM-DATE        PIC 9(08) VALUE ZERO.
       01 WS-MARK-TABLE.
           05 WS-MARK-ENTRY OCCURS 99999 TIMES INDEXED BY MARK-INDEX
               PIC X(01).
       01 WS-GUARDIAN-TABLE.
           05 WS-GRD-ENTRY OCCURS 99999 TIMES INDEXED BY GRD-INDEX.
               10 WS-GRD-NAME     PIC X(15).
               10 WS-GRD-PRIMARY  PIC 9(12).
       01 WS-SECTION-COUNT   PIC 9(02) VALUE ZERO.
       01 WS-SECTION-TABLE.
           05 WS-SE-ENTRY OCCURS 60 TIMES INDEXED BY SE-INDEX.
               10 WS-SE-CLASS        PIC 9(02).
               10 WS-SE-SECTION      PIC X(01).
               10 WS-SE-BOOKED       PIC 9(04).
               10 WS-SE-CAME         PIC 9(04).
               10 WS-SE-RISK-BOOKED  PIC 9(04).
               10 WS-SE-RISK-CAME    PIC 9(04).
       01 WS-SE-FOUND        PIC X(01) VALUE 'N'.
           88 SECTION-ON-TABLE VALUE 'Y'.
       01 WS-THIS-MARK       PIC X(01).
           88 GUARDIAN-CAME    VALUE 'Y'.
           88 SLOT-UNMARKED    VALUE SPACE.
       01 WS-SLOTS-READ      PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-BOOKED    PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-CAME      PIC 9(05) VALUE ZERO.
       01 WS-RISK-BOOKED     PIC 9(05) VALUE ZERO.
       01 WS-RISK-CAME       PIC 9(05) VALUE ZERO.
       01 WS-UNMARKED-COUNT  PIC 9(05) VALUE ZERO.
       01 WS-ABSENT-LISTED   PIC 9(05) VALUE ZERO.
       01 WS-OVERFLOW-COUNT  PIC 9(05) VALUE ZERO.
       01 WS-TURNOUT-PCT     PIC 9(03) VALUE ZERO.
       01 WS-RISK-TEXT       PIC X(09).
       01 WS-UNMARKED-TEXT   PIC X(02).
       01 WS-RPT-CLASS       PIC Z9.
       01 WS-RPT-COUNT       PIC ZZZ9.
       01 WS-RPT-CAME        PIC ZZZ9.
       01 WS-RPT-PCT         PIC ZZ9.
       01 WS-RPT-RISK        PIC ZZZ9.
       01 WS-RPT-RISK-CAME   PIC ZZZ9.
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
           PERFORM FIND-LATEST-PTM.
           IF WS-PTM-DATE = ZERO
               DISPLAY 'NO PTM HELD ON OR BEFORE ' WS-RUN-DATE-INT
                   ', NO TURNOUT REPORT'
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           DISPLAY 'PTM TURNOUT FOR ' WS-PTM-DATE.
           PERFORM LOAD-ATTENDANCE-MARKS.
           PERFORM LOAD-GUARDIAN-CONTACTS.
           OPEN INPUT STUDENT-MASTER.
           OPEN OUTPUT PTM-TURNOUT-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM TALLY-PTM-SLOTS.
           PERFORM WRITE-SECTION-TURNOUT.
           CLOSE PTM-TURNOUT-REPORT.
           CLOSE STUDENT-MASTER.
           DISPLAY 'SLOTS ' WS-TOTAL-BOOKED '  CAME ' WS-TOTAL-CAME
               '  AT-RISK ABSENT LISTED ' WS-ABSENT-LISTED.
           IF WS-UNMARKED-COUNT > ZERO
               DISPLAY 'SLOTS NEVER MARKED : ' WS-UNMARKED-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY 'SLOTS OF SECTIONS BEYOND THE 60-SECTION TABLE'
                   ' NOT IN TURNOUT : ' WS-OVERFLOW-COUNT
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

       FIND-LATEST-PTM.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PTM-SLOT-FILE.
           IF WS-PTMSLOT-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ PTM-SLOT-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF PS-PTM-DATE <= WS-RUN-DATE-INT
                               AND PS-PTM-DATE > WS-PTM-DATE
                               MOVE PS-PTM-DATE TO WS-PTM-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PTM-SLOT-FILE
           END-IF.

       LOAD-ATTENDANCE-MARKS.
      * The last mark per student wins - a correction is re-keyed.
           PERFORM VARYING MARK-INDEX FROM 1 BY 1
               UNTIL MARK-INDEX > 99999
               MOVE SPACE TO WS-MARK-ENTRY (MARK-INDEX)
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PTM-ATTENDANCE-FILE.
           IF WS-PTMATTND-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ PTM-ATTENDANCE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF PA-PTM-DATE = WS-PTM-DATE
                               AND PA-STU-NO > ZERO
                               AND PA-MARK-VALID
                               SET MARK-INDEX TO PA-STU-NO
                               MOVE PA-ATTENDED TO
                                   WS-MARK-ENTRY (MARK-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PTM-ATTENDANCE-FILE
           END-IF.

       LOAD-GUARDIAN-CONTACTS.
           PERFORM VARYING GRD-INDEX FROM 1 BY 1
               UNTIL GRD-INDEX > 99999
               MOVE SPACES TO WS-GRD-NAME (GRD-INDEX)
               MOVE ZERO TO WS-GRD-PRIMARY (GRD-INDEX)
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GUARDIAN-FILE.
           IF WS-GUARDIAN-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GUARDIAN-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF GD-STU-NO > ZERO
                               SET GRD-INDEX TO GD-STU-NO
                               MOVE GD-NAME TO
                                   WS-GRD-NAME (GRD-INDEX)
                               MOVE GD-PRIMARY-PHONE TO
                                   WS-GRD-PRIMARY (GRD-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN-FILE
           END-IF.

       TALLY-PTM-SLOTS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PTM-SLOT-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ PTM-SLOT-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF PS-PTM-DATE = WS-PTM-DATE
                           AND PS-STU-NO > ZERO
                           ADD 1 TO WS-SLOTS-READ
                           PERFORM TALLY-ONE-SLOT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PTM-SLOT-FILE.
           IF WS-ABSENT-LISTED = ZERO
               MOVE '  (EVERY AT-RISK GUARDIAN CAME)' TO
                   PTM-TURNOUT-LINE
               WRITE PTM-TURNOUT-LINE
           END-IF.

       TALLY-ONE-SLOT.
           SET MARK-INDEX TO PS-STU-NO.
           MOVE WS-MARK-ENTRY (MARK-INDEX) TO WS-THIS-MARK.
           ADD 1 TO WS-TOTAL-BOOKED.
           IF GUARDIAN-CAME
               ADD 1 TO WS-TOTAL-CAME
           END-IF.
           IF SLOT-UNMARKED
               ADD 1 TO WS-UNMARKED-COUNT
           END-IF.
           PERFORM FIND-SECTION-ENTRY.
           IF SECTION-ON-TABLE
               ADD 1 TO WS-SE-BOOKED (SE-INDEX)
               IF GUARDIAN-CAME
                   ADD 1 TO WS-SE-CAME (SE-INDEX)
               END-IF
               IF PS-AT-RISK
                   ADD 1 TO WS-SE-RISK-BOOKED (SE-INDEX)
                   IF GUARDIAN-CAME
                       ADD 1 TO WS-SE-RISK-CAME (SE-INDEX)
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.
           IF PS-AT-RISK
               ADD 1 TO WS-RISK-BOOKED
               IF GUARDIAN-CAME
                   ADD 1 TO WS-RISK-CAME
               ELSE
                   PERFORM WRITE-ABSENT-GUARDIAN
               END-IF
           END-IF.

       FIND-SECTION-ENTRY.
           MOVE 'N' TO WS-SE-FOUND.
           PERFORM VARYING SE-INDEX FROM 1 BY 1
               UNTIL SE-INDEX > WS-SECTION-COUNT OR SECTION-ON-TABLE
               IF WS-SE-CLASS (SE-INDEX) = PS-CLASS
                   AND WS-SE-SECTION (SE-INDEX) = PS-SECTION
                   MOVE 'Y' TO WS-SE-FOUND
               END-IF
           END-PERFORM.
           IF SECTION-ON-TABLE
               SET SE-INDEX DOWN BY 1
           ELSE
               IF WS-SECTION-COUNT < 60
                   ADD 1 TO WS-SECTION-COUNT
                   SET SE-INDEX TO WS-SECTION-COUNT
                   MOVE PS-CLASS   TO WS-SE-CLASS (SE-INDEX)
                   MOVE PS-SECTION TO WS-SE-SECTION (SE-INDEX)
                   MOVE ZERO TO WS-SE-BOOKED (SE-INDEX)
                       WS-SE-CAME (SE-INDEX)
                       WS-SE-RISK-BOOKED (SE-INDEX)
                       WS-SE-RISK-CAME (SE-INDEX)
                   MOVE 'Y' TO WS-SE-FOUND
               END-IF
           END-IF.

       WRITE-ABSENT-GUARDIAN.
           MOVE PS-STU-NO TO STU-NO IN STUDENT-DETAILS.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO STU-NAME
           END-READ.
           EVALUATE TRUE
               WHEN PS-PROBATION-AND-ARREARS
                   MOVE 'PROB+FEES' TO WS-RISK-TEXT
               WHEN PS-ON-PROBATION
                   MOVE 'PROBATION' TO WS-RISK-TEXT
               WHEN OTHER
                   MOVE 'FEES DUE'  TO WS-RISK-TEXT
           END-EVALUATE.
           IF SLOT-UNMARKED
               MOVE ' ?' TO WS-UNMARKED-TEXT
           ELSE
               MOVE SPACES TO WS-UNMARKED-TEXT
           END-IF.
           SET GRD-INDEX TO PS-STU-NO.
           MOVE PS-CLASS TO WS-RPT-CLASS.
           MOVE SPACES TO PTM-TURNOUT-LINE.
           STRING PS-STU-NO ' ' STU-NAME ' ' WS-RPT-CLASS '-'
               PS-SECTION ' ' WS-RISK-TEXT ' '
               WS-GRD-NAME (GRD-INDEX) ' '
               WS-GRD-PRIMARY (GRD-INDEX) WS-UNMARKED-TEXT
               DELIMITED BY SIZE INTO PTM-TURNOUT-LINE.
           WRITE PTM-TURNOUT-LINE.
           ADD 1 TO WS-ABSENT-LISTED.

       WRITE-REPORT-HEADING.
           MOVE ALL '=' TO PTM-TURNOUT-LINE.
           WRITE PTM-TURNOUT-LINE.
           MOVE SPACES TO PTM-TURNOUT-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO PTM-TURNOUT-LINE.
           WRITE PTM-TURNOUT-LINE.
           MOVE SPACES TO PTM-TURNOUT-LINE.
           STRING '     PARENT-TEACHER MEETING TURNOUT - ' WS-PTM-DATE
               DELIMITED BY SIZE INTO PTM-TURNOUT-LINE.
           WRITE PTM-TURNOUT-LINE.
           MOVE ALL '-' TO PTM-TURNOUT-LINE.
           WRITE PTM-TURNOUT-LINE.
           MOVE 'AT-RISK STUDENTS WHOSE GUARDIAN DID NOT COME '
               TO PTM-TURNOUT-LINE.
           WRITE PTM-TURNOUT-LINE.
           MOVE '(? = SLOT NEVER MARKED BY THE OFFICE)'
               TO PTM-TURNOUT-LINE.
           WRITE PTM-TURNOUT-LINE.
           MOVE 'STU   NAME            CLS  REASON    GUARDIAN'
               TO PTM-TURNOUT-LINE.
           MOVE 'PHONE' TO PTM-TURNOUT-LINE (54:5).
           WRITE PTM-TURNOUT-LINE.
           MOVE ALL '-' TO PTM-TURNOUT-LINE.
           WRITE PTM-TURNOUT-LINE.

       WRITE-SECTION-TURNOUT.
           MOVE ALL '-' TO PTM-TURNOUT-LINE.
           WRITE PTM-TURNOUT-LINE.
           MOVE 'TURNOUT BY CLASS-SECTION' TO PTM-TURNOUT-LINE.
           WRITE PTM-TURNOUT-LINE.
           PERFORM VARYING SE-INDEX FROM 1 BY 1
               UNTIL SE-INDEX > WS-SECTION-COUNT
               MOVE WS-SE-CLASS (SE-INDEX) TO WS-RPT-CLASS
               MOVE WS-SE-BOOKED (SE-INDEX) TO WS-RPT-COUNT
               MOVE WS-SE-CAME (SE-INDEX) TO WS-RPT-CAME
               MOVE WS-SE-RISK-BOOKED (SE-INDEX) TO WS-RPT-RISK
               MOVE WS-SE-RISK-CAME (SE-INDEX) TO WS-RPT-RISK-CAME
               COMPUTE WS-TURNOUT-PCT ROUNDED =
                   WS-SE-CAME (SE-INDEX) * 100 /
                   WS-SE-BOOKED (SE-INDEX)
               MOVE WS-TURNOUT-PCT TO WS-RPT-PCT
               MOVE SPACES TO PTM-TURNOUT-LINE
               STRING 'CLASS ' WS-RPT-CLASS '-'
                   WS-SE-SECTION (SE-INDEX)
                   '  SLOTS ' WS-RPT-COUNT '  CAME ' WS-RPT-CAME
                   '  TURNOUT ' WS-RPT-PCT '%'
                   '  AT-RISK ' WS-RPT-RISK ' CAME ' WS-RPT-RISK-CAME
                   DELIMITED BY SIZE INTO PTM-TURNOUT-LINE
               WRITE PTM-TURNOUT-LINE
           END-PERFORM.
           MOVE ALL '-' TO PTM-TURNOUT-LINE.
           WRITE PTM-TURNOUT-LINE.
           MOVE WS-TOTAL-BOOKED TO WS-RPT-COUNT.
           MOVE WS-TOTAL-CAME TO WS-RPT-CAME.
           MOVE WS-RISK-BOOKED TO WS-RPT-RISK.
           MOVE WS-RISK-CAME TO WS-RPT-RISK-CAME.
           MOVE ZERO TO WS-TURNOUT-PCT.
           IF WS-TOTAL-BOOKED > ZERO
               COMPUTE WS-TURNOUT-PCT ROUNDED =
                   WS-TOTAL-CAME * 100 / WS-TOTAL-BOOKED
           END-IF.
           MOVE WS-TURNOUT-PCT TO WS-RPT-PCT.
           MOVE SPACES TO PTM-TURNOUT-LINE.
           STRING 'SCHOOL    SLOTS ' WS-RPT-COUNT '  CAME ' WS-RPT-CAME
               '  TURNOUT ' WS-RPT-PCT '%'
               '  AT-RISK ' WS-RPT-RISK ' CAME ' WS-RPT-RISK-CAME
               DELIMITED BY SIZE INTO PTM-TURNOUT-LINE.
           WRITE PTM-TURNOUT-LINE.
           MOVE ALL '=' TO PTM-TURNOUT-LINE.
           WRITE PTM-TURNOUT-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'PTMTURN '          TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE       TO RL-TERM-CODE.
           MOVE WS-RUN-DATE-INT     TO RL-RUN-DATE.
           MOVE WS-START-TIME       TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-SLOTS-READ       TO RL-RECORDS-READ.
           MOVE WS-ABSENT-LISTED    TO RL-RECORDS-WRITTEN.
           MOVE WS-UNMARKED-COUNT   TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE         TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM PTMTURN.
