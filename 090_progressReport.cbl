      *          from ATTEND.DAT, the fee balance via FEECHK, and the
      *          class teacher's conduct/effort remark from
      *          REMARKS.DAT - the line the parents actually read.
      *          A co-curricular section lists the student's
      *          ACTIVITY.DAT entries for the term (ACTVMST.DAT
      *          activity name, level and position won), and the
      *          student's house (through HOUSECHK) prints by the term.
      *          Term comes from the run-control card.
      * Tectonics: cobc
      ******************************************************************
           SELECT REMARKS-FILE ASSIGN TO "REMARKS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMARKS-STATUS.
           SELECT ACTIVITY-MASTER ASSIGN TO "ACTVMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTVMST-STATUS.
           SELECT ACTIVITY-FILE ASSIGN TO "ACTIVITY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       FD  REMARKS-FILE.
           COPY REMARKSR.

       FD  ACTIVITY-MASTER.
           COPY ACTVMSTR.

       FD  ACTIVITY-FILE.
           COPY ACTVRECR.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       01 WS-GUARDIAN-STATUS PIC X(02) VALUE '00'.
       01 WS-REMARKS-STATUS  PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-ACTVMST-STATUS  PIC X(02) VALUE '00'.
       01 WS-ACTIVITY-STATUS PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-MASTER-EOF-FLAG PIC X(01) VALUE 'N'.
       01 WS-FEE-RESULT      PIC X(01).
           88 FEE-BALANCE-DUE   VALUE 'D'.
           88 NO-LEDGER-ON-FILE VALUE 'U'.
       01 WS-HOUSE-CODE      PIC X(01).
       01 WS-HOUSE-NAME      PIC X(12).
       01 WS-HOUSE-RESULT    PIC X(01).
           88 HOUSE-ON-FILE     VALUE 'Y'.
       01 WS-CURR-SUBJ-NAME  PIC X(20).
       01 WS-RPT-PCT         PIC ZZ9.99.
       01 WS-RPT-BALANCE     PIC -(06)9.99.
       01 WS-PAGE-COUNT      PIC 9(05) VALUE ZERO.
       01 WS-ACTV-COUNT      PIC 9(02) VALUE ZERO.
       01 WS-ACTIVITY-TABLE.
           05 WS-AM-ENTRY OCCURS 50 TIMES INDEXED BY AM-INDEX.
               10 WS-AM-CODE     PIC X(04).
               10 WS-AM-NAME     PIC X(20).
       01 WS-ACHV-COUNT      PIC 9(02) VALUE ZERO.
       01 WS-ACHIEVEMENT-TABLE.
           05 WS-AC-ENTRY OCCURS 10 TIMES INDEXED BY AC-INDEX.
               10 WS-AC-NAME     PIC X(20).
               10 WS-AC-LEVEL    PIC X(08).
               10 WS-AC-POSITION PIC X(11).
               10 WS-AC-EVENT    PIC X(20).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           PERFORM LOAD-TERM-PERCENTS.
           PERFORM LOAD-ATTENDANCE-PERCENTS.
           PERFORM LOAD-SUBJECT-MASTER.
           PERFORM LOAD-ACTIVITY-MASTER.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN STUDENT MASTER, STATUS : '
           PERFORM LOAD-STUDENT-SUBJECTS.
           PERFORM LOOK-UP-GUARDIAN.
           PERFORM LOOK-UP-REMARK.
           PERFORM LOOK-UP-ACTIVITIES.
           CALL 'FEECHK' USING STU-NO IN STUDENT-DETAILS
               WS-FEE-BALANCE WS-FEE-RESULT.
           CALL 'HOUSECHK' USING STU-NO IN STUDENT-DETAILS
               WS-HOUSE-CODE WS-HOUSE-NAME WS-HOUSE-RESULT.
           ADD 1 TO WS-PAGE-COUNT.
           PERFORM WRITE-PROGRESS-PAGE.

               DELIMITED BY SIZE INTO PROGRESS-REPORT-LINE.
           WRITE PROGRESS-REPORT-LINE.
           MOVE SPACES TO PROGRESS-REPORT-LINE.
           IF HOUSE-ON-FILE
               STRING 'TERM : ' RUN-TERM-CODE
                   '   HOUSE : ' WS-HOUSE-NAME
                   DELIMITED BY SIZE INTO PROGRESS-REPORT-LINE
           ELSE
               STRING 'TERM : ' RUN-TERM-CODE
                   DELIMITED BY SIZE INTO PROGRESS-REPORT-LINE
           END-IF.
           WRITE PROGRESS-REPORT-LINE.
           MOVE ALL '-' TO PROGRESS-REPORT-LINE.
           WRITE PROGRESS-REPORT-LINE.
                   DELIMITED BY SIZE INTO PROGRESS-REPORT-LINE
           END-IF.
           WRITE PROGRESS-REPORT-LINE.
           PERFORM WRITE-CO-CURRICULAR.
           MOVE ALL '-' TO PROGRESS-REPORT-LINE.
           WRITE PROGRESS-REPORT-LINE.
           MOVE SPACES TO PROGRESS-REPORT-LINE.
                   DELIMITED BY SIZE INTO PROGRESS-REPORT-LINE
           END-IF.
           WRITE PROGRESS-REPORT-LINE.

       LOAD-ACTIVITY-MASTER.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ACTIVITY-MASTER.
           IF WS-ACTVMST-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ACTIVITY-MASTER
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-ACTV-COUNT < 50
                               ADD 1 TO WS-ACTV-COUNT
                               SET AM-INDEX TO WS-ACTV-COUNT
                               MOVE AM-ACTIVITY-CODE TO
                                   WS-AM-CODE (AM-INDEX)
                               MOVE AM-ACTIVITY-NAME TO
                                   WS-AM-NAME (AM-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTIVITY-MASTER
           END-IF.

       LOOK-UP-ACTIVITIES.
           MOVE ZERO TO WS-ACHV-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ACTIVITY-FILE.
           IF WS-ACTIVITY-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ACTIVITY-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF AA-STU-NO =
                               STU-NO IN STUDENT-DETAILS
                               AND AA-TERM-CODE = RUN-TERM-CODE
                               AND WS-ACHV-COUNT < 10
                               PERFORM STORE-ONE-ACHIEVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTIVITY-FILE
           END-IF.

       STORE-ONE-ACHIEVEMENT.
           ADD 1 TO WS-ACHV-COUNT.
           SET AC-INDEX TO WS-ACHV-COUNT.
           MOVE AA-ACTIVITY-CODE TO WS-AC-NAME (AC-INDEX).
           MOVE AA-EVENT-DESC TO WS-AC-EVENT (AC-INDEX).
           PERFORM VARYING AM-INDEX FROM 1 BY 1
               UNTIL AM-INDEX > WS-ACTV-COUNT
               IF WS-AM-CODE (AM-INDEX) = AA-ACTIVITY-CODE
                   MOVE WS-AM-NAME (AM-INDEX) TO WS-AC-NAME (AC-INDEX)
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN AA-SCHOOL-LEVEL
                   MOVE 'SCHOOL'   TO WS-AC-LEVEL (AC-INDEX)
               WHEN AA-DISTRICT-LEVEL
                   MOVE 'DISTRICT' TO WS-AC-LEVEL (AC-INDEX)
               WHEN AA-STATE-LEVEL
                   MOVE 'STATE'    TO WS-AC-LEVEL (AC-INDEX)
               WHEN AA-NATIONAL-LEVEL
                   MOVE 'NATIONAL' TO WS-AC-LEVEL (AC-INDEX)
               WHEN OTHER
                   MOVE SPACES     TO WS-AC-LEVEL (AC-INDEX)
           END-EVALUATE.
           EVALUATE TRUE
               WHEN AA-FIRST-PLACE
                   MOVE 'FIRST'       TO WS-AC-POSITION (AC-INDEX)
               WHEN AA-SECOND-PLACE
                   MOVE 'SECOND'      TO WS-AC-POSITION (AC-INDEX)
               WHEN AA-THIRD-PLACE
                   MOVE 'THIRD'       TO WS-AC-POSITION (AC-INDEX)
               WHEN OTHER
                   MOVE 'PARTICIPANT' TO WS-AC-POSITION (AC-INDEX)
           END-EVALUATE.

       WRITE-CO-CURRICULAR.
           MOVE ALL '-' TO PROGRESS-REPORT-LINE.
           WRITE PROGRESS-REPORT-LINE.
           MOVE 'CO-CURRICULAR ACTIVITIES AND ACHIEVEMENTS' TO
               PROGRESS-REPORT-LINE.
           WRITE PROGRESS-REPORT-LINE.
           IF WS-ACHV-COUNT = ZERO
               MOVE '  (NONE RECORDED THIS TERM)' TO
                   PROGRESS-REPORT-LINE
               WRITE PROGRESS-REPORT-LINE
           END-IF.
           PERFORM VARYING AC-INDEX FROM 1 BY 1
               UNTIL AC-INDEX > WS-ACHV-COUNT
               MOVE SPACES TO PROGRESS-REPORT-LINE
               STRING '  ' WS-AC-NAME (AC-INDEX) ' '
                   WS-AC-LEVEL (AC-INDEX) ' '
                   WS-AC-POSITION (AC-INDEX) ' '
                   WS-AC-EVENT (AC-INDEX)
                   DELIMITED BY SIZE INTO PROGRESS-REPORT-LINE
               WRITE PROGRESS-REPORT-LINE
           END-PERFORM.
      ** add other procedures here
       END PROGRAM PROGRPT.
