      *          and writes both the BOARDSUB.DAT submission file and
      *          a BOARDVAL.RPT validation report of records that
      *          would bounce. A rejected submission costs weeks; a
      *          pre-validated file costs nothing. Unfair-means
      *          cases from UFMCASE.DAT are noted on the report; one
      *          still awaiting its hearing holds the record back,
      *          and a cancelled exam is submitted as UNFAIR MEANS.
      *          Each run appends its job-history row to RUNLOG.DAT
      *          so the compliance calendar can see the export ran.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT BOARD-REG-FILE ASSIGN TO "BOARDREG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BOARDREG-STATUS.
           SELECT UFM-CASE-FILE ASSIGN TO "UFMCASE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UFMCASE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT BOARD-SUBMISSION ASSIGN TO "BOARDSUB.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT VALIDATION-REPORT ASSIGN TO "BOARDVAL.RPT"
           COPY GRADECFG.
       FD  BOARD-REG-FILE.
           COPY BOARDRGR.
       FD  UFM-CASE-FILE.
           COPY UFMCASER.
       FD  RUN-LOG-FILE.
           COPY RUNLOGR.
       FD  BOARD-SUBMISSION.
           COPY BRDSUBR.
       FD  VALIDATION-REPORT.
       01 WS-DETAIL-STATUS   PIC X(02) VALUE '00'.
       01 WS-SUBJMST-STATUS  PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-START-TIME      PIC 9(08) VALUE ZERO.
       01 WS-RUN-DATE-INT    PIC 9(08) VALUE ZERO.
       01 WS-GRADECFG-STATUS PIC X(02) VALUE '00'.
       01 WS-GRADECFG-EOF-FLAG PIC X(01) VALUE 'N'.
           88 END-OF-GRADE-CONFIG VALUE 'Y'.
       01 WS-BOUNCED-COUNT   PIC 9(05) VALUE ZERO.
       01 WS-SCAN-COUNT      PIC 9(05) VALUE ZERO.
       01 WS-WORK-MAX        PIC 9(03).
       01 WS-UFMCASE-STATUS  PIC X(02) VALUE '00'.
       01 WS-UFM-COUNT       PIC 9(04) VALUE ZERO.
       01 WS-UFM-TABLE.
           05 WS-UFM-ENTRY OCCURS 2000 TIMES INDEXED BY UFM-INDEX.
               10 WS-UFM-STU-NO   PIC 9(05).
               10 WS-UFM-SUBJ     PIC X(04).
               10 WS-UFM-DECISION PIC X(01).
       01 WS-UFM-WHOLE-EXAM  PIC X(01) VALUE 'N'.
           88 UFM-EXAM-CANCELLED VALUE 'Y'.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      **
      * The main procedure of the program
      **
           ACCEPT WS-START-TIME FROM TIME.
           CALL 'SCHPROF' USING SCHOOL-PROFILE.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM LOAD-GRADE-CONFIG.
           PERFORM LOAD-SUBJECT-MASTER.
           PERFORM LOAD-BOARD-REG-MAP.
           PERFORM LOAD-UFM-CASES.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN STUDENT MASTER, STATUS : '
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF.
           OPEN OUTPUT BOARD-SUBMISSION.
           IF WS-BOUNCED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG.
           STOP RUN.

       EXPORT-ONE-STUDENT.
               PERFORM REPORT-ONE-BOUNCE-GENDER
           END-IF.
           PERFORM CHECK-SUBJECT-MAXIMA.
           PERFORM CHECK-UFM-CASES.

       REPORT-ONE-BOUNCE-DOB.
           MOVE 'N' TO WS-RECORD-OK.
               WHEN OTHER
                   MOVE 'FAIL' TO BS-RESULT-CLASS
           END-EVALUATE.
           IF UFM-EXAM-CANCELLED
               MOVE 'UNFAIR MEANS' TO BS-RESULT-CLASS
           END-IF.

       FILL-SUBJECT-MARKS.
           MOVE 'N' TO WS-EOF-FLAG.
               END-IF
           END-IF.

      * Every unfair-means case in the final exam is shown. A case
      * still awaiting its hearing holds the record back; a decided
      * case goes to the board with the cancelled papers at zero.
       CHECK-UFM-CASES.
           MOVE 'N' TO WS-UFM-WHOLE-EXAM.
           PERFORM VARYING UFM-INDEX FROM 1 BY 1
               UNTIL UFM-INDEX > WS-UFM-COUNT
               IF WS-UFM-STU-NO (UFM-INDEX)
                   = STU-NO IN STUDENT-DETAILS
                   PERFORM REPORT-ONE-UFM-CASE
               END-IF
           END-PERFORM.

       REPORT-ONE-UFM-CASE.
           MOVE SPACES TO VALIDATION-REPORT-LINE.
           EVALUATE WS-UFM-DECISION (UFM-INDEX)
               WHEN 'W'
                   STRING 'STU-NO ' STU-NO IN STUDENT-DETAILS
                       ' NOTE : UNFAIR MEANS IN '
                       WS-UFM-SUBJ (UFM-INDEX) ' - WARNING ONLY'
                       DELIMITED BY SIZE INTO VALIDATION-REPORT-LINE
               WHEN 'S'
                   STRING 'STU-NO ' STU-NO IN STUDENT-DETAILS
                       ' NOTE : UNFAIR MEANS - '
                       WS-UFM-SUBJ (UFM-INDEX)
                       ' CANCELLED, SUBMITTED AT ZERO'
                       DELIMITED BY SIZE INTO VALIDATION-REPORT-LINE
               WHEN 'E'
                   MOVE 'Y' TO WS-UFM-WHOLE-EXAM
                   STRING 'STU-NO ' STU-NO IN STUDENT-DETAILS
                       ' NOTE : UNFAIR MEANS IN '
                       WS-UFM-SUBJ (UFM-INDEX)
                       ' - WHOLE EXAM CANCELLED'
                       DELIMITED BY SIZE INTO VALIDATION-REPORT-LINE
               WHEN 'D'
                   MOVE 'Y' TO WS-UFM-WHOLE-EXAM
                   STRING 'STU-NO ' STU-NO IN STUDENT-DETAILS
                       ' NOTE : UNFAIR MEANS IN '
                       WS-UFM-SUBJ (UFM-INDEX)
                       ' - EXAM CANCELLED, DEBARRED NEXT TERM'
                       DELIMITED BY SIZE INTO VALIDATION-REPORT-LINE
               WHEN OTHER
                   MOVE 'N' TO WS-RECORD-OK
                   STRING 'STU-NO ' STU-NO IN STUDENT-DETAILS
                       ' WOULD BOUNCE : UNFAIR-MEANS CASE IN '
                       WS-UFM-SUBJ (UFM-INDEX) ' AWAITS HEARING'
                       DELIMITED BY SIZE INTO VALIDATION-REPORT-LINE
           END-EVALUATE.
           WRITE VALIDATION-REPORT-LINE.

       NOTE-ABSENT-SUBJECT.
           MOVE SPACES TO VALIDATION-REPORT-LINE.
           STRING 'STU-NO ' DTL-STU-NO ' NOTE : ABSENT IN '
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

       LOAD-GRADE-CONFIG.
           OPEN INPUT GRADE-CONFIG-FILE.
                   'AFFILIATION IDS WILL BE SUBMITTED'
           END-IF.

       LOAD-UFM-CASES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT UFM-CASE-FILE.
           IF WS-UFMCASE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ UFM-CASE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF UF-TERM-CODE = RUN-TERM-CODE
                               AND UF-EXAM-TYPE = 'F'
                               AND WS-UFM-COUNT < 2000
                               ADD 1 TO WS-UFM-COUNT
                               SET UFM-INDEX TO WS-UFM-COUNT
                               MOVE UF-STU-NO TO
                                   WS-UFM-STU-NO (UFM-INDEX)
                               MOVE UF-SUBJ-CODE TO
                                   WS-UFM-SUBJ (UFM-INDEX)
                               MOVE UF-DECISION TO
                                   WS-UFM-DECISION (UFM-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UFM-CASE-FILE
           END-IF.

       LOOK-UP-BOARD-REG-NO.
           MOVE SPACES TO WS-FOUND-REG-NO.
           PERFORM VARYING BG-INDEX FROM 1 BY 1
                       TO WS-FOUND-REG-NO
               END-IF
           END-PERFORM.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'BOARDEXP'        TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE     TO RL-TERM-CODE.
           MOVE WS-RUN-DATE-INT   TO RL-RUN-DATE.
           MOVE WS-START-TIME     TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-SCAN-COUNT     TO RL-RECORDS-READ.
           MOVE WS-EXPORTED-COUNT TO RL-RECORDS-WRITTEN.
           MOVE WS-BOUNCED-COUNT  TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE       TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM BOARDEXP.
