      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly SMS cost allocation, for the calendar month
      *          before the run-control run-date's month. Takes the
      *          traffic SMSRECON reconciled against the gateway's
      *          delivery returns (SMSUSAGE.DAT, by sending program
      *          and message category) and prices the delivered
      *          segments at the SMSRATE.DAT gateway rate in force on
      *          each reconciliation date - the category's own rate
      *          where there is one, else the general rate. The cost
      *          is allocated to the department SMSQUOTA.DAT names for
      *          each category (UNASSIGNED where the category has no
      *          row) and printed department by department with the
      *          sending programs behind it, then a quota section
      *          showing each category's monthly quota against the
      *          messages sent and the messages SMSGATE held over the
      *          quota in the month. Delivered segments with no rate
      *          in force are counted at no cost and end the run
      *          RC 4. SMSCOST.RPT; appends to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SMSCOST.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT SMS-USAGE-FILE ASSIGN TO "SMSUSAGE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT SMS-QUOTA-FILE ASSIGN TO "SMSQUOTA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUOTA-STATUS.
           SELECT SMS-RATE-FILE ASSIGN TO "SMSRATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT SMS-HELD-FILE ASSIGN TO "SMSHELD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT COST-REPORT ASSIGN TO "SMSCOST.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  SMS-USAGE-FILE.
           COPY SMSUSGR.

       FD  SMS-QUOTA-FILE.
           COPY SMSQUOTR.

       FD  SMS-RATE-FILE.
           COPY SMSRATER.

       FD  SMS-HELD-FILE.
           COPY SMSHELDR.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  COST-REPORT.
       01 COST-REPORT-LINE   PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
      * The held line, for its category.
           COPY SMSFEEDR.
       01 WS-USAGE-STATUS    PIC X(02) VALUE '00'.
       01 WS-QUOTA-STATUS    PIC X(02) VALUE '00'.
       01 WS-RATE-STATUS     PIC X(02) VALUE '00'.
       01 WS-HELD-STATUS     PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-FOUND-FLAG      PIC X(01).
           88 ENTRY-FOUND      VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08).
       01 WS-RUN-DATE        PIC 9(08) VALUE ZERO.
       01 WS-MONTH-START     PIC 9(08).
       01 WS-PERIOD-END      PIC 9(08).
       01 WS-PERIOD-MONTH    PIC 9(06).
       01 WS-RECORDS-READ    PIC 9(05) VALUE ZERO.
      * Categories - the SMSQUOTA.DAT rows, and any category met on
      * the usage or held files without one (department UNASSIGNED).
       01 WS-CAT-COUNT       PIC 9(03) VALUE ZERO.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 150 TIMES INDEXED BY CT-INDEX.
               10 WS-CT-CATEGORY   PIC X(04).
               10 WS-CT-DEPARTMENT PIC X(12).
               10 WS-CT-QUOTA      PIC 9(06).
               10 WS-CT-ON-FILE    PIC X(01).
               10 WS-CT-SENT       PIC 9(07).
               10 WS-CT-HELD       PIC 9(05).
       01 WS-CAT-OVERFLOW    PIC 9(05) VALUE ZERO.
      * Gateway tariff rows.
       01 WS-RATE-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 200 TIMES INDEXED BY RT-INDEX.
               10 WS-RT-DATE       PIC 9(08).
               10 WS-RT-CATEGORY   PIC X(04).
               10 WS-RT-RATE       PIC 9(02)V9(04).
       01 WS-BEST-CAT-DATE   PIC 9(08).
       01 WS-BEST-CAT-RATE   PIC 9(02)V9(04).
       01 WS-BEST-GEN-DATE   PIC 9(08).
       01 WS-BEST-GEN-RATE   PIC 9(02)V9(04).
       01 WS-RATE-FOUND      PIC X(01).
           88 RATE-IN-FORCE    VALUE 'Y'.
       01 WS-USE-RATE        PIC 9(02)V9(04).
       01 WS-ROW-COST        PIC 9(07)V9(04).
      * Cost lines - one per department, category and program.
       01 WS-LINE-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-LINE-TABLE.
           05 WS-LINE-ENTRY OCCURS 300 TIMES INDEXED BY LN-INDEX.
               10 WS-LN-DEPARTMENT PIC X(12).
               10 WS-LN-CATEGORY   PIC X(04).
               10 WS-LN-PROGRAM    PIC X(08).
               10 WS-LN-SENT       PIC 9(07).
               10 WS-LN-DELIVERED  PIC 9(07).
               10 WS-LN-SEGMENTS   PIC 9(08).
               10 WS-LN-COST       PIC 9(07)V9(04).
       01 WS-LINE-OVERFLOW   PIC 9(05) VALUE ZERO.
      * Departments in alphabetical order.
       01 WS-DEPT-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-NAME OCCURS 150 TIMES INDEXED BY DP-INDEX
               PIC X(12).
       01 WS-DEPT-SWAP       PIC X(12).
       01 WS-SORT-SUB        PIC 9(03).
       01 WS-SORT-NEXT       PIC 9(03).
       01 WS-SORT-SWAPPED    PIC X(01).
           88 SORT-SWAPPED     VALUE 'Y'.
       01 WS-WORK-CATEGORY   PIC X(04).
       01 WS-WORK-DEPARTMENT PIC X(12).
       01 WS-DEPT-DELIVERED  PIC 9(07) VALUE ZERO.
       01 WS-DEPT-SEGMENTS   PIC 9(08) VALUE ZERO.
       01 WS-DEPT-COST       PIC 9(07)V9(04) VALUE ZERO.
       01 WS-TOTAL-SENT      PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-DELIVERED PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-SEGMENTS  PIC 9(08) VALUE ZERO.
       01 WS-TOTAL-COST      PIC 9(07)V9(04) VALUE ZERO.
       01 WS-TOTAL-HELD      PIC 9(05) VALUE ZERO.
       01 WS-UNRATED-SEGMENTS PIC 9(07) VALUE ZERO.
       01 WS-RPT-COUNT       PIC ZZZZZZ9.
       01 WS-RPT-SEGMENTS    PIC ZZZZZZZ9.
       01 WS-RPT-QUOTA       PIC ZZZZZ9.
       01 WS-RPT-HELD        PIC ZZZZ9.
       01 WS-RPT-COST        PIC Z,ZZZ,ZZ9.99.
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
           PERFORM SET-REPORT-PERIOD.
           PERFORM LOAD-CATEGORIES.
           PERFORM LOAD-TARIFF.
           PERFORM LOAD-MONTH-USAGE.
           PERFORM LOAD-MONTH-HELD.
           PERFORM LIST-DEPARTMENTS.
           OPEN OUTPUT COST-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM VARYING DP-INDEX FROM 1 BY 1
               UNTIL DP-INDEX > WS-DEPT-COUNT
               PERFORM WRITE-DEPARTMENT-BLOCK
           END-PERFORM.
           PERFORM WRITE-COST-TOTALS.
           PERFORM WRITE-QUOTA-SECTION.
           CLOSE COST-REPORT.
           IF WS-UNRATED-SEGMENTS > ZERO
               DISPLAY 'DELIVERED SEGMENTS WITH NO GATEWAY RATE IN '
                   'FORCE : ' WS-UNRATED-SEGMENTS
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-TOTAL-COST TO WS-RPT-COST.
           DISPLAY 'SMS COST FOR ' WS-PERIOD-MONTH ' - DELIVERED '
               WS-TOTAL-DELIVERED ' SEGMENTS ' WS-TOTAL-SEGMENTS
               ' COST ' WS-RPT-COST.
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

      * The report month is the one before the run-date's month: its
      * last day is the day before the 1st of the run month.
       SET-REPORT-PERIOD.
           MOVE WS-RUN-DATE TO WS-MONTH-START.
           MOVE 01 TO WS-MONTH-START (7:2).
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-MONTH-START) - 1).
           MOVE WS-PERIOD-END (1:6) TO WS-PERIOD-MONTH.

       LOAD-CATEGORIES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SMS-QUOTA-FILE.
           IF WS-QUOTA-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SMS-QUOTA-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-CAT-COUNT < 150
                               ADD 1 TO WS-CAT-COUNT
                               SET CT-INDEX TO WS-CAT-COUNT
                               MOVE SQU-CATEGORY TO
                                   WS-CT-CATEGORY (CT-INDEX)
                               MOVE SQU-DEPARTMENT TO
                                   WS-CT-DEPARTMENT (CT-INDEX)
                               MOVE SQU-MONTHLY-QUOTA TO
                                   WS-CT-QUOTA (CT-INDEX)
                               MOVE 'Y' TO WS-CT-ON-FILE (CT-INDEX)
                               MOVE ZERO TO WS-CT-SENT (CT-INDEX)
                                   WS-CT-HELD (CT-INDEX)
                           ELSE
                               ADD 1 TO WS-CAT-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SMS-QUOTA-FILE
           END-IF.

      * Leaves CT-INDEX on the category in WS-WORK-CATEGORY, adding
      * it as UNASSIGNED when it has no SMSQUOTA.DAT row.
       FIND-CATEGORY.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING CT-INDEX FROM 1 BY 1
               UNTIL CT-INDEX > WS-CAT-COUNT OR ENTRY-FOUND
               IF WS-CT-CATEGORY (CT-INDEX) = WS-WORK-CATEGORY
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET CT-INDEX DOWN BY 1
           ELSE
               IF WS-CAT-COUNT < 150
                   ADD 1 TO WS-CAT-COUNT
                   SET CT-INDEX TO WS-CAT-COUNT
                   MOVE WS-WORK-CATEGORY TO WS-CT-CATEGORY (CT-INDEX)
                   MOVE 'UNASSIGNED' TO WS-CT-DEPARTMENT (CT-INDEX)
                   MOVE ZERO TO WS-CT-QUOTA (CT-INDEX)
                       WS-CT-SENT (CT-INDEX) WS-CT-HELD (CT-INDEX)
                   MOVE 'N' TO WS-CT-ON-FILE (CT-INDEX)
                   MOVE 'Y' TO WS-FOUND-FLAG
               ELSE
                   ADD 1 TO WS-CAT-OVERFLOW
               END-IF
           END-IF.

       LOAD-TARIFF.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SMS-RATE-FILE.
           IF WS-RATE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SMS-RATE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-RATE-COUNT < 200
                               ADD 1 TO WS-RATE-COUNT
                               SET RT-INDEX TO WS-RATE-COUNT
                               MOVE SR-EFFECTIVE-DATE TO
                                   WS-RT-DATE (RT-INDEX)
                               MOVE SR-CATEGORY TO
                                   WS-RT-CATEGORY (RT-INDEX)
                               MOVE SR-SEGMENT-RATE TO
                                   WS-RT-RATE (RT-INDEX)
                           ELSE
                               DISPLAY 'SMSRATE.DAT EXCEEDS THE '
                                   '200-ROW TABLE - LATER ROWS IGNORED'
                               SET END-OF-CURRENT-FILE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SMS-RATE-FILE
           END-IF.

       LOAD-MONTH-USAGE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SMS-USAGE-FILE.
           IF WS-USAGE-STATUS NOT = '00'
               DISPLAY 'NO SMSUSAGE.DAT - NO RECONCILED TRAFFIC TO COST'
           ELSE
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SMS-USAGE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF SU-RECON-DATE (1:6) = WS-PERIOD-MONTH
                               ADD 1 TO WS-RECORDS-READ
                               PERFORM COST-ONE-USAGE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SMS-USAGE-FILE
           END-IF.

       COST-ONE-USAGE-ROW.
           MOVE SU-CATEGORY TO WS-WORK-CATEGORY.
           PERFORM FIND-CATEGORY.
           IF ENTRY-FOUND
               MOVE WS-CT-DEPARTMENT (CT-INDEX) TO WS-WORK-DEPARTMENT
               ADD SU-SENT-COUNT TO WS-CT-SENT (CT-INDEX)
           ELSE
               MOVE 'UNASSIGNED' TO WS-WORK-DEPARTMENT
           END-IF.
           PERFORM FIND-RATE-IN-FORCE.
           IF RATE-IN-FORCE
               COMPUTE WS-ROW-COST = SU-DLV-SEGMENTS * WS-USE-RATE
           ELSE
               MOVE ZERO TO WS-ROW-COST
               ADD SU-DLV-SEGMENTS TO WS-UNRATED-SEGMENTS
           END-IF.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING LN-INDEX FROM 1 BY 1
               UNTIL LN-INDEX > WS-LINE-COUNT OR ENTRY-FOUND
               IF WS-LN-DEPARTMENT (LN-INDEX) = WS-WORK-DEPARTMENT
                   AND WS-LN-CATEGORY (LN-INDEX) = SU-CATEGORY
                   AND WS-LN-PROGRAM (LN-INDEX) = SU-PROGRAM-ID
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET LN-INDEX DOWN BY 1
           ELSE
               IF WS-LINE-COUNT < 300
                   ADD 1 TO WS-LINE-COUNT
                   SET LN-INDEX TO WS-LINE-COUNT
                   MOVE WS-WORK-DEPARTMENT TO
                       WS-LN-DEPARTMENT (LN-INDEX)
                   MOVE SU-CATEGORY TO WS-LN-CATEGORY (LN-INDEX)
                   MOVE SU-PROGRAM-ID TO WS-LN-PROGRAM (LN-INDEX)
                   MOVE ZERO TO WS-LN-SENT (LN-INDEX)
                       WS-LN-DELIVERED (LN-INDEX)
                       WS-LN-SEGMENTS (LN-INDEX)
                       WS-LN-COST (LN-INDEX)
                   MOVE 'Y' TO WS-FOUND-FLAG
               ELSE
                   ADD 1 TO WS-LINE-OVERFLOW
               END-IF
           END-IF.
           IF ENTRY-FOUND
               ADD SU-SENT-COUNT TO WS-LN-SENT (LN-INDEX)
               ADD SU-DELIVERED-COUNT TO WS-LN-DELIVERED (LN-INDEX)
               ADD SU-DLV-SEGMENTS TO WS-LN-SEGMENTS (LN-INDEX)
               ADD WS-ROW-COST TO WS-LN-COST (LN-INDEX)
           END-IF.

      * The category's own rate wins over the general rate; of each,
      * the latest effective on or before the reconciliation date.
       FIND-RATE-IN-FORCE.
           MOVE ZERO TO WS-BEST-CAT-DATE WS-BEST-CAT-RATE
               WS-BEST-GEN-DATE WS-BEST-GEN-RATE.
           MOVE 'N' TO WS-RATE-FOUND.
           MOVE ZERO TO WS-USE-RATE.
           PERFORM VARYING RT-INDEX FROM 1 BY 1
               UNTIL RT-INDEX > WS-RATE-COUNT
               IF WS-RT-DATE (RT-INDEX) NOT > SU-RECON-DATE
                   IF WS-RT-CATEGORY (RT-INDEX) = SU-CATEGORY
                       AND WS-RT-DATE (RT-INDEX) NOT < WS-BEST-CAT-DATE
                       MOVE WS-RT-DATE (RT-INDEX) TO WS-BEST-CAT-DATE
                       MOVE WS-RT-RATE (RT-INDEX) TO WS-BEST-CAT-RATE
                   END-IF
                   IF WS-RT-CATEGORY (RT-INDEX) = SPACES
                       AND WS-RT-DATE (RT-INDEX) NOT < WS-BEST-GEN-DATE
                       MOVE WS-RT-DATE (RT-INDEX) TO WS-BEST-GEN-DATE
                       MOVE WS-RT-RATE (RT-INDEX) TO WS-BEST-GEN-RATE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-BEST-CAT-DATE > ZERO
               MOVE WS-BEST-CAT-RATE TO WS-USE-RATE
               MOVE 'Y' TO WS-RATE-FOUND
           ELSE
               IF WS-BEST-GEN-DATE > ZERO
                   MOVE WS-BEST-GEN-RATE TO WS-USE-RATE
                   MOVE 'Y' TO WS-RATE-FOUND
               END-IF
           END-IF.

      * Messages SMSGATE held in the month, whatever became of them.
       LOAD-MONTH-HELD.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SMS-HELD-FILE.
           IF WS-HELD-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SMS-HELD-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF SH-HELD-DATE (1:6) = WS-PERIOD-MONTH
                               MOVE SH-LINE TO SMS-NOTIFICATION-LINE
                               MOVE SMS-CATEGORY TO WS-WORK-CATEGORY
                               PERFORM FIND-CATEGORY
                               IF ENTRY-FOUND
                                   ADD 1 TO WS-CT-HELD (CT-INDEX)
                               END-IF
                               ADD 1 TO WS-TOTAL-HELD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SMS-HELD-FILE
           END-IF.

       LIST-DEPARTMENTS.
           PERFORM VARYING LN-INDEX FROM 1 BY 1
               UNTIL LN-INDEX > WS-LINE-COUNT
               MOVE 'N' TO WS-FOUND-FLAG
               PERFORM VARYING DP-INDEX FROM 1 BY 1
                   UNTIL DP-INDEX > WS-DEPT-COUNT OR ENTRY-FOUND
                   IF WS-DEPT-NAME (DP-INDEX) =
                       WS-LN-DEPARTMENT (LN-INDEX)
                       MOVE 'Y' TO WS-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF NOT ENTRY-FOUND AND WS-DEPT-COUNT < 150
                   ADD 1 TO WS-DEPT-COUNT
                   SET DP-INDEX TO WS-DEPT-COUNT
                   MOVE WS-LN-DEPARTMENT (LN-INDEX) TO
                       WS-DEPT-NAME (DP-INDEX)
               END-IF
           END-PERFORM.
           MOVE 'Y' TO WS-SORT-SWAPPED.
           PERFORM UNTIL NOT SORT-SWAPPED
               MOVE 'N' TO WS-SORT-SWAPPED
               PERFORM VARYING WS-SORT-SUB FROM 1 BY 1
                   UNTIL WS-SORT-SUB >= WS-DEPT-COUNT
                   COMPUTE WS-SORT-NEXT = WS-SORT-SUB + 1
                   IF WS-DEPT-NAME (WS-SORT-SUB) >
                       WS-DEPT-NAME (WS-SORT-NEXT)
                       MOVE WS-DEPT-NAME (WS-SORT-SUB) TO WS-DEPT-SWAP
                       MOVE WS-DEPT-NAME (WS-SORT-NEXT) TO
                           WS-DEPT-NAME (WS-SORT-SUB)
                       MOVE WS-DEPT-SWAP TO WS-DEPT-NAME (WS-SORT-NEXT)
                       MOVE 'Y' TO WS-SORT-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-REPORT-HEADING.
           MOVE ALL '=' TO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.
           MOVE SPACES TO COST-REPORT-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.
           MOVE SPACES TO COST-REPORT-LINE.
           STRING '      SMS COST ALLOCATION BY DEPARTMENT - MONTH '
               WS-PERIOD-MONTH DELIMITED BY SIZE INTO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.
           MOVE SPACES TO COST-REPORT-LINE.
           STRING 'RUN-DATE : ' WS-RUN-DATE
               '   DELIVERED TRAFFIC AS RECONCILED BY SMSRECON'
               DELIMITED BY SIZE INTO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.
           MOVE ALL '-' TO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.
           MOVE '  CAT  PROGRAM     SENT  DELIVERED  SEGMENTS'
               TO COST-REPORT-LINE.
           MOVE 'COST' TO COST-REPORT-LINE (53:4).
           WRITE COST-REPORT-LINE.
           MOVE ALL '-' TO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.

       WRITE-DEPARTMENT-BLOCK.
           MOVE ZERO TO WS-DEPT-DELIVERED WS-DEPT-SEGMENTS
               WS-DEPT-COST.
           MOVE SPACES TO COST-REPORT-LINE.
           STRING 'DEPARTMENT : ' WS-DEPT-NAME (DP-INDEX)
               DELIMITED BY SIZE INTO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.
           PERFORM VARYING LN-INDEX FROM 1 BY 1
               UNTIL LN-INDEX > WS-LINE-COUNT
               IF WS-LN-DEPARTMENT (LN-INDEX) = WS-DEPT-NAME (DP-INDEX)
                   PERFORM WRITE-COST-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO COST-REPORT-LINE.
           MOVE 'DEPARTMENT TOTAL' TO COST-REPORT-LINE (3:16).
           MOVE WS-DEPT-DELIVERED TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT TO COST-REPORT-LINE (28:7).
           MOVE WS-DEPT-SEGMENTS TO WS-RPT-SEGMENTS.
           MOVE WS-RPT-SEGMENTS TO COST-REPORT-LINE (37:8).
           COMPUTE WS-RPT-COST ROUNDED = WS-DEPT-COST.
           MOVE WS-RPT-COST TO COST-REPORT-LINE (45:12).
           WRITE COST-REPORT-LINE.
           MOVE SPACES TO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.

       WRITE-COST-LINE.
           ADD WS-LN-DELIVERED (LN-INDEX) TO WS-DEPT-DELIVERED.
           ADD WS-LN-SEGMENTS (LN-INDEX) TO WS-DEPT-SEGMENTS.
           ADD WS-LN-COST (LN-INDEX) TO WS-DEPT-COST.
           ADD WS-LN-SENT (LN-INDEX) TO WS-TOTAL-SENT.
           ADD WS-LN-DELIVERED (LN-INDEX) TO WS-TOTAL-DELIVERED.
           ADD WS-LN-SEGMENTS (LN-INDEX) TO WS-TOTAL-SEGMENTS.
           ADD WS-LN-COST (LN-INDEX) TO WS-TOTAL-COST.
           MOVE SPACES TO COST-REPORT-LINE.
           MOVE WS-LN-CATEGORY (LN-INDEX) TO COST-REPORT-LINE (3:4).
           MOVE WS-LN-PROGRAM (LN-INDEX) TO COST-REPORT-LINE (8:8).
           MOVE WS-LN-SENT (LN-INDEX) TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT TO COST-REPORT-LINE (17:7).
           MOVE WS-LN-DELIVERED (LN-INDEX) TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT TO COST-REPORT-LINE (28:7).
           MOVE WS-LN-SEGMENTS (LN-INDEX) TO WS-RPT-SEGMENTS.
           MOVE WS-RPT-SEGMENTS TO COST-REPORT-LINE (37:8).
           COMPUTE WS-RPT-COST ROUNDED = WS-LN-COST (LN-INDEX).
           MOVE WS-RPT-COST TO COST-REPORT-LINE (45:12).
           WRITE COST-REPORT-LINE.

       WRITE-COST-TOTALS.
           MOVE ALL '-' TO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.
           MOVE SPACES TO COST-REPORT-LINE.
           MOVE 'ALL DEPARTMENTS' TO COST-REPORT-LINE (1:15).
           MOVE WS-TOTAL-SENT TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT TO COST-REPORT-LINE (17:7).
           MOVE WS-TOTAL-DELIVERED TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT TO COST-REPORT-LINE (28:7).
           MOVE WS-TOTAL-SEGMENTS TO WS-RPT-SEGMENTS.
           MOVE WS-RPT-SEGMENTS TO COST-REPORT-LINE (37:8).
           COMPUTE WS-RPT-COST ROUNDED = WS-TOTAL-COST.
           MOVE WS-RPT-COST TO COST-REPORT-LINE (45:12).
           WRITE COST-REPORT-LINE.
           IF WS-UNRATED-SEGMENTS > ZERO
               MOVE SPACES TO COST-REPORT-LINE
               STRING 'SEGMENTS WITH NO RATE IN FORCE (NOT COSTED) : '
                   WS-UNRATED-SEGMENTS
                   DELIMITED BY SIZE INTO COST-REPORT-LINE
               WRITE COST-REPORT-LINE
           END-IF.
           IF WS-LINE-OVERFLOW > ZERO OR WS-CAT-OVERFLOW > ZERO
               MOVE SPACES TO COST-REPORT-LINE
               STRING 'ROWS BEYOND THE REPORT TABLES, NOT SHOWN : '
                   WS-LINE-OVERFLOW ' USAGE ' WS-CAT-OVERFLOW
                   ' CATEGORY'
                   DELIMITED BY SIZE INTO COST-REPORT-LINE
               WRITE COST-REPORT-LINE
           END-IF.
           MOVE ALL '=' TO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.

       WRITE-QUOTA-SECTION.
           MOVE SPACES TO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.
           MOVE 'MONTHLY QUOTAS' TO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.
           MOVE ALL '-' TO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.
           MOVE 'CAT  DEPARTMENT    QUOTA     SENT   HELD'
               TO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.
           PERFORM VARYING CT-INDEX FROM 1 BY 1
               UNTIL CT-INDEX > WS-CAT-COUNT
               MOVE SPACES TO COST-REPORT-LINE
               MOVE WS-CT-CATEGORY (CT-INDEX) TO COST-REPORT-LINE (1:4)
               MOVE WS-CT-DEPARTMENT (CT-INDEX) TO
                   COST-REPORT-LINE (6:12)
               IF WS-CT-QUOTA (CT-INDEX) = ZERO
                   MOVE 'NONE' TO COST-REPORT-LINE (21:4)
               ELSE
                   MOVE WS-CT-QUOTA (CT-INDEX) TO WS-RPT-QUOTA
                   MOVE WS-RPT-QUOTA TO COST-REPORT-LINE (19:6)
               END-IF
               MOVE WS-CT-SENT (CT-INDEX) TO WS-RPT-COUNT
               MOVE WS-RPT-COUNT TO COST-REPORT-LINE (26:7)
               MOVE WS-CT-HELD (CT-INDEX) TO WS-RPT-HELD
               MOVE WS-RPT-HELD TO COST-REPORT-LINE (35:5)
               EVALUATE TRUE
                   WHEN WS-CT-ON-FILE (CT-INDEX) = 'N'
                       MOVE 'NOT ON SMSQUOTA.DAT' TO
                           COST-REPORT-LINE (42:19)
                   WHEN WS-CT-QUOTA (CT-INDEX) > ZERO
                       AND WS-CT-SENT (CT-INDEX) >
                           WS-CT-QUOTA (CT-INDEX)
                       MOVE 'OVER QUOTA (RELEASED)' TO
                           COST-REPORT-LINE (42:21)
                   WHEN WS-CT-HELD (CT-INDEX) > ZERO
                       MOVE 'QUOTA USED UP' TO COST-REPORT-LINE (42:13)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               WRITE COST-REPORT-LINE
           END-PERFORM.
           MOVE ALL '-' TO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.
           MOVE SPACES TO COST-REPORT-LINE.
           STRING 'MESSAGES HELD OVER QUOTA IN THE MONTH : '
               WS-TOTAL-HELD
               DELIMITED BY SIZE INTO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.
           MOVE SPACES TO COST-REPORT-LINE.
           STRING 'SENT = MESSAGES FED TO THE GATEWAY, HELD ONES '
               'RELEASED INCLUDED.'
               DELIMITED BY SIZE INTO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.
           MOVE ALL '=' TO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'SMSCOST '          TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE       TO RL-TERM-CODE.
           MOVE WS-RUN-DATE         TO RL-RUN-DATE.
           MOVE WS-START-TIME       TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-RECORDS-READ     TO RL-RECORDS-READ.
           MOVE WS-LINE-COUNT       TO RL-RECORDS-WRITTEN.
           MOVE ZERO                TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE         TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM SMSCOST.
