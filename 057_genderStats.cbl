      * Author:
      * Date:
      * Purpose: Gender-wise performance statistics for the education
      *          department's annual return. Reads the nightly
      *          STUEXTR.DAT student extract (refused through EXTRCHK
      *          unless taken for tonight's run) and prints to
      *          GENDSTAT.RPT, per class and per gender
      *          (M/F/O/X): appeared, passed, pass percentage,
      *          average marks and FIRST-CLASS counts (GRADECFG
      *          cutoffs for the run-control term), plus school-wide
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT STUDENT-EXTRACT ASSIGN TO "STUEXTR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  STUDENT-EXTRACT.
           COPY STUEXTRR.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
           COPY STDRECD.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-EXTRACT-STATUS  PIC X(02) VALUE '00'.
       01 WS-EXTRACT-RESULT  PIC X(01).
           88 EXTRACT-CURRENT  VALUE 'Y'.
       01 WS-GRADECFG-STATUS PIC X(02) VALUE '00'.
       01 WS-GRADECFG-EOF-FLAG PIC X(01) VALUE 'N'.
           88 END-OF-GRADE-CONFIG VALUE 'Y'.
               MOVE ZERO TO WS-TOT-MARKS-TOTAL (TOT-INDEX)
               MOVE ZERO TO WS-TOT-FIRST-CNT (TOT-INDEX)
           END-PERFORM.
           PERFORM OPEN-STUDENT-EXTRACT.
           PERFORM UNTIL END-OF-STUDENT-FILE
               READ STUDENT-EXTRACT
                   AT END
                       SET END-OF-STUDENT-FILE TO TRUE
                   NOT AT END
                       MOVE SX-STUDENT-IMAGE TO STUDENT-DETAILS
                       IF SX-DETAIL-RECORD AND STU-ACTIVE
                           PERFORM TALLY-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT-EXTRACT.
           OPEN OUTPUT GENDER-STATS-REPORT.
           PERFORM WRITE-GENDER-REPORT.
           CLOSE GENDER-STATS-REPORT.
           END-IF.
           STOP RUN.

       OPEN-STUDENT-EXTRACT.
           OPEN INPUT STUDENT-EXTRACT.
           IF WS-EXTRACT-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN STUDENT EXTRACT STUEXTR.DAT, '
                   'STATUS : ' WS-EXTRACT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ STUDENT-EXTRACT
               AT END
                   MOVE SPACES TO STUDENT-EXTRACT-RECORD
           END-READ.
           CALL 'EXTRCHK' USING STUDENT-EXTRACT-RECORD
               WS-EXTRACT-RESULT.
           IF NOT EXTRACT-CURRENT
               CLOSE STUDENT-EXTRACT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       TALLY-ONE-STUDENT.
           IF NOT VALID-GENDER
               OR STU-CLASS = ZERO OR STU-CLASS > 12
