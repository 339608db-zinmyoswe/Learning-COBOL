      ******************************************************************
      * Author:
      * Date:
      * Purpose: Statutory class/section result register. Reads the
      *          nightly STUEXTR.DAT student extract, already in
      *          STU-CLASS/STU-SECTION/STU-NO order and refused
      *          through EXTRCHK unless taken for tonight's run, and
      *          prints, control-break style to RSLTREG.RPT, one page
      *          per section: every student with marks and result
      *          class (GRADECFG cutoffs for the run-control term),
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT STUDENT-EXTRACT ASSIGN TO "STUEXTR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT RESULT-REGISTER ASSIGN TO "RSLTREG.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
           SELECT GRADE-CONFIG-FILE ASSIGN TO "GRADECFG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRADECFG-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  STUDENT-EXTRACT.
           COPY STUEXTRR.

       FD  RESULT-REGISTER.
       01 RESULT-REGISTER-LINE PIC X(60).
       FD  GRADE-CONFIG-FILE.
           COPY GRADECFG.

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
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-STUDENT-FILE VALUE 'Y'.
       01 WS-FIRST-CLASS-MIN  PIC 9(03) VALUE 60.
       01 WS-SECOND-CLASS-MIN PIC 9(03) VALUE 50.
       01 WS-THIRD-CLASS-MIN  PIC 9(03) VALUE 40.
           PERFORM LOAD-RUN-CONTROL.
           CALL 'SCHPROF' USING SCHOOL-PROFILE.
           PERFORM LOAD-GRADE-CONFIG.
           PERFORM OPEN-STUDENT-EXTRACT.
           OPEN OUTPUT RESULT-REGISTER.
           PERFORM PRINT-RESULT-REGISTER.
           CLOSE RESULT-REGISTER.
           CLOSE STUDENT-EXTRACT.
           DISPLAY 'RESULT REGISTER WRITTEN, STUDENTS LISTED : '
               WS-TOTAL-STUDENTS.
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

       PRINT-RESULT-REGISTER.
           PERFORM UNTIL END-OF-STUDENT-FILE
               READ STUDENT-EXTRACT
                   AT END
                       SET END-OF-STUDENT-FILE TO TRUE
                   NOT AT END
                       MOVE SX-STUDENT-IMAGE TO STUDENT-DETAILS
                       IF SX-DETAIL-RECORD AND STU-ACTIVE
                           PERFORM REGISTER-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.
           IF SECTION-GROUP-OPEN
               PERFORM WRITE-SECTION-FOOTING
           END-IF.

       REGISTER-ONE-STUDENT.
           IF NOT SECTION-GROUP-OPEN
               OR STU-CLASS NOT = WS-CURR-CLASS
               OR STU-SECTION NOT = WS-CURR-SECTION
               IF SECTION-GROUP-OPEN
                   PERFORM WRITE-SECTION-FOOTING
               END-IF
               PERFORM START-SECTION-GROUP
           END-IF.
           PERFORM WRITE-STUDENT-LINE.

       START-SECTION-GROUP.
           MOVE 'Y' TO WS-GROUP-OPEN.
           MOVE STU-CLASS   TO WS-CURR-CLASS.
           MOVE STU-SECTION TO WS-CURR-SECTION.
           MOVE ZERO TO WS-SEC-APPEARED.
           MOVE ZERO TO WS-SEC-PASSED.
           MOVE ZERO TO WS-SEC-FAILED.
           ADD 1 TO WS-SEC-APPEARED.
           ADD 1 TO WS-TOTAL-STUDENTS.
           EVALUATE TRUE
               WHEN STU-MARKS >= WS-FIRST-CLASS-MIN
                   MOVE 'FIRST CLASS' TO WS-RESULT-CLASS
                   ADD 1 TO WS-SEC-PASSED
               WHEN STU-MARKS >= WS-SECOND-CLASS-MIN
                   MOVE 'SECOND CLASS' TO WS-RESULT-CLASS
                   ADD 1 TO WS-SEC-PASSED
               WHEN STU-MARKS >= WS-THIRD-CLASS-MIN
                   MOVE 'THIRD CLASS' TO WS-RESULT-CLASS
                   ADD 1 TO WS-SEC-PASSED
               WHEN OTHER
                   MOVE 'FAIL' TO WS-RESULT-CLASS
                   ADD 1 TO WS-SEC-FAILED
           END-EVALUATE.
           IF STU-MARKS > WS-TOPPER-MARKS
               MOVE STU-MARKS TO WS-TOPPER-MARKS
               MOVE STU-NO    TO WS-TOPPER-STU-NO
               MOVE STU-NAME  TO WS-TOPPER-NAME
           END-IF.
           CALL 'GRDBAND' USING RUN-TERM-CODE STU-MARKS
               WS-BAND-LETTER WS-BAND-POINTS.
           MOVE SPACES TO RESULT-REGISTER-LINE.
           IF WS-BAND-LETTER = '--'
               STRING STU-NO '     ' STU-NAME '  '
                   STU-MARKS '   ' WS-RESULT-CLASS
                   DELIMITED BY SIZE INTO RESULT-REGISTER-LINE
           ELSE
               STRING STU-NO '     ' STU-NAME '  '
                   STU-MARKS '   ' WS-RESULT-CLASS
                   ' ' WS-BAND-LETTER
                   DELIMITED BY SIZE INTO RESULT-REGISTER-LINE
           END-IF.
