      ******************************************************************
      * Author:
      * Date:
      * Purpose: Principal's one-page term summary. Gathers the numbers
      *          that are already scattered across the nightly outputs -
      *          roll count from the nightly STUEXTR.DAT student extract
      *          (refused through EXTRCHK unless taken for tonight's
      *          run), grade distribution from GRDTOTLS.DAT,
      *          class/section pass rates, the top 10 from LEADER.DAT,
      *          re-evaluation queue and attendance-blocked counts, and
      *          the fee-withheld count from the FEELEDGR.DAT balances
      *          (STU-FEE-STATUS flag when no ledger exists) - into a
      *          single page TERMSUMM.RPT stamped with the term and
      *          run-date from the run-control card.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT STUDENT-EXTRACT ASSIGN TO "STUEXTR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT GRADE-TOTALS-FILE ASSIGN TO "GRDTOTLS.DAT"
               ORGANIZATION IS SEQUENTIAL
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  STUDENT-EXTRACT.
           COPY STUEXTRR.

       FD  GRADE-TOTALS-FILE.
       01 GRADE-TOTALS-RECORD.
       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
           COPY STDRECD.
       01 WS-EXTRACT-STATUS  PIC X(02) VALUE '00'.
       01 WS-EXTRACT-RESULT  PIC X(01).
           88 EXTRACT-CURRENT  VALUE 'Y'.
       01 WS-GRDTOT-STATUS   PIC X(02) VALUE '00'.
       01 WS-LEADER-STATUS   PIC X(02) VALUE '00'.
       01 WS-REEVAL-STATUS   PIC X(02) VALUE '00'.

       SCAN-STUDENT-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM OPEN-STUDENT-EXTRACT.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ STUDENT-EXTRACT
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       MOVE SX-STUDENT-IMAGE TO STUDENT-DETAILS
                       IF SX-DETAIL-RECORD AND STU-ACTIVE
                           PERFORM TALLY-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT-EXTRACT.

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
