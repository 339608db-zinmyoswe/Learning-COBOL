      ******************************************************************
      * Author:
      * Date:
      * Purpose: Statutory enrolment census return. Walks the nightly
      *          STUEXTR.DAT student extract (refused through EXTRCHK
      *          unless taken for tonight's run) and prints the
      *          education office's class-by-gender grid - every
      *          class's M/F/O/X counts using the full
      *          STU-GENDER value set, with section and status
      *          breakdowns - to CENSUS.RPT, then reconciles the
      *          period's movement: the opening enrolment from the
      *          imbalance is itemized, because an imbalance means a
      *          record slipped through a crack. Finishes by writing
      *          tonight's snapshot as the next period's opening.
      *          Each run, refused or not, appends its job-history
      *          row to RUNLOG.DAT so the compliance calendar can
      *          see whether the return was produced.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT STUDENT-EXTRACT ASSIGN TO "STUEXTR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT MASTER-JOURNAL ASSIGN TO "STDJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT CENSUS-SNAPSHOT ASSIGN TO "CENSUS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT CENSUS-REPORT ASSIGN TO "CENSUS.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  STUDENT-EXTRACT.
           COPY STUEXTRR.

       FD  MASTER-JOURNAL.
           COPY STDJRNLR.
           05 CN-SNAP-DATE    PIC 9(08).
           05 CN-ENROLMENT    PIC 9(05).

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  CENSUS-REPORT.
       01 CENSUS-REPORT-LINE  PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
           COPY STDRECD.
      * The journal after-image in STUDENT-DETAILS form, for reading
      * the status byte of movement entries.
           COPY STDRECD
               REPLACING STUDENT-DETAILS BY JOURNAL-IMAGE-VIEW.
       01 WS-EXTRACT-STATUS  PIC X(02) VALUE '00'.
       01 WS-EXTRACT-RESULT  PIC X(01).
           88 EXTRACT-CURRENT  VALUE 'Y'.
       01 WS-JOURNAL-STATUS  PIC X(02) VALUE '00'.
       01 WS-SNAPSHOT-STATUS PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-START-TIME      PIC 9(08) VALUE ZERO.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-MASTER-EOF-FLAG PIC X(01) VALUE 'N'.
      **
      * The main procedure of the program
      **
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           CALL 'SCHPROF' USING SCHOOL-PROFILE.
           PERFORM LOAD-PREVIOUS-SNAPSHOT.
                   ' - A RECORD SLIPPED THROUGH A CRACK **'
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG.
           STOP RUN.

       LOAD-PREVIOUS-SNAPSHOT.
               MOVE ZERO TO WS-GRID-GENDER (CLS-INDEX 3)
               MOVE ZERO TO WS-GRID-GENDER (CLS-INDEX 4)
           END-PERFORM.
           PERFORM OPEN-STUDENT-EXTRACT.
           PERFORM UNTIL END-OF-MASTER
               READ STUDENT-EXTRACT
                   AT END
                       SET END-OF-MASTER TO TRUE
                   NOT AT END
                       MOVE SX-STUDENT-IMAGE TO STUDENT-DETAILS
                       IF SX-DETAIL-RECORD
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
               PERFORM WRITE-RUN-LOG
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
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF.

       TALLY-ONE-STUDENT.
           EVALUATE TRUE
           MOVE WS-CLOSING-COUNT TO CN-ENROLMENT.
           WRITE CENSUS-SNAPSHOT-RECORD.
           CLOSE CENSUS-SNAPSHOT.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'CENSUS  '       TO RL-PROGRAM-ID.
           MOVE ZERO             TO RL-TERM-CODE.
           MOVE WS-TODAY         TO RL-RUN-DATE.
           MOVE WS-START-TIME    TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-CLOSING-COUNT TO RL-RECORDS-READ.
           MOVE WS-CLOSING-COUNT TO RL-RECORDS-WRITTEN.
           MOVE ZERO             TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE      TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM CENSUS.
