      ******************************************************************
      * Author:
      * Date:
      * Purpose: Term-end internal assessment posting. Totals the
      *          ASSIGN.DAT work (not cancelled) set for the RUNCTL
      *          term and due by the run date, student by student and
      *          subject by subject, from the ASSIGSUB.DAT scores:
      *          each student on roll owes every piece set for the
      *          class and section they are in, a missing piece or
      *          one with no row scores zero, and excused work drops
      *          out of both the score and the maximum. The total is
      *          scaled to the subject's SUBJMST.DAT maximum (100
      *          where none is recorded) and written to MARKSDTL.IDX
      *          as exam type 'I' (internal assessment), theory
      *          component, credits from SUBJMST.DAT - a new row
      *          where there is none, the row replaced where the run
      *          is repeated, and a row cancelled by an unfair-means
      *          decision left as it stands. MARKSAGG no longer takes
      *          internal assessment marks from the keyboard, and
      *          TERMRSLT counts them with the unit tests. Work not
      *          yet due is left out with a warning; a closed term
      *          (TERMCHK) is refused. The postings print to
      *          HWKIA.RPT. Logs to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. HWKIAPST.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ASSIGNMENT-FILE ASSIGN TO "ASSIGN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASSIGN-STATUS.
           SELECT SUBMISSION-FILE ASSIGN TO "ASSIGSUB.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASSIGSUB-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SUBJECT-MASTER-FILE ASSIGN TO "SUBJMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBJMST-STATUS.
           SELECT MARKS-DETAIL-FILE ASSIGN TO "MARKSDTL.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DTL-KEY
               FILE STATUS IS WS-DETAIL-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT IA-REPORT ASSIGN TO "HWKIA.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.TMP".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  ASSIGNMENT-FILE.
           COPY ASSIGNR.

       FD  SUBMISSION-FILE.
           COPY ASSUBMR.

       FD  STUDENT-MASTER.
           COPY STDRECD.

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

       FD  MARKS-DETAIL-FILE.
           COPY MRKDTLR.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  IA-REPORT.
       01 IA-LINE            PIC X(72).

      * One 'E' row for each piece of work a student owes and one 'S'
      * row for each ASSIGSUB.DAT entry; 'E' sorts ahead of 'S'.
       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-STU-NO         PIC 9(05).
           05 SW-SUBJ-CODE      PIC X(04).
           05 SW-ASSIGN-NO      PIC 9(05).
           05 SW-KIND           PIC X(01).
               88 SW-EXPECTED      VALUE 'E'.
           05 SW-MAX-MARKS      PIC 9(03).
           05 SW-STATUS         PIC X(01).
               88 SW-HANDED-IN     VALUE 'O' 'L'.
               88 SW-EXCUSED       VALUE 'E'.
           05 SW-SCORE          PIC 9(03).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-ASSIGN-STATUS   PIC X(02) VALUE '00'.
       01 WS-ASSIGSUB-STATUS PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-SUBJMST-STATUS  PIC X(02) VALUE '00'.
       01 WS-DETAIL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-SORT-EOF-FLAG   PIC X(01) VALUE 'N'.
           88 END-OF-SORTED-FILE VALUE 'Y'.
       01 WS-TERM-STATE      PIC X(01) VALUE 'U'.
           88 TERM-IS-CLOSED    VALUE 'C'.
       01 WS-START-TIME      PIC 9(08) VALUE ZERO.
       01 WS-RUN-DATE        PIC 9(08) VALUE ZERO.
      * The term's work, and where each assignment number sits in
      * the table.
       01 WS-ASSIGN-COUNT    PIC 9(04) VALUE ZERO.
       01 WS-ASSIGN-TABLE.
           05 WS-AS-ENTRY OCCURS 2000 TIMES INDEXED BY AS-INDEX.
               10 WS-AS-NO         PIC 9(05).
               10 WS-AS-CLASS      PIC 9(02).
               10 WS-AS-SECTION    PIC X(01).
               10 WS-AS-SUBJ-CODE  PIC X(04).
               10 WS-AS-MAX        PIC 9(03).
       01 WS-ASSIGN-SLOT-TABLE.
           05 WS-ASSIGN-SLOT OCCURS 99999 TIMES PIC 9(04).
       01 WS-SLOT            PIC 9(04).
       01 WS-ASSIGN-OVERFLOW PIC 9(05) VALUE ZERO.
       01 WS-NOT-YET-DUE     PIC 9(05) VALUE ZERO.
       01 WS-SUBJECT-COUNT   PIC 9(02) VALUE ZERO.
       01 WS-SUBJECT-TABLE.
           05 WS-SM-ENTRY OCCURS 50 TIMES INDEXED BY SM-INDEX.
               10 WS-SM-CODE      PIC X(04).
               10 WS-SM-MAX       PIC 9(03).
               10 WS-SM-CREDITS   PIC 9(01).
       01 WS-FOUND-FLAG      PIC X(01).
           88 ENTRY-FOUND      VALUE 'Y'.
      * Control fields of the output procedure.
       01 WS-PREV-STU-NO     PIC 9(05) VALUE ZERO.
       01 WS-PREV-SUBJ-CODE  PIC X(04) VALUE SPACES.
       01 WS-PREV-ASSIGN-NO  PIC 9(05) VALUE ZERO.
       01 WS-PIECE-OWED      PIC X(01) VALUE 'N'.
           88 PIECE-IS-OWED    VALUE 'Y'.
       01 WS-PIECE-MAX       PIC 9(03) VALUE ZERO.
       01 WS-PIECE-SCORE     PIC 9(03) VALUE ZERO.
       01 WS-PIECE-EXCUSED   PIC X(01) VALUE 'N'.
           88 PIECE-IS-EXCUSED VALUE 'Y'.
       01 WS-TOTAL-MAX       PIC 9(06) VALUE ZERO.
       01 WS-TOTAL-SCORE     PIC 9(06) VALUE ZERO.
       01 WS-PIECES          PIC 9(03) VALUE ZERO.
       01 WS-SUBJ-MAX        PIC 9(03).
       01 WS-SUBJ-CREDITS    PIC 9(01).
       01 WS-IA-MARKS        PIC 9(03).
       01 WS-ACTION-TEXT     PIC X(20).
       01 WS-RPT-PIECES      PIC ZZ9.
       01 WS-RPT-SCORE       PIC ZZZZZ9.
       01 WS-RPT-MAX         PIC ZZZZZ9.
       01 WS-RPT-MARKS       PIC ZZ9.
       01 WS-EXPECTED-ROWS   PIC 9(07) VALUE ZERO.
       01 WS-POSTED-NEW      PIC 9(05) VALUE ZERO.
       01 WS-POSTED-UPDATED  PIC 9(05) VALUE ZERO.
       01 WS-CANCELLED-KEPT  PIC 9(05) VALUE ZERO.
       01 WS-POST-FAILED     PIC 9(05) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM LOAD-RUN-CONTROL.
           CALL 'TERMCHK' USING RUN-TERM-CODE WS-TERM-STATE.
           IF TERM-IS-CLOSED
               DISPLAY 'TERM ' RUN-TERM-CODE ' IS CLOSED - INTERNAL '
                   'ASSESSMENT NOT POSTED (SUPERVISOR REOPEN VIA '
                   'TERMCTL)'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM LOAD-SUBJECT-MASTER.
           INITIALIZE WS-ASSIGN-SLOT-TABLE.
           PERFORM LOAD-TERM-WORK.
           IF WS-ASSIGN-COUNT = ZERO
               DISPLAY 'NO WORK DUE IN TERM ' RUN-TERM-CODE
                   ' - NOTHING TO POST'
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           OPEN I-O MARKS-DETAIL-FILE.
           IF WS-DETAIL-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN MARKSDTL.IDX, STATUS : '
                   WS-DETAIL-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           OPEN OUTPUT IA-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-STU-NO SW-SUBJ-CODE SW-ASSIGN-NO
                   SW-KIND
               INPUT PROCEDURE IS RELEASE-WORK-OWED
               OUTPUT PROCEDURE IS POST-ASSESSMENT-MARKS.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE IA-REPORT.
           CLOSE MARKS-DETAIL-FILE.
           DISPLAY 'INTERNAL ASSESSMENT - NEW : ' WS-POSTED-NEW
               '  REPLACED : ' WS-POSTED-UPDATED
               '  CANCELLED KEPT : ' WS-CANCELLED-KEPT.
           IF WS-NOT-YET-DUE > ZERO
               DISPLAY 'WORK NOT YET DUE, LEFT OUT : ' WS-NOT-YET-DUE
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-ASSIGN-OVERFLOW > ZERO
               DISPLAY 'WORK BEYOND THE 2000-ASSIGNMENT TABLE NOT '
                   'POSTED : ' WS-ASSIGN-OVERFLOW
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-POST-FAILED > ZERO
               MOVE 8 TO RETURN-CODE
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
                       MOVE RUN-DATE TO WS-RUN-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-RUN-DATE = ZERO
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

       LOAD-SUBJECT-MASTER.
           MOVE ZERO TO WS-SUBJECT-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SUBJECT-MASTER-FILE.
           IF WS-SUBJMST-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SUBJECT-MASTER-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-SUBJECT-COUNT < 50
                               ADD 1 TO WS-SUBJECT-COUNT
                               SET SM-INDEX TO WS-SUBJECT-COUNT
                               MOVE SM-SUBJ-CODE TO
                                   WS-SM-CODE (SM-INDEX)
                               MOVE SM-MAX-MARKS TO
                                   WS-SM-MAX (SM-INDEX)
                               MOVE SM-DEFAULT-CREDITS TO
                                   WS-SM-CREDITS (SM-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBJECT-MASTER-FILE
           END-IF.

      * Work still to fall due would score zero for everyone, so it
      * waits for a later run.
       LOAD-TERM-WORK.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ASSIGNMENT-FILE.
           IF WS-ASSIGN-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ASSIGNMENT-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF AS-TERM-CODE = RUN-TERM-CODE
                               AND NOT AS-CANCELLED
                               AND AS-ASSIGN-NO > ZERO
                               AND AS-MAX-MARKS > ZERO
                               PERFORM STORE-TERM-ASSIGNMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSIGNMENT-FILE
           END-IF.

       STORE-TERM-ASSIGNMENT.
           IF AS-DUE-DATE > WS-RUN-DATE
               ADD 1 TO WS-NOT-YET-DUE
           ELSE
               IF WS-ASSIGN-COUNT >= 2000
                   ADD 1 TO WS-ASSIGN-OVERFLOW
               ELSE
                   ADD 1 TO WS-ASSIGN-COUNT
                   SET AS-INDEX TO WS-ASSIGN-COUNT
                   MOVE WS-ASSIGN-COUNT TO
                       WS-ASSIGN-SLOT (AS-ASSIGN-NO)
                   MOVE AS-ASSIGN-NO TO WS-AS-NO (AS-INDEX)
                   MOVE AS-CLASS TO WS-AS-CLASS (AS-INDEX)
                   MOVE AS-SECTION TO WS-AS-SECTION (AS-INDEX)
                   MOVE AS-SUBJ-CODE TO WS-AS-SUBJ-CODE (AS-INDEX)
                   MOVE AS-MAX-MARKS TO WS-AS-MAX (AS-INDEX)
               END-IF
           END-IF.

       RELEASE-WORK-OWED.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ STUDENT-MASTER NEXT RECORD
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF STU-NO IN STUDENT-DETAILS > ZERO
                               AND (STU-ACTIVE OR STU-RESTORED
                                   OR STU-LONG-ABSENT)
                               PERFORM RELEASE-ONE-STUDENT-OWED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SUBMISSION-FILE.
           IF WS-ASSIGSUB-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SUBMISSION-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF SB-ASSIGN-NO > ZERO AND SB-STU-NO > ZERO
                               PERFORM RELEASE-ONE-SUBMISSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBMISSION-FILE
           END-IF.

       RELEASE-ONE-STUDENT-OWED.
           PERFORM VARYING AS-INDEX FROM 1 BY 1
               UNTIL AS-INDEX > WS-ASSIGN-COUNT
               IF WS-AS-CLASS (AS-INDEX) = STU-CLASS
                   AND WS-AS-SECTION (AS-INDEX) = STU-SECTION
                   MOVE STU-NO IN STUDENT-DETAILS TO SW-STU-NO
                   MOVE WS-AS-SUBJ-CODE (AS-INDEX) TO SW-SUBJ-CODE
                   MOVE WS-AS-NO (AS-INDEX) TO SW-ASSIGN-NO
                   MOVE 'E' TO SW-KIND
                   MOVE WS-AS-MAX (AS-INDEX) TO SW-MAX-MARKS
                   MOVE SPACE TO SW-STATUS
                   MOVE ZERO TO SW-SCORE
                   RELEASE SORT-WORK-RECORD
                   ADD 1 TO WS-EXPECTED-ROWS
               END-IF
           END-PERFORM.

       RELEASE-ONE-SUBMISSION.
           MOVE WS-ASSIGN-SLOT (SB-ASSIGN-NO) TO WS-SLOT.
           IF WS-SLOT > ZERO
               SET AS-INDEX TO WS-SLOT
               MOVE SB-STU-NO TO SW-STU-NO
               MOVE WS-AS-SUBJ-CODE (AS-INDEX) TO SW-SUBJ-CODE
               MOVE SB-ASSIGN-NO TO SW-ASSIGN-NO
               MOVE 'S' TO SW-KIND
               MOVE WS-AS-MAX (AS-INDEX) TO SW-MAX-MARKS
               MOVE SB-STATUS TO SW-STATUS
               MOVE SB-SCORE TO SW-SCORE
               RELEASE SORT-WORK-RECORD
           END-IF.

      * A submission row with no 'E' row ahead of it belongs to a
      * student no longer on roll or no longer in that class, and
      * counts for nothing.
       POST-ASSESSMENT-MARKS.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           MOVE ZERO TO WS-PREV-STU-NO WS-PREV-ASSIGN-NO.
           MOVE SPACES TO WS-PREV-SUBJ-CODE.
           PERFORM UNTIL END-OF-SORTED-FILE
               RETURN SORT-WORK-FILE
                   AT END
                       SET END-OF-SORTED-FILE TO TRUE
                   NOT AT END
                       IF SW-STU-NO NOT = WS-PREV-STU-NO
                           OR SW-SUBJ-CODE NOT = WS-PREV-SUBJ-CODE
                           PERFORM CLOSE-ONE-PIECE
                           PERFORM CLOSE-ONE-SUBJECT
                           MOVE SW-STU-NO TO WS-PREV-STU-NO
                           MOVE SW-SUBJ-CODE TO WS-PREV-SUBJ-CODE
                           MOVE SW-ASSIGN-NO TO WS-PREV-ASSIGN-NO
                           PERFORM START-ONE-PIECE
                       ELSE
                           IF SW-ASSIGN-NO NOT = WS-PREV-ASSIGN-NO
                               PERFORM CLOSE-ONE-PIECE
                               MOVE SW-ASSIGN-NO TO WS-PREV-ASSIGN-NO
                               PERFORM START-ONE-PIECE
                           END-IF
                       END-IF
                       PERFORM TAKE-ONE-SORTED-ROW
               END-RETURN
           END-PERFORM.
           PERFORM CLOSE-ONE-PIECE.
           PERFORM CLOSE-ONE-SUBJECT.

       START-ONE-PIECE.
           MOVE 'N' TO WS-PIECE-OWED.
           MOVE 'N' TO WS-PIECE-EXCUSED.
           MOVE ZERO TO WS-PIECE-MAX WS-PIECE-SCORE.

       TAKE-ONE-SORTED-ROW.
           IF SW-EXPECTED
               MOVE 'Y' TO WS-PIECE-OWED
               MOVE SW-MAX-MARKS TO WS-PIECE-MAX
           ELSE
               EVALUATE TRUE
                   WHEN SW-EXCUSED
                       MOVE 'Y' TO WS-PIECE-EXCUSED
                   WHEN SW-HANDED-IN
                       IF SW-SCORE > SW-MAX-MARKS
                           MOVE SW-MAX-MARKS TO WS-PIECE-SCORE
                       ELSE
                           MOVE SW-SCORE TO WS-PIECE-SCORE
                       END-IF
                   WHEN OTHER
                       MOVE ZERO TO WS-PIECE-SCORE
               END-EVALUATE
           END-IF.

       CLOSE-ONE-PIECE.
           IF PIECE-IS-OWED AND NOT PIECE-IS-EXCUSED
               ADD WS-PIECE-MAX TO WS-TOTAL-MAX
               ADD WS-PIECE-SCORE TO WS-TOTAL-SCORE
               ADD 1 TO WS-PIECES
           END-IF.
           MOVE 'N' TO WS-PIECE-OWED.

       CLOSE-ONE-SUBJECT.
           IF WS-TOTAL-MAX > ZERO
               PERFORM POST-ONE-SUBJECT
           END-IF.
           MOVE ZERO TO WS-TOTAL-MAX WS-TOTAL-SCORE WS-PIECES.

       POST-ONE-SUBJECT.
           MOVE 100 TO WS-SUBJ-MAX.
           MOVE 1 TO WS-SUBJ-CREDITS.
           PERFORM VARYING SM-INDEX FROM 1 BY 1
               UNTIL SM-INDEX > WS-SUBJECT-COUNT
               IF WS-SM-CODE (SM-INDEX) = WS-PREV-SUBJ-CODE
                   IF WS-SM-MAX (SM-INDEX) > ZERO
                       MOVE WS-SM-MAX (SM-INDEX) TO WS-SUBJ-MAX
                   END-IF
                   IF WS-SM-CREDITS (SM-INDEX) > ZERO
                       MOVE WS-SM-CREDITS (SM-INDEX) TO WS-SUBJ-CREDITS
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-IA-MARKS ROUNDED =
               WS-TOTAL-SCORE * WS-SUBJ-MAX / WS-TOTAL-MAX.
           MOVE WS-PREV-STU-NO    TO DTL-STU-NO.
           MOVE RUN-TERM-CODE     TO DTL-TERM-CODE.
           MOVE WS-PREV-SUBJ-CODE TO DTL-SUBJ-CODE.
           MOVE 'I'               TO DTL-EXAM-TYPE.
           MOVE 'T'               TO DTL-COMPONENT.
           READ MARKS-DETAIL-FILE
               INVALID KEY
                   PERFORM WRITE-NEW-IA-ROW
               NOT INVALID KEY
                   PERFORM REPLACE-IA-ROW
           END-READ.
           PERFORM WRITE-REPORT-LINE.

       WRITE-NEW-IA-ROW.
           MOVE WS-IA-MARKS     TO DTL-SUBJ-MARKS.
           MOVE WS-SUBJ-CREDITS TO DTL-SUBJ-CREDITS.
           MOVE SPACE           TO DTL-ABSENT-FLAG.
           WRITE MARKS-DETAIL-LINE
               INVALID KEY
                   MOVE 'NOT POSTED' TO WS-ACTION-TEXT
                   ADD 1 TO WS-POST-FAILED
               NOT INVALID KEY
                   MOVE 'POSTED' TO WS-ACTION-TEXT
                   ADD 1 TO WS-POSTED-NEW
           END-WRITE.

      * A row cancelled for unfair means stays at zero and locked.
       REPLACE-IA-ROW.
           IF DTL-MARKS-CANCELLED
               MOVE 'CANCELLED ROW KEPT' TO WS-ACTION-TEXT
               ADD 1 TO WS-CANCELLED-KEPT
           ELSE
               MOVE WS-IA-MARKS     TO DTL-SUBJ-MARKS
               MOVE WS-SUBJ-CREDITS TO DTL-SUBJ-CREDITS
               MOVE SPACE           TO DTL-ABSENT-FLAG
               REWRITE MARKS-DETAIL-LINE
                   INVALID KEY
                       MOVE 'NOT POSTED' TO WS-ACTION-TEXT
                       ADD 1 TO WS-POST-FAILED
                   NOT INVALID KEY
                       MOVE 'REPLACED' TO WS-ACTION-TEXT
                       ADD 1 TO WS-POSTED-UPDATED
               END-REWRITE
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE ALL '=' TO IA-LINE.
           WRITE IA-LINE.
           MOVE SPACES TO IA-LINE.
           STRING '      INTERNAL ASSESSMENT FROM HOMEWORK - TERM '
               RUN-TERM-CODE
               DELIMITED BY SIZE INTO IA-LINE.
           WRITE IA-LINE.
           MOVE SPACES TO IA-LINE.
           STRING 'WORK DUE BY : ' WS-RUN-DATE
               '   PIECES OF WORK : ' WS-ASSIGN-COUNT
               DELIMITED BY SIZE INTO IA-LINE.
           WRITE IA-LINE.
           MOVE ALL '=' TO IA-LINE.
           WRITE IA-LINE.
           MOVE 'STU-NO SUBJ PIECES  SCORE    MAX  IA MARK  ACTION'
               TO IA-LINE.
           WRITE IA-LINE.
           MOVE ALL '-' TO IA-LINE.
           WRITE IA-LINE.

       WRITE-REPORT-LINE.
           MOVE SPACES TO IA-LINE.
           MOVE WS-PREV-STU-NO TO IA-LINE (1:5).
           MOVE WS-PREV-SUBJ-CODE TO IA-LINE (8:4).
           MOVE WS-PIECES TO WS-RPT-PIECES.
           MOVE WS-RPT-PIECES TO IA-LINE (14:3).
           MOVE WS-TOTAL-SCORE TO WS-RPT-SCORE.
           MOVE WS-RPT-SCORE TO IA-LINE (19:6).
           MOVE WS-TOTAL-MAX TO WS-RPT-MAX.
           MOVE WS-RPT-MAX TO IA-LINE (26:6).
           MOVE WS-IA-MARKS TO WS-RPT-MARKS.
           MOVE WS-RPT-MARKS TO IA-LINE (34:3).
           MOVE '/' TO IA-LINE (37:1).
           MOVE WS-SUBJ-MAX TO WS-RPT-MARKS.
           MOVE WS-RPT-MARKS TO IA-LINE (38:3).
           MOVE WS-ACTION-TEXT TO IA-LINE (43:20).
           WRITE IA-LINE.

       WRITE-REPORT-TOTALS.
           MOVE ALL '-' TO IA-LINE.
           WRITE IA-LINE.
           MOVE SPACES TO IA-LINE.
           STRING 'POSTED NEW : ' WS-POSTED-NEW
               '   REPLACED : ' WS-POSTED-UPDATED
               '   NOT POSTED : ' WS-POST-FAILED
               DELIMITED BY SIZE INTO IA-LINE.
           WRITE IA-LINE.
           MOVE SPACES TO IA-LINE.
           STRING 'CANCELLED ROWS KEPT : ' WS-CANCELLED-KEPT
               '   WORK NOT YET DUE : ' WS-NOT-YET-DUE
               DELIMITED BY SIZE INTO IA-LINE.
           WRITE IA-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'HWKIAPST'      TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE   TO RL-TERM-CODE.
           MOVE WS-RUN-DATE     TO RL-RUN-DATE.
           MOVE WS-START-TIME   TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-EXPECTED-ROWS TO RL-RECORDS-READ.
           COMPUTE RL-RECORDS-WRITTEN =
               WS-POSTED-NEW + WS-POSTED-UPDATED.
           MOVE WS-POST-FAILED  TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE     TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM HWKIAPST.
