      ******************************************************************
      * Author:
      * Date:
      * Purpose: Question paper and answer-booklet indent for the
      *          term's exams. For every EXAMSCHD.DAT paper the
      *          students seated on SEATPLAN.DAT whose class sits it
      *          (and who take the subject, through ENROLCHK) are
      *          counted per exam date, session, hall and SUBJ-CODE.
      *          Each count is indented with the INDENTPM.DAT card's
      *          spare percentage (rounded up) on the papers and the
      *          booklets, and a paper of at least the card's long
      *          duration is allowed more booklets per candidate
      *          (defaults: 10 per cent, one booklet, two for three
      *          hours or more). A packing slip per hall and session
      *          prints to PACKSLIP.RPT for the exam store to pack
      *          and the invigilator to sign for, followed by the
      *          store's issue summary per session; the same lines
      *          are written to INDENT.DAT (replaced each run) for
      *          the BKLTRECN after-exam reconciliation. RC 8 when
      *          there is no date-sheet or seat plan for the term,
      *          RC 4 when a class sits a paper with nobody seated.
      *          Appends to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PAPERIND.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT INDENT-PARAMETER-FILE ASSIGN TO "INDENTPM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT EXAM-SCHEDULE ASSIGN TO "EXAMSCHD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT SEAT-PLAN-FILE ASSIGN TO "SEATPLAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEATPLAN-STATUS.
           SELECT INDENT-FILE ASSIGN TO "INDENT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INDENT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT PACKING-SLIP-REPORT ASSIGN TO "PACKSLIP.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.TMP".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * Spare percentage on papers and booklets, the duration in
      * minutes from which a paper counts as long, and the booklets
      * allowed per candidate for a short and a long paper.
       FD  INDENT-PARAMETER-FILE.
       01 INDENT-PARAMETER-RECORD.
           05 IP-SPARE-PERCENT   PIC 9(02).
           05 IP-LONG-MINUTES    PIC 9(03).
           05 IP-BOOKLETS-SHORT  PIC 9(01).
           05 IP-BOOKLETS-LONG   PIC 9(01).

       FD  EXAM-SCHEDULE.
           COPY EXAMSCHR.

       FD  SEAT-PLAN-FILE.
           COPY SEATPLNR.

       FD  INDENT-FILE.
           COPY PAPRINDR.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  PACKING-SLIP-REPORT.
       01 PACKING-SLIP-LINE   PIC X(72).

       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-EXAM-DATE     PIC 9(08).
           05 SW-SESSION       PIC X(01).
           05 SW-HALL          PIC 9(02).
           05 SW-SUBJ-CODE     PIC X(04).
           05 SW-DURATION-MIN  PIC 9(03).
           05 SW-CANDIDATES    PIC 9(04).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-PARM-STATUS     PIC X(02) VALUE '00'.
       01 WS-SCHEDULE-STATUS PIC X(02) VALUE '00'.
       01 WS-SEATPLAN-STATUS PIC X(02) VALUE '00'.
       01 WS-INDENT-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-SORT-EOF-FLAG   PIC X(01) VALUE 'N'.
           88 END-OF-SORTED-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08).
       01 WS-RUN-DATE        PIC 9(08) VALUE ZERO.
       01 WS-SPARE-PERCENT   PIC 9(02) VALUE 10.
       01 WS-LONG-MINUTES    PIC 9(03) VALUE 180.
       01 WS-BOOKLETS-SHORT  PIC 9(01) VALUE 1.
       01 WS-BOOKLETS-LONG   PIC 9(01) VALUE 2.
       01 WS-ENROL-RESULT    PIC X(01).
           88 NOT-ENROLLED-IN-SUBJ VALUE 'N'.
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-WORK-CLASS      PIC 9(02).
       01 WS-WORK-SUBJ       PIC X(04).
       01 WS-SCHED-COUNT     PIC 9(03) VALUE ZERO.
       01 WS-SCHEDULE-TABLE.
           05 WS-ES-ENTRY OCCURS 500 TIMES INDEXED BY ES-INDEX.
               10 WS-ES-CLASS    PIC 9(02).
               10 WS-ES-SUBJ     PIC X(04).
               10 WS-ES-DATE     PIC 9(08).
               10 WS-ES-SESSION  PIC X(01).
               10 WS-ES-DURATION PIC 9(03).
               10 WS-ES-SEATED   PIC 9(04).
       01 WS-SEAT-COUNT      PIC 9(04) VALUE ZERO.
       01 WS-SEAT-TABLE.
           05 WS-SP-ENTRY OCCURS 3000 TIMES INDEXED BY SP-INDEX.
               10 WS-SP-HALL     PIC 9(02).
               10 WS-SP-STU-NO   PIC 9(05).
               10 WS-SP-CLASS    PIC 9(02).
      * Candidates per exam date, session, hall and subject.
       01 WS-INDENT-COUNT    PIC 9(04) VALUE ZERO.
       01 WS-INDENT-TABLE.
           05 WS-IX-ENTRY OCCURS 2000 TIMES INDEXED BY IX-INDEX.
               10 WS-IX-DATE     PIC 9(08).
               10 WS-IX-SESSION  PIC X(01).
               10 WS-IX-HALL     PIC 9(02).
               10 WS-IX-SUBJ     PIC X(04).
               10 WS-IX-DURATION PIC 9(03).
               10 WS-IX-CANDIDATES PIC 9(04).
       01 WS-IX-FOUND        PIC X(01).
           88 INDENT-LINE-FOUND VALUE 'Y'.
      * Store issue totals per exam session.
       01 WS-SESSION-COUNT   PIC 9(02) VALUE ZERO.
       01 WS-SESSION-TABLE.
           05 WS-SES-ENTRY OCCURS 40 TIMES INDEXED BY SES-INDEX.
               10 WS-SES-DATE     PIC 9(08).
               10 WS-SES-SESSION  PIC X(01).
               10 WS-SES-HALLS    PIC 9(02).
               10 WS-SES-CANDIDATES PIC 9(05).
               10 WS-SES-PAPERS   PIC 9(05).
               10 WS-SES-BOOKLETS PIC 9(06).
       01 WS-PREV-DATE       PIC 9(08) VALUE ZERO.
       01 WS-PREV-SESSION    PIC X(01) VALUE SPACE.
       01 WS-PREV-HALL       PIC 9(02) VALUE ZERO.
       01 WS-SLIP-OPEN       PIC X(01) VALUE 'N'.
           88 SLIP-IS-OPEN     VALUE 'Y'.
       01 WS-SLIP-CANDIDATES PIC 9(05) VALUE ZERO.
       01 WS-SLIP-PAPERS     PIC 9(05) VALUE ZERO.
       01 WS-SLIP-BOOKLETS   PIC 9(06) VALUE ZERO.
       01 WS-SPARE           PIC 9(05).
       01 WS-SESSION-TEXT    PIC X(09).
       01 WS-NO-SEAT-COUNT   PIC 9(03) VALUE ZERO.
       01 WS-SEATS-READ      PIC 9(05) VALUE ZERO.
       01 WS-LINES-WRITTEN   PIC 9(05) VALUE ZERO.
       01 WS-SLIP-COUNT      PIC 9(04) VALUE ZERO.
       01 WS-TABLE-FULL      PIC X(01) VALUE 'N'.
           88 INDENT-TABLE-FULL VALUE 'Y'.
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
           PERFORM LOAD-PARAMETER-CARD.
           PERFORM LOAD-EXAM-SCHEDULE.
           PERFORM LOAD-SEAT-PLAN.
           IF WS-SCHED-COUNT = ZERO OR WS-SEAT-COUNT = ZERO
               DISPLAY 'NO DATE-SHEET OR NO SEAT PLAN FOR TERM '
                   RUN-TERM-CODE ' - RUN DATESHT AND SEATALOC FIRST'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM VARYING ES-INDEX FROM 1 BY 1
               UNTIL ES-INDEX > WS-SCHED-COUNT
               PERFORM COUNT-ONE-PAPER
           END-PERFORM.
           OPEN OUTPUT INDENT-FILE.
           OPEN OUTPUT PACKING-SLIP-REPORT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-EXAM-DATE
               ON ASCENDING KEY SW-SESSION
               ON ASCENDING KEY SW-HALL
               ON ASCENDING KEY SW-SUBJ-CODE
               INPUT PROCEDURE IS RELEASE-INDENT-LINES
               OUTPUT PROCEDURE IS PRINT-PACKING-SLIPS.
           PERFORM WRITE-ISSUE-SUMMARY.
           CLOSE PACKING-SLIP-REPORT.
           CLOSE INDENT-FILE.
           DISPLAY 'INDENT PRINTED - ' WS-SLIP-COUNT
               ' PACKING SLIPS, ' WS-LINES-WRITTEN ' PAPER LINES'.
           IF WS-NO-SEAT-COUNT > ZERO
               DISPLAY '** ' WS-NO-SEAT-COUNT ' PAPER(S) ON THE '
                   'DATE-SHEET WITH NOBODY SEATED - CHECK SEATALOC **'
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF INDENT-TABLE-FULL
               DISPLAY '** INDENT TABLE FULL AT 2000 LINES - LATER '
                   'PAPERS NOT INDENTED **'
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
                       MOVE RUN-DATE TO WS-RUN-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-RUN-DATE = ZERO
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

       LOAD-PARAMETER-CARD.
           OPEN INPUT INDENT-PARAMETER-FILE.
           IF WS-PARM-STATUS = '00'
               READ INDENT-PARAMETER-FILE
                   NOT AT END
                       MOVE IP-SPARE-PERCENT TO WS-SPARE-PERCENT
                       IF IP-LONG-MINUTES > ZERO
                           MOVE IP-LONG-MINUTES TO WS-LONG-MINUTES
                       END-IF
                       IF IP-BOOKLETS-SHORT > ZERO
                           MOVE IP-BOOKLETS-SHORT TO WS-BOOKLETS-SHORT
                       END-IF
                       IF IP-BOOKLETS-LONG > ZERO
                           MOVE IP-BOOKLETS-LONG TO WS-BOOKLETS-LONG
                       END-IF
               END-READ
               CLOSE INDENT-PARAMETER-FILE
           END-IF.
           DISPLAY 'INDENT - SPARE ' WS-SPARE-PERCENT '% BOOKLETS '
               WS-BOOKLETS-SHORT ', ' WS-BOOKLETS-LONG ' FROM '
               WS-LONG-MINUTES ' MINUTES'.

       LOAD-EXAM-SCHEDULE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT EXAM-SCHEDULE.
           IF WS-SCHEDULE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ EXAM-SCHEDULE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF ES-TERM-CODE = RUN-TERM-CODE
                               AND ES-CLASS-SITTING
                               AND WS-SCHED-COUNT < 500
                               ADD 1 TO WS-SCHED-COUNT
                               SET ES-INDEX TO WS-SCHED-COUNT
                               MOVE ES-CLASS TO WS-ES-CLASS (ES-INDEX)
                               MOVE ES-SUBJ-CODE
                                   TO WS-ES-SUBJ (ES-INDEX)
                               MOVE ES-EXAM-DATE
                                   TO WS-ES-DATE (ES-INDEX)
                               MOVE ES-SESSION
                                   TO WS-ES-SESSION (ES-INDEX)
                               MOVE ES-DURATION-MIN
                                   TO WS-ES-DURATION (ES-INDEX)
                               MOVE ZERO TO WS-ES-SEATED (ES-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXAM-SCHEDULE
           END-IF.

       LOAD-SEAT-PLAN.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SEAT-PLAN-FILE.
           IF WS-SEATPLAN-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SEAT-PLAN-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF SPL-TERM-CODE = RUN-TERM-CODE
                               AND WS-SEAT-COUNT < 3000
                               ADD 1 TO WS-SEATS-READ
                               ADD 1 TO WS-SEAT-COUNT
                               SET SP-INDEX TO WS-SEAT-COUNT
                               MOVE SPL-HALL TO WS-SP-HALL (SP-INDEX)
                               MOVE SPL-STU-NO
                                   TO WS-SP-STU-NO (SP-INDEX)
                               MOVE SPL-CLASS TO WS-SP-CLASS (SP-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEAT-PLAN-FILE
           END-IF.

       COUNT-ONE-PAPER.
      * Every seat of the class, wherever it is, takes a paper - an
      * elective only for those who chose it.
           MOVE WS-ES-CLASS (ES-INDEX) TO WS-WORK-CLASS.
           MOVE WS-ES-SUBJ (ES-INDEX) TO WS-WORK-SUBJ.
           PERFORM VARYING SP-INDEX FROM 1 BY 1
               UNTIL SP-INDEX > WS-SEAT-COUNT
               IF WS-SP-CLASS (SP-INDEX) = WS-WORK-CLASS
                   MOVE WS-SP-STU-NO (SP-INDEX) TO WS-WORK-STU-NO
                   CALL 'ENROLCHK' USING WS-WORK-STU-NO
                       WS-WORK-CLASS WS-WORK-SUBJ WS-ENROL-RESULT
                   IF NOT NOT-ENROLLED-IN-SUBJ
                       PERFORM ADD-ONE-CANDIDATE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ES-SEATED (ES-INDEX) = ZERO
               ADD 1 TO WS-NO-SEAT-COUNT
               DISPLAY 'CLASS ' WS-WORK-CLASS ' SITS ' WS-WORK-SUBJ
                   ' ON ' WS-ES-DATE (ES-INDEX) ' '
                   WS-ES-SESSION (ES-INDEX)
                   ' BUT NOBODY IS SEATED FOR IT'
           END-IF.

       ADD-ONE-CANDIDATE.
           MOVE 'N' TO WS-IX-FOUND.
           PERFORM VARYING IX-INDEX FROM 1 BY 1
               UNTIL IX-INDEX > WS-INDENT-COUNT
                   OR INDENT-LINE-FOUND
               IF WS-IX-DATE (IX-INDEX) = WS-ES-DATE (ES-INDEX)
                   AND WS-IX-SESSION (IX-INDEX)
                       = WS-ES-SESSION (ES-INDEX)
                   AND WS-IX-HALL (IX-INDEX) = WS-SP-HALL (SP-INDEX)
                   AND WS-IX-SUBJ (IX-INDEX) = WS-WORK-SUBJ
                   MOVE 'Y' TO WS-IX-FOUND
               END-IF
           END-PERFORM.
           IF INDENT-LINE-FOUND
               SET IX-INDEX DOWN BY 1
           ELSE
               IF WS-INDENT-COUNT >= 2000
                   MOVE 'Y' TO WS-TABLE-FULL
               ELSE
                   ADD 1 TO WS-INDENT-COUNT
                   SET IX-INDEX TO WS-INDENT-COUNT
                   MOVE WS-ES-DATE (ES-INDEX) TO WS-IX-DATE (IX-INDEX)
                   MOVE WS-ES-SESSION (ES-INDEX)
                       TO WS-IX-SESSION (IX-INDEX)
                   MOVE WS-SP-HALL (SP-INDEX) TO WS-IX-HALL (IX-INDEX)
                   MOVE WS-WORK-SUBJ TO WS-IX-SUBJ (IX-INDEX)
                   MOVE WS-ES-DURATION (ES-INDEX)
                       TO WS-IX-DURATION (IX-INDEX)
                   MOVE ZERO TO WS-IX-CANDIDATES (IX-INDEX)
                   MOVE 'Y' TO WS-IX-FOUND
               END-IF
           END-IF.
           IF INDENT-LINE-FOUND
               ADD 1 TO WS-IX-CANDIDATES (IX-INDEX)
               ADD 1 TO WS-ES-SEATED (ES-INDEX)
           END-IF.

       RELEASE-INDENT-LINES.
           PERFORM VARYING IX-INDEX FROM 1 BY 1
               UNTIL IX-INDEX > WS-INDENT-COUNT
               MOVE WS-IX-DATE (IX-INDEX)       TO SW-EXAM-DATE
               MOVE WS-IX-SESSION (IX-INDEX)    TO SW-SESSION
               MOVE WS-IX-HALL (IX-INDEX)       TO SW-HALL
               MOVE WS-IX-SUBJ (IX-INDEX)       TO SW-SUBJ-CODE
               MOVE WS-IX-DURATION (IX-INDEX)   TO SW-DURATION-MIN
               MOVE WS-IX-CANDIDATES (IX-INDEX) TO SW-CANDIDATES
               RELEASE SORT-WORK-RECORD
           END-PERFORM.

       PRINT-PACKING-SLIPS.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           PERFORM UNTIL END-OF-SORTED-FILE
               RETURN SORT-WORK-FILE
                   AT END
                       SET END-OF-SORTED-FILE TO TRUE
                   NOT AT END
                       PERFORM PRINT-ONE-INDENT-LINE
               END-RETURN
           END-PERFORM.
           IF SLIP-IS-OPEN
               PERFORM WRITE-SLIP-FOOTING
           END-IF.

       PRINT-ONE-INDENT-LINE.
           IF NOT SLIP-IS-OPEN
               OR SW-EXAM-DATE NOT = WS-PREV-DATE
               OR SW-SESSION NOT = WS-PREV-SESSION
               OR SW-HALL NOT = WS-PREV-HALL
               IF SLIP-IS-OPEN
                   PERFORM WRITE-SLIP-FOOTING
               END-IF
               PERFORM WRITE-SLIP-HEADING
           END-IF.
      * Spares are rounded up - a room is never short by a fraction.
           MOVE RUN-TERM-CODE   TO IN-TERM-CODE.
           MOVE RUN-EXAM-TYPE   TO IN-EXAM-TYPE.
           MOVE SW-EXAM-DATE    TO IN-EXAM-DATE.
           MOVE SW-SESSION      TO IN-SESSION.
           MOVE SW-HALL         TO IN-HALL.
           MOVE SW-SUBJ-CODE    TO IN-SUBJ-CODE.
           MOVE SW-DURATION-MIN TO IN-DURATION-MIN.
           MOVE SW-CANDIDATES   TO IN-CANDIDATES.
           COMPUTE WS-SPARE =
               (SW-CANDIDATES * WS-SPARE-PERCENT + 99) / 100.
           COMPUTE IN-PAPERS = SW-CANDIDATES + WS-SPARE.
           IF SW-DURATION-MIN >= WS-LONG-MINUTES
               MOVE WS-BOOKLETS-LONG TO IN-BOOKLETS-EACH
           ELSE
               MOVE WS-BOOKLETS-SHORT TO IN-BOOKLETS-EACH
           END-IF.
           COMPUTE WS-SPARE =
               (SW-CANDIDATES * IN-BOOKLETS-EACH * WS-SPARE-PERCENT
               + 99) / 100.
           COMPUTE IN-BOOKLETS =
               SW-CANDIDATES * IN-BOOKLETS-EACH + WS-SPARE.
           WRITE PAPER-INDENT-RECORD.
           ADD 1 TO WS-LINES-WRITTEN.
           ADD IN-CANDIDATES TO WS-SLIP-CANDIDATES.
           ADD IN-PAPERS TO WS-SLIP-PAPERS.
           ADD IN-BOOKLETS TO WS-SLIP-BOOKLETS.
           MOVE SPACES TO PACKING-SLIP-LINE.
           STRING '  ' IN-SUBJ-CODE '     ' IN-DURATION-MIN
               '       ' IN-CANDIDATES '      ' IN-PAPERS
               '       ' IN-BOOKLETS-EACH '      ' IN-BOOKLETS
               '    ______'
               DELIMITED BY SIZE INTO PACKING-SLIP-LINE.
           WRITE PACKING-SLIP-LINE.

       WRITE-SLIP-HEADING.
           MOVE 'Y' TO WS-SLIP-OPEN.
           MOVE SW-EXAM-DATE TO WS-PREV-DATE.
           MOVE SW-SESSION TO WS-PREV-SESSION.
           MOVE SW-HALL TO WS-PREV-HALL.
           MOVE ZERO TO WS-SLIP-CANDIDATES WS-SLIP-PAPERS
               WS-SLIP-BOOKLETS.
           ADD 1 TO WS-SLIP-COUNT.
           IF SW-SESSION = 'M'
               MOVE 'MORNING  ' TO WS-SESSION-TEXT
           ELSE
               MOVE 'AFTERNOON' TO WS-SESSION-TEXT
           END-IF.
           MOVE ALL '=' TO PACKING-SLIP-LINE.
           WRITE PACKING-SLIP-LINE.
           MOVE SPACES TO PACKING-SLIP-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO PACKING-SLIP-LINE.
           WRITE PACKING-SLIP-LINE.
           MOVE SPACES TO PACKING-SLIP-LINE.
           STRING '   EXAM STATIONERY PACKING SLIP - HALL ' SW-HALL
               DELIMITED BY SIZE INTO PACKING-SLIP-LINE.
           WRITE PACKING-SLIP-LINE.
           MOVE SPACES TO PACKING-SLIP-LINE.
           STRING 'TERM : ' RUN-TERM-CODE '   EXAM : ' RUN-EXAM-TYPE
               '   DATE : ' SW-EXAM-DATE '   SESSION : '
               WS-SESSION-TEXT
               DELIMITED BY SIZE INTO PACKING-SLIP-LINE.
           WRITE PACKING-SLIP-LINE.
           MOVE ALL '-' TO PACKING-SLIP-LINE.
           WRITE PACKING-SLIP-LINE.
           MOVE 'SUBJECT  MINUTES  CANDIDATES  PAPERS  BKLT/CAND'
               TO PACKING-SLIP-LINE.
           MOVE 'BOOKLETS  PACKED' TO PACKING-SLIP-LINE (50:16).
           WRITE PACKING-SLIP-LINE.
           MOVE ALL '-' TO PACKING-SLIP-LINE.
           WRITE PACKING-SLIP-LINE.

       WRITE-SLIP-FOOTING.
           MOVE ALL '-' TO PACKING-SLIP-LINE.
           WRITE PACKING-SLIP-LINE.
           MOVE SPACES TO PACKING-SLIP-LINE.
           STRING 'HALL TOTAL          ' WS-SLIP-CANDIDATES '     '
               WS-SLIP-PAPERS '             ' WS-SLIP-BOOKLETS
               DELIMITED BY SIZE INTO PACKING-SLIP-LINE.
           WRITE PACKING-SLIP-LINE.
           MOVE SPACES TO PACKING-SLIP-LINE.
           WRITE PACKING-SLIP-LINE.
           MOVE 'PACKED BY (EXAM STORE)          RECEIVED BY '
               TO PACKING-SLIP-LINE.
           MOVE '(INVIGILATOR)' TO PACKING-SLIP-LINE (45:13).
           WRITE PACKING-SLIP-LINE.
           MOVE SPACES TO PACKING-SLIP-LINE.
           WRITE PACKING-SLIP-LINE.
           MOVE 'SIGN. ______________            SIGN. ______________'
               TO PACKING-SLIP-LINE.
           WRITE PACKING-SLIP-LINE.
           MOVE ALL '=' TO PACKING-SLIP-LINE.
           WRITE PACKING-SLIP-LINE.
           MOVE SPACES TO PACKING-SLIP-LINE.
           WRITE PACKING-SLIP-LINE.
           PERFORM ADD-TO-SESSION-TOTAL.

       ADD-TO-SESSION-TOTAL.
           SET SES-INDEX TO 1.
           SEARCH WS-SES-ENTRY
               AT END
                   CONTINUE
               WHEN SES-INDEX > WS-SESSION-COUNT
                   IF WS-SESSION-COUNT < 40
                       ADD 1 TO WS-SESSION-COUNT
                       MOVE WS-PREV-DATE TO WS-SES-DATE (SES-INDEX)
                       MOVE WS-PREV-SESSION
                           TO WS-SES-SESSION (SES-INDEX)
                       MOVE ZERO TO WS-SES-HALLS (SES-INDEX)
                       MOVE ZERO TO WS-SES-CANDIDATES (SES-INDEX)
                       MOVE ZERO TO WS-SES-PAPERS (SES-INDEX)
                       MOVE ZERO TO WS-SES-BOOKLETS (SES-INDEX)
                       PERFORM ADD-SLIP-TO-SESSION
                   END-IF
               WHEN WS-SES-DATE (SES-INDEX) = WS-PREV-DATE
                   AND WS-SES-SESSION (SES-INDEX) = WS-PREV-SESSION
                   PERFORM ADD-SLIP-TO-SESSION
           END-SEARCH.

       ADD-SLIP-TO-SESSION.
           ADD 1 TO WS-SES-HALLS (SES-INDEX).
           ADD WS-SLIP-CANDIDATES TO WS-SES-CANDIDATES (SES-INDEX).
           ADD WS-SLIP-PAPERS TO WS-SES-PAPERS (SES-INDEX).
           ADD WS-SLIP-BOOKLETS TO WS-SES-BOOKLETS (SES-INDEX).

       WRITE-ISSUE-SUMMARY.
           MOVE ALL '=' TO PACKING-SLIP-LINE.
           WRITE PACKING-SLIP-LINE.
           MOVE SPACES TO PACKING-SLIP-LINE.
           STRING 'EXAM STORE ISSUE SUMMARY - TERM ' RUN-TERM-CODE
               '   SPARE ' WS-SPARE-PERCENT ' PER CENT'
               DELIMITED BY SIZE INTO PACKING-SLIP-LINE.
           WRITE PACKING-SLIP-LINE.
           MOVE ALL '-' TO PACKING-SLIP-LINE.
           WRITE PACKING-SLIP-LINE.
           MOVE 'DATE     SESSION HALLS CANDIDATES  PAPERS  BOOKLETS'
               TO PACKING-SLIP-LINE.
           WRITE PACKING-SLIP-LINE.
           PERFORM VARYING SES-INDEX FROM 1 BY 1
               UNTIL SES-INDEX > WS-SESSION-COUNT
               MOVE SPACES TO PACKING-SLIP-LINE
               STRING WS-SES-DATE (SES-INDEX) '    '
                   WS-SES-SESSION (SES-INDEX) '     '
                   WS-SES-HALLS (SES-INDEX) '      '
                   WS-SES-CANDIDATES (SES-INDEX) '    '
                   WS-SES-PAPERS (SES-INDEX) '   '
                   WS-SES-BOOKLETS (SES-INDEX)
                   DELIMITED BY SIZE INTO PACKING-SLIP-LINE
               WRITE PACKING-SLIP-LINE
           END-PERFORM.
           MOVE ALL '=' TO PACKING-SLIP-LINE.
           WRITE PACKING-SLIP-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'PAPERIND'          TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE       TO RL-TERM-CODE.
           MOVE WS-RUN-DATE         TO RL-RUN-DATE.
           MOVE WS-START-TIME       TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-SEATS-READ       TO RL-RECORDS-READ.
           MOVE WS-LINES-WRITTEN    TO RL-RECORDS-WRITTEN.
           MOVE WS-NO-SEAT-COUNT    TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE         TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM PAPERIND.
