      ******************************************************************
      * Author:
      * Date:
      * Purpose: Double-valuation settlement run for the run-control
      *          term. SORTs the DVALDESK evaluations on DVALENT.DAT
      *          by secret code, subject and round - the latest row
      *          of a round standing - and settles each script. Two
      *          evaluations no further apart than the DVALPARM.DAT
      *          tolerance settle on their average or the higher
      *          mark, as the card says; wider apart, the script goes
      *          on the DVALQUE.DAT third-evaluator queue until a
      *          third mark is keyed, and that mark is final. Settled
      *          marks are written in the MARKSINC layout to
      *          DVALRES.DAT, which MRKDCODE decodes in place of
      *          single-evaluator lines for the double-valued
      *          classes. DVALRSLV.RPT lists the scripts arbitrated,
      *          queued or still awaiting a second evaluation, then
      *          each pair of evaluators whose marks came out wider
      *          apart than the tolerance - most often first, with
      *          the share of their common scripts and the average
      *          gap - flagging the pairs at or past the card's
      *          frequent count. Evaluator names come from the
      *          ABCUSTDY ledger. Ends RC 4 while any script is
      *          unsettled and logs to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DVALRSLV.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT DOUBLE-VALUATION-FILE ASSIGN TO "DVALENT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENTRY-STATUS.
           SELECT VALUATION-PARM-FILE ASSIGN TO "DVALPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ANSWER-BUNDLE-FILE ASSIGN TO "ABUNDLE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUNDLE-STATUS.
           SELECT RESOLVED-MARKS-FILE ASSIGN TO "DVALRES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESOLVED-STATUS.
           SELECT THIRD-EVALUATOR-FILE ASSIGN TO "DVALQUE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT VALUATION-REPORT ASSIGN TO "DVALRSLV.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.TMP".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  DOUBLE-VALUATION-FILE.
           COPY DVALENTR.

       FD  VALUATION-PARM-FILE.
           COPY DVALPRMR.

       FD  ANSWER-BUNDLE-FILE.
           COPY ABUNDLR.

       FD  RESOLVED-MARKS-FILE.
       01 RESOLVED-MARKS-LINE.
           05 RES-SECRET-CODE    PIC 9(06).
           05 RES-SUBJ-CODE      PIC X(04).
           05 RES-SUBJ-MARKS     PIC 9(03).
           05 RES-SUBJ-CREDITS   PIC 9(01).
           05 RES-ABSENT-FLAG    PIC X(01).

       FD  THIRD-EVALUATOR-FILE.
           COPY DVALQUER.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  VALUATION-REPORT.
       01 VALUATION-LINE     PIC X(72).

       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-SECRET-CODE     PIC 9(06).
           05 SW-SUBJ-CODE       PIC X(04).
           05 SW-ROUND           PIC 9(01).
           05 SW-ENTRY-DATE      PIC 9(08).
           05 SW-ENTRY-TIME      PIC 9(08).
           05 SW-EVALUATOR-ID    PIC 9(04).
           05 SW-SUBJ-MARKS      PIC 9(03).
           05 SW-SUBJ-CREDITS    PIC 9(01).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-ENTRY-STATUS    PIC X(02) VALUE '00'.
       01 WS-PARM-STATUS     PIC X(02) VALUE '00'.
       01 WS-BUNDLE-STATUS   PIC X(02) VALUE '00'.
       01 WS-RESOLVED-STATUS PIC X(02) VALUE '00'.
       01 WS-QUEUE-STATUS    PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-SORT-EOF-FLAG   PIC X(01) VALUE 'N'.
           88 END-OF-SORTED-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08) VALUE ZERO.
       01 WS-RUN-DATE        PIC 9(08) VALUE ZERO.
      * Evaluator names off the custody ledger for the term.
       01 WS-NAME-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-NAME-TABLE.
           05 WS-NM-ENTRY OCCURS 300 TIMES INDEXED BY NM-INDEX.
               10 WS-NM-EVALUATOR  PIC 9(04).
               10 WS-NM-NAME       PIC X(15).
      * The script in hand - the latest row of each round.
       01 WS-PREV-CODE       PIC 9(06) VALUE ZERO.
       01 WS-PREV-SUBJ       PIC X(04) VALUE SPACES.
       01 WS-ROUND-TABLE.
           05 WS-RD-ENTRY OCCURS 3 TIMES INDEXED BY RD-INDEX.
               10 WS-RD-KEYED      PIC X(01).
                   88 ROUND-KEYED    VALUE 'Y'.
               10 WS-RD-EVALUATOR  PIC 9(04).
               10 WS-RD-MARKS      PIC 9(03).
               10 WS-RD-CREDITS    PIC 9(01).
       01 WS-DIFFERENCE      PIC 9(03) VALUE ZERO.
       01 WS-FINAL-MARKS     PIC 9(03) VALUE ZERO.
       01 WS-SCRIPT-STATE    PIC X(20).
      * Evaluator pairs, the lower evaluator id first.
       01 WS-PAIR-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-PAIR-OVERFLOW   PIC 9(05) VALUE ZERO.
       01 WS-PAIR-TABLE.
           05 WS-PR-ENTRY OCCURS 500 TIMES INDEXED BY PR-INDEX.
               10 WS-PR-LOW-ID     PIC 9(04).
               10 WS-PR-HIGH-ID    PIC 9(04).
               10 WS-PR-SCRIPTS    PIC 9(05).
               10 WS-PR-WIDE       PIC 9(05).
               10 WS-PR-GAP-TOTAL  PIC 9(07).
               10 WS-PR-PRINTED    PIC X(01).
       01 WS-FOUND-FLAG      PIC X(01).
           88 ENTRY-FOUND      VALUE 'Y'.
       01 WS-LOW-ID          PIC 9(04).
       01 WS-HIGH-ID         PIC 9(04).
       01 WS-WORK-ID         PIC 9(04).
       01 WS-WORK-NAME       PIC X(15).
       01 WS-LOW-NAME        PIC X(15).
       01 WS-BEST-SLOT       PIC 9(03) VALUE ZERO.
       01 WS-BEST-WIDE       PIC 9(05) VALUE ZERO.
       01 WS-PAIRS-PRINTED   PIC 9(03) VALUE ZERO.
       01 WS-FREQUENT-PAIRS  PIC 9(03) VALUE ZERO.
       01 WS-PERCENT         PIC 9(03) VALUE ZERO.
       01 WS-AVERAGE-GAP     PIC 9(03) VALUE ZERO.
       01 WS-ROWS-READ       PIC 9(05) VALUE ZERO.
       01 WS-ROWS-TERM       PIC 9(05) VALUE ZERO.
       01 WS-SCRIPT-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-AGREED-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-ARBITRATED-COUNT PIC 9(05) VALUE ZERO.
       01 WS-QUEUED-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-AWAITING-COUNT  PIC 9(05) VALUE ZERO.
       01 WS-SETTLED-COUNT   PIC 9(05) VALUE ZERO.
       01 WS-RPT-MARKS-1     PIC ZZ9.
       01 WS-RPT-MARKS-1-X REDEFINES WS-RPT-MARKS-1 PIC X(03).
       01 WS-RPT-MARKS-2     PIC ZZ9.
       01 WS-RPT-MARKS-2-X REDEFINES WS-RPT-MARKS-2 PIC X(03).
       01 WS-RPT-MARKS-3     PIC ZZ9.
       01 WS-RPT-MARKS-3-X REDEFINES WS-RPT-MARKS-3 PIC X(03).
       01 WS-RPT-DIFF        PIC ZZ9.
       01 WS-RPT-DIFF-X REDEFINES WS-RPT-DIFF PIC X(03).
       01 WS-RPT-EVAL-1      PIC X(04).
       01 WS-RPT-EVAL-2      PIC X(04).
       01 WS-RPT-EVAL-3      PIC X(04).
       01 WS-RPT-SCRIPTS     PIC ZZZZ9.
       01 WS-RPT-WIDE        PIC ZZZZ9.
       01 WS-RPT-PERCENT     PIC ZZ9.
       01 WS-RPT-GAP         PIC ZZ9.
       01 WS-RPT-COUNT       PIC ZZZZ9.
       01 WS-RPT-RULE        PIC X(07).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM LOAD-RUN-CONTROL.
           CALL 'SCHPROF' USING SCHOOL-PROFILE.
           PERFORM LOAD-VALUATION-PARMS.
           OPEN INPUT DOUBLE-VALUATION-FILE.
           IF WS-ENTRY-STATUS NOT = '00'
               DISPLAY 'NO DVALENT.DAT EVALUATIONS - NOTHING TO '
                   'SETTLE'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           CLOSE DOUBLE-VALUATION-FILE.
           PERFORM LOAD-EVALUATOR-NAMES.
           OPEN OUTPUT RESOLVED-MARKS-FILE.
           OPEN OUTPUT THIRD-EVALUATOR-FILE.
           OPEN OUTPUT VALUATION-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-SECRET-CODE
               ON ASCENDING KEY SW-SUBJ-CODE
               ON ASCENDING KEY SW-ROUND
               ON ASCENDING KEY SW-ENTRY-DATE
               ON ASCENDING KEY SW-ENTRY-TIME
               INPUT PROCEDURE IS LOAD-TERM-EVALUATIONS
               OUTPUT PROCEDURE IS SETTLE-SCRIPTS.
           PERFORM PRINT-EVALUATOR-PAIRS.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE VALUATION-REPORT.
           CLOSE THIRD-EVALUATOR-FILE.
           CLOSE RESOLVED-MARKS-FILE.
           DISPLAY 'SCRIPTS : ' WS-SCRIPT-COUNT
               '  SETTLED : ' WS-SETTLED-COUNT
               '  QUEUED : ' WS-QUEUED-COUNT
               '  AWAITING 2ND : ' WS-AWAITING-COUNT.
           IF WS-FREQUENT-PAIRS > ZERO
               DISPLAY 'EVALUATOR PAIRS OFTEN WIDE APART : '
                   WS-FREQUENT-PAIRS
           END-IF.
           IF WS-PAIR-OVERFLOW > ZERO
               DISPLAY 'SCRIPTS NOT TALLIED - PAIR TABLE FULL : '
                   WS-PAIR-OVERFLOW
           END-IF.
           IF WS-QUEUED-COUNT > ZERO OR WS-AWAITING-COUNT > ZERO
               OR WS-PAIR-OVERFLOW > ZERO
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

       LOAD-VALUATION-PARMS.
           MOVE ZERO TO DP-TOLERANCE DP-FREQUENT-COUNT.
           MOVE SPACES TO DP-RESOLVE-RULE DP-BOARD-CLASSES.
           OPEN INPUT VALUATION-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ VALUATION-PARM-FILE
                   AT END
                       MOVE ZERO TO DP-TOLERANCE DP-FREQUENT-COUNT
                       MOVE SPACES TO DP-RESOLVE-RULE
                           DP-BOARD-CLASSES
               END-READ
               CLOSE VALUATION-PARM-FILE
           END-IF.
           IF DP-TOLERANCE = ZERO
               MOVE 10 TO DP-TOLERANCE
           END-IF.
           IF NOT DP-TAKE-AVERAGE AND NOT DP-TAKE-HIGHER
               MOVE 'A' TO DP-RESOLVE-RULE
           END-IF.
           IF DP-FREQUENT-COUNT = ZERO
               MOVE 3 TO DP-FREQUENT-COUNT
           END-IF.
           IF DP-TAKE-HIGHER
               MOVE 'HIGHER ' TO WS-RPT-RULE
           ELSE
               MOVE 'AVERAGE' TO WS-RPT-RULE
           END-IF.
           DISPLAY 'TOLERANCE : ' DP-TOLERANCE ' MARKS  SETTLE ON : '
               WS-RPT-RULE '  FREQUENT AT : ' DP-FREQUENT-COUNT.

       LOAD-EVALUATOR-NAMES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ANSWER-BUNDLE-FILE.
           IF WS-BUNDLE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ANSWER-BUNDLE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF AB-TERM-CODE = RUN-TERM-CODE
                               MOVE AB-EVALUATOR-ID TO WS-WORK-ID
                               PERFORM FIND-EVALUATOR-NAME
                               IF NOT ENTRY-FOUND
                                   AND WS-NAME-COUNT < 300
                                   ADD 1 TO WS-NAME-COUNT
                                   SET NM-INDEX TO WS-NAME-COUNT
                                   MOVE AB-EVALUATOR-ID TO
                                       WS-NM-EVALUATOR (NM-INDEX)
                                   MOVE AB-EVALUATOR-NAME TO
                                       WS-NM-NAME (NM-INDEX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANSWER-BUNDLE-FILE
           END-IF.

      * Sets WS-WORK-NAME for WS-WORK-ID; spaces when not on ledger.
       FIND-EVALUATOR-NAME.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE SPACES TO WS-WORK-NAME.
           PERFORM VARYING NM-INDEX FROM 1 BY 1
               UNTIL NM-INDEX > WS-NAME-COUNT OR ENTRY-FOUND
               IF WS-NM-EVALUATOR (NM-INDEX) = WS-WORK-ID
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-NM-NAME (NM-INDEX) TO WS-WORK-NAME
               END-IF
           END-PERFORM.

       LOAD-TERM-EVALUATIONS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT DOUBLE-VALUATION-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ DOUBLE-VALUATION-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       IF DV-TERM-CODE = RUN-TERM-CODE
                           AND DV-ROUND >= 1 AND DV-ROUND <= 3
                           PERFORM RELEASE-EVALUATION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOUBLE-VALUATION-FILE.

       RELEASE-EVALUATION.
           ADD 1 TO WS-ROWS-TERM.
           MOVE DV-SECRET-CODE  TO SW-SECRET-CODE.
           MOVE DV-SUBJ-CODE    TO SW-SUBJ-CODE.
           MOVE DV-ROUND        TO SW-ROUND.
           MOVE DV-ENTRY-DATE   TO SW-ENTRY-DATE.
           MOVE DV-ENTRY-TIME   TO SW-ENTRY-TIME.
           MOVE DV-EVALUATOR-ID TO SW-EVALUATOR-ID.
           MOVE DV-SUBJ-MARKS   TO SW-SUBJ-MARKS.
           MOVE DV-SUBJ-CREDITS TO SW-SUBJ-CREDITS.
           RELEASE SORT-WORK-RECORD.

       SETTLE-SCRIPTS.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           PERFORM CLEAR-ROUND-TABLE.
           PERFORM UNTIL END-OF-SORTED-FILE
               RETURN SORT-WORK-FILE
                   AT END
                       SET END-OF-SORTED-FILE TO TRUE
                   NOT AT END
                       IF WS-PREV-SUBJ NOT = SPACES
                           AND (SW-SECRET-CODE NOT = WS-PREV-CODE
                           OR SW-SUBJ-CODE NOT = WS-PREV-SUBJ)
                           PERFORM SETTLE-ONE-SCRIPT
                           PERFORM CLEAR-ROUND-TABLE
                       END-IF
                       MOVE SW-SECRET-CODE TO WS-PREV-CODE
                       MOVE SW-SUBJ-CODE TO WS-PREV-SUBJ
                       SET RD-INDEX TO SW-ROUND
                       MOVE 'Y' TO WS-RD-KEYED (RD-INDEX)
                       MOVE SW-EVALUATOR-ID TO
                           WS-RD-EVALUATOR (RD-INDEX)
                       MOVE SW-SUBJ-MARKS TO WS-RD-MARKS (RD-INDEX)
                       MOVE SW-SUBJ-CREDITS TO
                           WS-RD-CREDITS (RD-INDEX)
               END-RETURN
           END-PERFORM.
           IF WS-PREV-SUBJ NOT = SPACES
               PERFORM SETTLE-ONE-SCRIPT
           END-IF.

       CLEAR-ROUND-TABLE.
           PERFORM VARYING RD-INDEX FROM 1 BY 1 UNTIL RD-INDEX > 3
               MOVE 'N' TO WS-RD-KEYED (RD-INDEX)
               MOVE ZERO TO WS-RD-EVALUATOR (RD-INDEX)
                   WS-RD-MARKS (RD-INDEX) WS-RD-CREDITS (RD-INDEX)
           END-PERFORM.

      * A third mark is final; two marks within the tolerance settle
      * by the card's rule; otherwise the script waits.
       SETTLE-ONE-SCRIPT.
           ADD 1 TO WS-SCRIPT-COUNT.
           MOVE ZERO TO WS-DIFFERENCE.
           IF ROUND-KEYED (1) AND ROUND-KEYED (2)
               IF WS-RD-MARKS (1) > WS-RD-MARKS (2)
                   COMPUTE WS-DIFFERENCE =
                       WS-RD-MARKS (1) - WS-RD-MARKS (2)
               ELSE
                   COMPUTE WS-DIFFERENCE =
                       WS-RD-MARKS (2) - WS-RD-MARKS (1)
               END-IF
               PERFORM TALLY-EVALUATOR-PAIR
           END-IF.
           EVALUATE TRUE
               WHEN ROUND-KEYED (3)
                   MOVE WS-RD-MARKS (3) TO WS-FINAL-MARKS
                   ADD 1 TO WS-ARBITRATED-COUNT
                   MOVE 'ARBITRATED' TO WS-SCRIPT-STATE
                   PERFORM WRITE-SCRIPT-LINE
                   PERFORM WRITE-RESOLVED-MARKS
               WHEN NOT ROUND-KEYED (1) OR NOT ROUND-KEYED (2)
                   ADD 1 TO WS-AWAITING-COUNT
                   MOVE 'AWAITING 2ND EVAL' TO WS-SCRIPT-STATE
                   PERFORM WRITE-SCRIPT-LINE
               WHEN WS-DIFFERENCE <= DP-TOLERANCE
                   IF DP-TAKE-HIGHER
                       IF WS-RD-MARKS (1) > WS-RD-MARKS (2)
                           MOVE WS-RD-MARKS (1) TO WS-FINAL-MARKS
                       ELSE
                           MOVE WS-RD-MARKS (2) TO WS-FINAL-MARKS
                       END-IF
                   ELSE
                       COMPUTE WS-FINAL-MARKS ROUNDED =
                           (WS-RD-MARKS (1) + WS-RD-MARKS (2)) / 2
                   END-IF
                   ADD 1 TO WS-AGREED-COUNT
                   PERFORM WRITE-RESOLVED-MARKS
               WHEN OTHER
                   ADD 1 TO WS-QUEUED-COUNT
                   MOVE 'QUEUED FOR 3RD EVAL' TO WS-SCRIPT-STATE
                   PERFORM WRITE-SCRIPT-LINE
                   PERFORM WRITE-QUEUE-ENTRY
           END-EVALUATE.

      * The credits are those keyed with the first evaluation.
       WRITE-RESOLVED-MARKS.
           MOVE WS-PREV-CODE     TO RES-SECRET-CODE.
           MOVE WS-PREV-SUBJ     TO RES-SUBJ-CODE.
           MOVE WS-FINAL-MARKS   TO RES-SUBJ-MARKS.
           MOVE WS-RD-CREDITS (1) TO RES-SUBJ-CREDITS.
           MOVE SPACE            TO RES-ABSENT-FLAG.
           WRITE RESOLVED-MARKS-LINE.
           ADD 1 TO WS-SETTLED-COUNT.

       WRITE-QUEUE-ENTRY.
           MOVE RUN-TERM-CODE    TO DQ-TERM-CODE.
           MOVE WS-PREV-CODE     TO DQ-SECRET-CODE.
           MOVE WS-PREV-SUBJ     TO DQ-SUBJ-CODE.
           MOVE WS-RD-EVALUATOR (1) TO DQ-FIRST-EVALUATOR.
           MOVE WS-RD-EVALUATOR (2) TO DQ-SECOND-EVALUATOR.
           MOVE WS-DIFFERENCE    TO DQ-DIFFERENCE.
           MOVE WS-RUN-DATE      TO DQ-QUEUED-DATE.
           WRITE THIRD-EVALUATOR-QUEUE.

       TALLY-EVALUATOR-PAIR.
           IF WS-RD-EVALUATOR (1) < WS-RD-EVALUATOR (2)
               MOVE WS-RD-EVALUATOR (1) TO WS-LOW-ID
               MOVE WS-RD-EVALUATOR (2) TO WS-HIGH-ID
           ELSE
               MOVE WS-RD-EVALUATOR (2) TO WS-LOW-ID
               MOVE WS-RD-EVALUATOR (1) TO WS-HIGH-ID
           END-IF.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING PR-INDEX FROM 1 BY 1
               UNTIL PR-INDEX > WS-PAIR-COUNT OR ENTRY-FOUND
               IF WS-PR-LOW-ID (PR-INDEX) = WS-LOW-ID
                   AND WS-PR-HIGH-ID (PR-INDEX) = WS-HIGH-ID
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET PR-INDEX DOWN BY 1
           ELSE
               IF WS-PAIR-COUNT >= 500
                   ADD 1 TO WS-PAIR-OVERFLOW
               ELSE
                   ADD 1 TO WS-PAIR-COUNT
                   SET PR-INDEX TO WS-PAIR-COUNT
                   MOVE WS-LOW-ID TO WS-PR-LOW-ID (PR-INDEX)
                   MOVE WS-HIGH-ID TO WS-PR-HIGH-ID (PR-INDEX)
                   MOVE ZERO TO WS-PR-SCRIPTS (PR-INDEX)
                       WS-PR-WIDE (PR-INDEX)
                       WS-PR-GAP-TOTAL (PR-INDEX)
                   MOVE 'N' TO WS-PR-PRINTED (PR-INDEX)
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-IF.
           IF ENTRY-FOUND
               ADD 1 TO WS-PR-SCRIPTS (PR-INDEX)
               IF WS-DIFFERENCE > DP-TOLERANCE
                   ADD 1 TO WS-PR-WIDE (PR-INDEX)
                   ADD WS-DIFFERENCE TO WS-PR-GAP-TOTAL (PR-INDEX)
               END-IF
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO VALUATION-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE SPACES TO VALUATION-LINE.
           STRING 'DOUBLE VALUATION SETTLEMENT - TERM ' RUN-TERM-CODE
               '   RUN ' WS-RUN-DATE DELIMITED BY SIZE
               INTO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE SPACES TO VALUATION-LINE.
           STRING 'TOLERANCE ' DP-TOLERANCE ' MARKS, SETTLED ON THE '
               DELIMITED BY SIZE
               WS-RPT-RULE DELIMITED BY SPACE
               ', FREQUENT AT ' DP-FREQUENT-COUNT
               DELIMITED BY SIZE INTO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE ALL '=' TO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE SPACES TO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE 'SCRIPTS NOT SETTLED BY TWO EVALUATIONS'
               TO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE 'CODE   SUBJ  EVAL MKS  EVAL MKS  GAP  EVAL MKS  STATE'
               TO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE ALL '-' TO VALUATION-LINE.
           WRITE VALUATION-LINE.

       WRITE-SCRIPT-LINE.
           MOVE WS-RD-MARKS (1) TO WS-RPT-MARKS-1.
           MOVE WS-RD-MARKS (2) TO WS-RPT-MARKS-2.
           MOVE WS-RD-MARKS (3) TO WS-RPT-MARKS-3.
           MOVE WS-DIFFERENCE TO WS-RPT-DIFF.
           MOVE WS-RD-EVALUATOR (1) TO WS-RPT-EVAL-1.
           MOVE WS-RD-EVALUATOR (2) TO WS-RPT-EVAL-2.
           MOVE WS-RD-EVALUATOR (3) TO WS-RPT-EVAL-3.
           IF NOT ROUND-KEYED (1)
               MOVE SPACES TO WS-RPT-MARKS-1-X WS-RPT-EVAL-1
           END-IF.
           IF NOT ROUND-KEYED (2)
               MOVE SPACES TO WS-RPT-MARKS-2-X WS-RPT-EVAL-2
           END-IF.
           IF NOT ROUND-KEYED (1) OR NOT ROUND-KEYED (2)
               MOVE SPACES TO WS-RPT-DIFF-X
           END-IF.
           IF NOT ROUND-KEYED (3)
               MOVE SPACES TO WS-RPT-MARKS-3-X WS-RPT-EVAL-3
           END-IF.
           MOVE SPACES TO VALUATION-LINE.
           STRING WS-PREV-CODE ' ' WS-PREV-SUBJ '  '
               WS-RPT-EVAL-1 ' ' WS-RPT-MARKS-1 '  '
               WS-RPT-EVAL-2 ' ' WS-RPT-MARKS-2 '  '
               WS-RPT-DIFF '  ' WS-RPT-EVAL-3 ' ' WS-RPT-MARKS-3
               '  ' WS-SCRIPT-STATE
               DELIMITED BY SIZE INTO VALUATION-LINE.
           WRITE VALUATION-LINE.

      * Pairs with wide gaps, the most wide gaps first.
       PRINT-EVALUATOR-PAIRS.
           MOVE SPACES TO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE 'EVALUATOR PAIRS WIDER APART THAN THE TOLERANCE'
               TO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE SPACES TO VALUATION-LINE.
           MOVE 'EVALUATOR' TO VALUATION-LINE(1:9).
           MOVE 'EVALUATOR' TO VALUATION-LINE(23:9).
           MOVE 'SCRIPTS WIDE PCT GAP' TO VALUATION-LINE(43:20).
           WRITE VALUATION-LINE.
           MOVE ALL '-' TO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE 1 TO WS-BEST-SLOT.
           PERFORM UNTIL WS-BEST-SLOT = ZERO
               MOVE ZERO TO WS-BEST-SLOT WS-BEST-WIDE
               PERFORM VARYING PR-INDEX FROM 1 BY 1
                   UNTIL PR-INDEX > WS-PAIR-COUNT
                   IF WS-PR-PRINTED (PR-INDEX) = 'N'
                       AND WS-PR-WIDE (PR-INDEX) > WS-BEST-WIDE
                       MOVE WS-PR-WIDE (PR-INDEX) TO WS-BEST-WIDE
                       SET WS-BEST-SLOT TO PR-INDEX
                   END-IF
               END-PERFORM
               IF WS-BEST-SLOT > ZERO
                   SET PR-INDEX TO WS-BEST-SLOT
                   MOVE 'Y' TO WS-PR-PRINTED (PR-INDEX)
                   PERFORM WRITE-PAIR-LINE
               END-IF
           END-PERFORM.
           IF WS-PAIRS-PRINTED = ZERO
               MOVE '  NO PAIR OF EVALUATORS WAS WIDER APART THAN THE '
                   TO VALUATION-LINE
               MOVE 'TOLERANCE' TO VALUATION-LINE(51:9)
               WRITE VALUATION-LINE
           END-IF.

       WRITE-PAIR-LINE.
           ADD 1 TO WS-PAIRS-PRINTED.
           MOVE WS-PR-LOW-ID (PR-INDEX) TO WS-WORK-ID.
           PERFORM FIND-EVALUATOR-NAME.
           MOVE WS-WORK-NAME TO WS-LOW-NAME.
           MOVE WS-PR-HIGH-ID (PR-INDEX) TO WS-WORK-ID.
           PERFORM FIND-EVALUATOR-NAME.
           COMPUTE WS-PERCENT ROUNDED =
               WS-PR-WIDE (PR-INDEX) * 100 / WS-PR-SCRIPTS (PR-INDEX).
           COMPUTE WS-AVERAGE-GAP ROUNDED =
               WS-PR-GAP-TOTAL (PR-INDEX) / WS-PR-WIDE (PR-INDEX).
           MOVE WS-PR-SCRIPTS (PR-INDEX) TO WS-RPT-SCRIPTS.
           MOVE WS-PR-WIDE (PR-INDEX) TO WS-RPT-WIDE.
           MOVE WS-PERCENT TO WS-RPT-PERCENT.
           MOVE WS-AVERAGE-GAP TO WS-RPT-GAP.
           MOVE SPACES TO VALUATION-LINE.
           STRING WS-PR-LOW-ID (PR-INDEX) ' ' WS-LOW-NAME '  '
               WS-PR-HIGH-ID (PR-INDEX) ' ' WS-WORK-NAME '  '
               WS-RPT-SCRIPTS ' ' WS-RPT-WIDE ' ' WS-RPT-PERCENT ' '
               WS-RPT-GAP DELIMITED BY SIZE INTO VALUATION-LINE.
           IF WS-PR-WIDE (PR-INDEX) >= DP-FREQUENT-COUNT
               ADD 1 TO WS-FREQUENT-PAIRS
               MOVE '**' TO VALUATION-LINE(66:2)
           END-IF.
           WRITE VALUATION-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE WS-SCRIPT-COUNT TO WS-RPT-COUNT.
           STRING 'SCRIPTS DOUBLE-VALUED          : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE SPACES TO VALUATION-LINE.
           MOVE WS-AGREED-COUNT TO WS-RPT-COUNT.
           STRING 'SETTLED WITHIN THE TOLERANCE   : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE SPACES TO VALUATION-LINE.
           MOVE WS-ARBITRATED-COUNT TO WS-RPT-COUNT.
           STRING 'SETTLED BY A THIRD EVALUATOR   : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE SPACES TO VALUATION-LINE.
           MOVE WS-QUEUED-COUNT TO WS-RPT-COUNT.
           STRING 'QUEUED FOR A THIRD EVALUATOR   : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE SPACES TO VALUATION-LINE.
           MOVE WS-AWAITING-COUNT TO WS-RPT-COUNT.
           STRING 'AWAITING A SECOND EVALUATION   : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE SPACES TO VALUATION-LINE.
           MOVE WS-FREQUENT-PAIRS TO WS-RPT-COUNT.
           STRING 'PAIRS AT OR PAST FREQUENT (**) : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO VALUATION-LINE.
           WRITE VALUATION-LINE.
           IF WS-PAIR-OVERFLOW > ZERO
               MOVE SPACES TO VALUATION-LINE
               MOVE WS-PAIR-OVERFLOW TO WS-RPT-COUNT
               STRING 'NOT TALLIED - PAIR TABLE FULL  : ' WS-RPT-COUNT
                   DELIMITED BY SIZE INTO VALUATION-LINE
               WRITE VALUATION-LINE
           END-IF.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'DVALRSLV'      TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE   TO RL-TERM-CODE.
           MOVE WS-RUN-DATE     TO RL-RUN-DATE.
           MOVE WS-START-TIME   TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-ROWS-READ    TO RL-RECORDS-READ.
           MOVE WS-SETTLED-COUNT TO RL-RECORDS-WRITTEN.
           COMPUTE RL-RECORDS-REJECTED =
               WS-QUEUED-COUNT + WS-AWAITING-COUNT.
           MOVE RETURN-CODE     TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM DVALRSLV.
