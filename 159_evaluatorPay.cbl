      ******************************************************************
      * Author:
      * Date:
      * Purpose: End-of-exam evaluator remuneration statement. Reads
      *          the run term's bundles off the ABCUSTDY custody
      *          ledger (ABUNDLE.DAT) and SORTs them by evaluator and
      *          subject. Each returned bundle is paid on the books
      *          counted back in, at the subject's rate per script on
      *          EVALRATE.DAT. EVALPAY.RPT prints one block per
      *          evaluator with the bundles, scripts and amount per
      *          subject and the evaluator's total, then the grand
      *          total for the exam office to pass to accounts. A
      *          bundle still out is printed but not paid, and a
      *          subject with no rate on EVALRATE.DAT is flagged and
      *          left unpaid. Ends RC 4 when anything is held back and
      *          logs to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EVALPAY.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ANSWER-BUNDLE-FILE ASSIGN TO "ABUNDLE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUNDLE-STATUS.
           SELECT EVALUATION-RATE-FILE ASSIGN TO "EVALRATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT EVALUATOR-PAY-REPORT ASSIGN TO "EVALPAY.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.TMP".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  ANSWER-BUNDLE-FILE.
           COPY ABUNDLR.

       FD  EVALUATION-RATE-FILE.
       01 EVALUATION-RATE-RECORD.
           05 ER-SUBJ-CODE       PIC X(04).
           05 ER-RATE            PIC 9(03)V9(02).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  EVALUATOR-PAY-REPORT.
       01 EVALUATOR-PAY-LINE PIC X(72).

       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-EVALUATOR-ID    PIC 9(04).
           05 SW-SUBJ-CODE       PIC X(04).
           05 SW-BUNDLE-NO       PIC 9(04).
           05 SW-EVALUATOR-NAME  PIC X(15).
           05 SW-CODE-FROM       PIC 9(06).
           05 SW-CODE-TO         PIC 9(06).
           05 SW-COUNT-OUT       PIC 9(04).
           05 SW-COUNT-IN        PIC 9(04).
           05 SW-STATUS          PIC X(01).
               88 SW-BUNDLE-OUT     VALUE 'O'.
               88 SW-BUNDLE-SHORT   VALUE 'S'.

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-BUNDLE-STATUS   PIC X(02) VALUE '00'.
       01 WS-RATE-STATUS     PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-SORT-EOF-FLAG   PIC X(01) VALUE 'N'.
           88 END-OF-SORTED-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08) VALUE ZERO.
       01 WS-RUN-DATE-INT    PIC 9(08) VALUE ZERO.
       01 WS-RATE-COUNT      PIC 9(02) VALUE ZERO.
       01 WS-RATE-TABLE.
           05 WS-RT-ENTRY OCCURS 50 TIMES INDEXED BY RT-INDEX.
               10 WS-RT-SUBJ-CODE PIC X(04).
               10 WS-RT-RATE      PIC 9(03)V9(02).
       01 WS-RATE-FOUND      PIC X(01).
           88 RATE-ON-TABLE    VALUE 'Y'.
       01 WS-WORK-RATE       PIC 9(03)V9(02) VALUE ZERO.
       01 WS-BUNDLE-AMOUNT   PIC 9(07)V9(02) VALUE ZERO.
       01 WS-EVALUATOR-TOTAL PIC 9(07)V9(02) VALUE ZERO.
       01 WS-EVALUATOR-SCRIPTS PIC 9(05) VALUE ZERO.
       01 WS-GRAND-TOTAL     PIC 9(09)V9(02) VALUE ZERO.
       01 WS-GRAND-SCRIPTS   PIC 9(07) VALUE ZERO.
       01 WS-PREV-EVALUATOR  PIC 9(04) VALUE ZERO.
       01 WS-BUNDLES-READ    PIC 9(05) VALUE ZERO.
       01 WS-BUNDLES-TERM    PIC 9(05) VALUE ZERO.
       01 WS-BUNDLES-PAID    PIC 9(05) VALUE ZERO.
       01 WS-BUNDLES-OUT     PIC 9(05) VALUE ZERO.
       01 WS-BUNDLES-NO-RATE PIC 9(05) VALUE ZERO.
       01 WS-EVALUATOR-COUNT PIC 9(04) VALUE ZERO.
       01 WS-MISSING-COUNT   PIC 9(04) VALUE ZERO.
       01 WS-RPT-RATE        PIC ZZ9.99.
       01 WS-RPT-AMOUNT      PIC Z(06)9.99.
       01 WS-RPT-TOTAL       PIC Z(08)9.99.
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
           OPEN INPUT ANSWER-BUNDLE-FILE.
           IF WS-BUNDLE-STATUS NOT = '00'
               DISPLAY 'NO ABUNDLE.DAT CUSTODY LEDGER - NO BUNDLES '
                   'WERE ISSUED'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           CLOSE ANSWER-BUNDLE-FILE.
           PERFORM LOAD-EVALUATION-RATES.
           OPEN OUTPUT EVALUATOR-PAY-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-EVALUATOR-ID
               ON ASCENDING KEY SW-SUBJ-CODE
               ON ASCENDING KEY SW-BUNDLE-NO
               INPUT PROCEDURE IS LOAD-TERM-BUNDLES
               OUTPUT PROCEDURE IS PRINT-EVALUATOR-PAY.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE EVALUATOR-PAY-REPORT.
           MOVE WS-GRAND-TOTAL TO WS-RPT-TOTAL.
           DISPLAY 'EVALUATORS : ' WS-EVALUATOR-COUNT
               '  BUNDLES PAID : ' WS-BUNDLES-PAID
               '  TOTAL : ' WS-RPT-TOTAL.
           IF WS-BUNDLES-TERM = ZERO
               DISPLAY 'NO BUNDLES ON THE LEDGER FOR TERM '
                   RUN-TERM-CODE
           END-IF.
           IF WS-BUNDLES-OUT > ZERO
               DISPLAY 'BUNDLES NOT YET RETURNED : ' WS-BUNDLES-OUT
           END-IF.
           IF WS-BUNDLES-NO-RATE > ZERO
               DISPLAY 'BUNDLES WITH NO RATE ON EVALRATE.DAT : '
                   WS-BUNDLES-NO-RATE
           END-IF.
           IF WS-BUNDLES-OUT > ZERO OR WS-BUNDLES-NO-RATE > ZERO
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
                       MOVE RUN-DATE TO WS-RUN-DATE-INT
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-RUN-DATE-INT = ZERO
               ACCEPT WS-RUN-DATE-INT FROM DATE YYYYMMDD
           END-IF.

       LOAD-EVALUATION-RATES.
           MOVE ZERO TO WS-RATE-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT EVALUATION-RATE-FILE.
           IF WS-RATE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ EVALUATION-RATE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-RATE-COUNT < 50
                               ADD 1 TO WS-RATE-COUNT
                               SET RT-INDEX TO WS-RATE-COUNT
                               MOVE ER-SUBJ-CODE TO
                                   WS-RT-SUBJ-CODE (RT-INDEX)
                               MOVE ER-RATE TO
                                   WS-RT-RATE (RT-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVALUATION-RATE-FILE
           ELSE
               DISPLAY 'NO EVALRATE.DAT RATES ON FILE - NOTHING '
                   'CAN BE PAID'
           END-IF.

       LOAD-TERM-BUNDLES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ANSWER-BUNDLE-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ ANSWER-BUNDLE-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BUNDLES-READ
                       IF AB-TERM-CODE = RUN-TERM-CODE
                           PERFORM RELEASE-TERM-BUNDLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ANSWER-BUNDLE-FILE.

       RELEASE-TERM-BUNDLE.
           ADD 1 TO WS-BUNDLES-TERM.
           MOVE AB-EVALUATOR-ID   TO SW-EVALUATOR-ID.
           MOVE AB-SUBJ-CODE      TO SW-SUBJ-CODE.
           MOVE AB-BUNDLE-NO      TO SW-BUNDLE-NO.
           MOVE AB-EVALUATOR-NAME TO SW-EVALUATOR-NAME.
           MOVE AB-CODE-FROM      TO SW-CODE-FROM.
           MOVE AB-CODE-TO        TO SW-CODE-TO.
           MOVE AB-COUNT-OUT      TO SW-COUNT-OUT.
           MOVE AB-COUNT-IN       TO SW-COUNT-IN.
           MOVE AB-STATUS         TO SW-STATUS.
           RELEASE SORT-WORK-RECORD.

       PRINT-EVALUATOR-PAY.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           MOVE ZERO TO WS-PREV-EVALUATOR.
           PERFORM UNTIL END-OF-SORTED-FILE
               RETURN SORT-WORK-FILE
                   AT END
                       SET END-OF-SORTED-FILE TO TRUE
                   NOT AT END
                       PERFORM PRINT-ONE-BUNDLE THRU
                           PRINT-ONE-BUNDLE-EXIT
               END-RETURN
           END-PERFORM.
           IF WS-EVALUATOR-COUNT > ZERO
               PERFORM WRITE-EVALUATOR-TOTAL
           END-IF.

       PRINT-ONE-BUNDLE.
           IF WS-EVALUATOR-COUNT = ZERO
               OR SW-EVALUATOR-ID NOT = WS-PREV-EVALUATOR
               IF WS-EVALUATOR-COUNT > ZERO
                   PERFORM WRITE-EVALUATOR-TOTAL
               END-IF
               PERFORM WRITE-EVALUATOR-HEADING
               MOVE SW-EVALUATOR-ID TO WS-PREV-EVALUATOR
           END-IF.
           MOVE SPACES TO EVALUATOR-PAY-LINE.
           IF SW-BUNDLE-OUT
               ADD 1 TO WS-BUNDLES-OUT
               STRING '  ' SW-BUNDLE-NO ' ' SW-SUBJ-CODE ' '
                   SW-CODE-FROM '-' SW-CODE-TO ' ' SW-COUNT-OUT
                   '  NOT YET RETURNED - NOT PAYABLE'
                   DELIMITED BY SIZE INTO EVALUATOR-PAY-LINE
               WRITE EVALUATOR-PAY-LINE
               GO TO PRINT-ONE-BUNDLE-EXIT
           END-IF.
           PERFORM FIND-SUBJECT-RATE.
           IF NOT RATE-ON-TABLE
               ADD 1 TO WS-BUNDLES-NO-RATE
               STRING '  ' SW-BUNDLE-NO ' ' SW-SUBJ-CODE ' '
                   SW-CODE-FROM '-' SW-CODE-TO ' ' SW-COUNT-IN
                   '  ** NO RATE ON EVALRATE.DAT **'
                   DELIMITED BY SIZE INTO EVALUATOR-PAY-LINE
               WRITE EVALUATOR-PAY-LINE
               GO TO PRINT-ONE-BUNDLE-EXIT
           END-IF.
           COMPUTE WS-BUNDLE-AMOUNT = SW-COUNT-IN * WS-WORK-RATE.
           ADD 1 TO WS-BUNDLES-PAID.
           ADD SW-COUNT-IN      TO WS-EVALUATOR-SCRIPTS.
           ADD WS-BUNDLE-AMOUNT TO WS-EVALUATOR-TOTAL.
           MOVE WS-WORK-RATE     TO WS-RPT-RATE.
           MOVE WS-BUNDLE-AMOUNT TO WS-RPT-AMOUNT.
           STRING '  ' SW-BUNDLE-NO ' ' SW-SUBJ-CODE ' '
               SW-CODE-FROM '-' SW-CODE-TO ' ' SW-COUNT-IN
               ' X ' WS-RPT-RATE ' = ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO EVALUATOR-PAY-LINE.
           WRITE EVALUATOR-PAY-LINE.
      * A short bundle is paid on the books returned only.
           IF SW-BUNDLE-SHORT
               COMPUTE WS-MISSING-COUNT = SW-COUNT-OUT - SW-COUNT-IN
               MOVE SPACES TO EVALUATOR-PAY-LINE
               STRING '       RETURNED SHORT - ' WS-MISSING-COUNT
                   ' BOOKS MISSING, NOT PAID'
                   DELIMITED BY SIZE INTO EVALUATOR-PAY-LINE
               WRITE EVALUATOR-PAY-LINE
           END-IF.
       PRINT-ONE-BUNDLE-EXIT.
           EXIT.

       FIND-SUBJECT-RATE.
           MOVE 'N' TO WS-RATE-FOUND.
           MOVE ZERO TO WS-WORK-RATE.
           SET RT-INDEX TO 1.
           SEARCH WS-RT-ENTRY
               AT END
                   CONTINUE
               WHEN RT-INDEX > WS-RATE-COUNT
                   CONTINUE
               WHEN WS-RT-SUBJ-CODE (RT-INDEX) = SW-SUBJ-CODE
                   MOVE 'Y' TO WS-RATE-FOUND
                   MOVE WS-RT-RATE (RT-INDEX) TO WS-WORK-RATE
           END-SEARCH.

       WRITE-EVALUATOR-HEADING.
           ADD 1 TO WS-EVALUATOR-COUNT.
           MOVE ZERO TO WS-EVALUATOR-TOTAL.
           MOVE ZERO TO WS-EVALUATOR-SCRIPTS.
           MOVE SPACES TO EVALUATOR-PAY-LINE.
           WRITE EVALUATOR-PAY-LINE.
           MOVE SPACES TO EVALUATOR-PAY-LINE.
           STRING 'EVALUATOR ' SW-EVALUATOR-ID ' ' SW-EVALUATOR-NAME
               DELIMITED BY SIZE INTO EVALUATOR-PAY-LINE.
           WRITE EVALUATOR-PAY-LINE.
           MOVE ALL '-' TO EVALUATOR-PAY-LINE.
           WRITE EVALUATOR-PAY-LINE.

       WRITE-EVALUATOR-TOTAL.
           ADD WS-EVALUATOR-TOTAL   TO WS-GRAND-TOTAL.
           ADD WS-EVALUATOR-SCRIPTS TO WS-GRAND-SCRIPTS.
           MOVE WS-EVALUATOR-TOTAL TO WS-RPT-AMOUNT.
           MOVE SPACES TO EVALUATOR-PAY-LINE.
           STRING '  SCRIPTS EVALUATED : ' WS-EVALUATOR-SCRIPTS
               '   AMOUNT DUE : ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO EVALUATOR-PAY-LINE.
           WRITE EVALUATOR-PAY-LINE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO EVALUATOR-PAY-LINE.
           STRING SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO EVALUATOR-PAY-LINE.
           WRITE EVALUATOR-PAY-LINE.
           MOVE SPACES TO EVALUATOR-PAY-LINE.
           STRING 'EVALUATOR REMUNERATION - TERM ' RUN-TERM-CODE
               ' AS AT ' WS-RUN-DATE-INT
               DELIMITED BY SIZE INTO EVALUATOR-PAY-LINE.
           WRITE EVALUATOR-PAY-LINE.
           MOVE SPACES TO EVALUATOR-PAY-LINE.
           STRING '  BNDL SUBJ CODES         BOOKS   RATE      AMOUNT'
               DELIMITED BY SIZE INTO EVALUATOR-PAY-LINE.
           WRITE EVALUATOR-PAY-LINE.
           MOVE ALL '=' TO EVALUATOR-PAY-LINE.
           WRITE EVALUATOR-PAY-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO EVALUATOR-PAY-LINE.
           WRITE EVALUATOR-PAY-LINE.
           MOVE ALL '=' TO EVALUATOR-PAY-LINE.
           WRITE EVALUATOR-PAY-LINE.
           MOVE WS-GRAND-TOTAL TO WS-RPT-TOTAL.
           MOVE SPACES TO EVALUATOR-PAY-LINE.
           STRING 'EVALUATORS : ' WS-EVALUATOR-COUNT
               '   SCRIPTS : ' WS-GRAND-SCRIPTS
               '   TOTAL PAYABLE : ' WS-RPT-TOTAL
               DELIMITED BY SIZE INTO EVALUATOR-PAY-LINE.
           WRITE EVALUATOR-PAY-LINE.
           MOVE SPACES TO EVALUATOR-PAY-LINE.
           STRING 'BUNDLES PAID : ' WS-BUNDLES-PAID
               '   NOT RETURNED : ' WS-BUNDLES-OUT
               '   NO RATE : ' WS-BUNDLES-NO-RATE
               DELIMITED BY SIZE INTO EVALUATOR-PAY-LINE.
           WRITE EVALUATOR-PAY-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'EVALPAY'       TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE   TO RL-TERM-CODE.
           MOVE WS-RUN-DATE-INT TO RL-RUN-DATE.
           MOVE WS-START-TIME   TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-BUNDLES-READ TO RL-RECORDS-READ.
           MOVE WS-BUNDLES-PAID TO RL-RECORDS-WRITTEN.
           COMPUTE RL-RECORDS-REJECTED =
               WS-BUNDLES-OUT + WS-BUNDLES-NO-RATE.
           MOVE RETURN-CODE     TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM EVALPAY.
