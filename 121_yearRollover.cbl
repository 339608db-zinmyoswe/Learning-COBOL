      *          TERMSTAT.DAT is closed, the run term has an official
      *          TERMRSLT entry on RUNLOG.DAT, and the latest
      *          INTGAUDT run finished clean. Then drives the
      *          sequence - PROMOTE, YREARCH, the LEDGCLOS fee ledger
      *          close (while the run-control card still carries the
      *          closing year's date), FEEASSES for the new term -
      *          with a go/no-go confirmation before each step
      *          and a condition-code check after it, recording every
      *          completed step in ROLLPROG.DAT so an interrupted
      *          rollover resumes where it stopped instead of
               DISPLAY '--- STAGE 2 : SKIPPED (ALREADY DONE) ---'
           END-IF.

           IF WS-START-STAGE <= 3
               MOVE 3 TO WS-CURRENT-STAGE
               PERFORM CONFIRM-STAGE-GO
               DISPLAY '--- STAGE 3 : FEE LEDGER YEAR-END CLOSE '
                   '(LEDGCLOS) ---'
               MOVE ZERO TO RETURN-CODE
               CALL 'LEDGCLOS'
               PERFORM CHECK-STAGE-CONDITION
           ELSE
               DISPLAY '--- STAGE 3 : SKIPPED (ALREADY DONE) ---'
           END-IF.

           DISPLAY 'SET UP THE NEW TERM IN TERMCTL AND UPDATE THE '
               'RUN-CONTROL CARD BEFORE THE ASSESSMENT STAGE.'.
           MOVE 4 TO WS-CURRENT-STAGE.
           PERFORM CONFIRM-STAGE-GO.
           DISPLAY '--- STAGE 4 : NEW-YEAR FEE ASSESSMENT '
               '(FEEASSES) ---'.
           MOVE ZERO TO RETURN-CODE.
           CALL 'FEEASSES'.
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RP-NEXT-STAGE >= 1 AND RP-NEXT-STAGE <= 4
                           MOVE RP-NEXT-STAGE TO WS-START-STAGE
                       END-IF
               END-READ
           PERFORM SUMMARIZE-ONE-PROGRAM.
           DISPLAY '  ARCHIVED/SCANNED : ' WS-SUM-WRITTEN
               ' OF ' WS-SUM-READ.
           MOVE 'LEDGCLOS' TO WS-SUMMARY-PROGRAM.
           PERFORM SUMMARIZE-ONE-PROGRAM.
           DISPLAY '  OPENINGS/ROWS    : ' WS-SUM-WRITTEN
               ' OF ' WS-SUM-READ.
           MOVE 'FEEASSES' TO WS-SUMMARY-PROGRAM.
           PERFORM SUMMARIZE-ONE-PROGRAM.
           DISPLAY '  CHARGES/SCANNED  : ' WS-SUM-WRITTEN
