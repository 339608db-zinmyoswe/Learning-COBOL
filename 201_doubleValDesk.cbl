      ******************************************************************
      * Author:
      * Date:
      * Purpose: Double-valuation marks desk for the board classes.
      *          Each coded answer book is marked independently by
      *          two evaluators, and both marks are keyed here
      *          against the SECRCODE secret code and subject onto
      *          DVALENT.DAT - the desk takes the first evaluation,
      *          then the second from a different evaluator, without
      *          showing the first mark. A script DVALRSLV has put on
      *          the DVALQUE.DAT third-evaluator queue takes a third
      *          mark from an evaluator who has not yet marked it;
      *          that mark is final. A supervisor may key a round
      *          again to put right a keying error (the later row
      *          replaces the earlier), look at the marks keyed for a
      *          script, and list the queue. Sign-on is through
      *          OPSIGNON; the term is the run-control term.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DVALDESK.
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
           SELECT THIRD-EVALUATOR-FILE ASSIGN TO "DVALQUE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  DOUBLE-VALUATION-FILE.
           COPY DVALENTR.

       FD  THIRD-EVALUATOR-FILE.
           COPY DVALQUER.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-ENTRY-STATUS    PIC X(02) VALUE '00'.
       01 WS-QUEUE-STATUS    PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-MENU-CHOICE     PIC 9(01) VALUE ZERO.
           88 DONE-WITH-MENU   VALUE 9.
       01 WS-OPERATOR-ID     PIC X(08).
       01 WS-OPERATOR-NAME   PIC X(15).
       01 WS-AUTH-LEVEL      PIC 9(01) VALUE ZERO.
           88 SUPERVISOR-LEVEL VALUE 2 THRU 9.
       01 WS-SIGNON-RESULT   PIC X(01).
           88 SIGNON-OK        VALUE 'Y'.
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'DVALDESK'.
       01 WS-TODAY           PIC 9(08).
       01 WS-NOW             PIC 9(08).
       01 WS-TERM-CODE       PIC 9(02) VALUE ZERO.
      * The latest row keyed for each round of the script in hand.
       01 WS-ROUND-TABLE.
           05 WS-RD-ENTRY OCCURS 3 TIMES INDEXED BY RD-INDEX.
               10 WS-RD-KEYED      PIC X(01).
                   88 ROUND-KEYED    VALUE 'Y'.
               10 WS-RD-EVALUATOR  PIC 9(04).
               10 WS-RD-MARKS      PIC 9(03).
               10 WS-RD-CREDITS    PIC 9(01).
       01 WS-QUEUE-FLAG      PIC X(01).
           88 SCRIPT-ON-QUEUE  VALUE 'Y'.
       01 WS-CONFIRM         PIC X(01).
           88 ACTION-CONFIRMED VALUE 'Y'.
       01 WS-EVALUATOR-OK    PIC X(01).
           88 EVALUATOR-ACCEPTED VALUE 'Y'.
       01 WS-WORK-CODE       PIC 9(06).
       01 WS-WORK-SUBJ       PIC X(04).
       01 WS-WORK-ROUND      PIC 9(01).
       01 WS-WORK-EVALUATOR  PIC 9(04).
       01 WS-WORK-MARKS      PIC 9(03).
       01 WS-WORK-CREDITS    PIC 9(01).
       01 WS-QUEUE-COUNT     PIC 9(05) VALUE ZERO.
       01 WS-RPT-MARKS       PIC ZZ9.
       01 WS-RPT-DIFF        PIC ZZ9.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           CALL 'OPSIGNON' USING WS-OPERATOR-ID WS-OPERATOR-NAME
               WS-AUTH-LEVEL WS-SIGNON-RESULT WS-SIGNON-PROGRAM.
           IF NOT SIGNON-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM UNTIL DONE-WITH-MENU
               DISPLAY ' '
               DISPLAY 'DOUBLE VALUATION - TERM ' WS-TERM-CODE
               DISPLAY '1. KEY AN EVALUATION'
               DISPLAY '2. KEY AN EVALUATION AGAIN (CORRECTION)'
               DISPLAY '3. SHOW THE MARKS KEYED FOR A SCRIPT'
               DISPLAY '4. LIST THE THIRD-EVALUATOR QUEUE'
               DISPLAY '9. EXIT'
               DISPLAY 'ENTER CHOICE : '
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM KEY-EVALUATION
                           THRU KEY-EVALUATION-EXIT
                   WHEN 2
                       IF SUPERVISOR-LEVEL
                           PERFORM REKEY-EVALUATION
                               THRU REKEY-EVALUATION-EXIT
                       ELSE
                           DISPLAY 'A CORRECTION REQUIRES '
                               'SUPERVISOR AUTHORITY - SIGNED ON AS '
                               'LEVEL ' WS-AUTH-LEVEL
                       END-IF
                   WHEN 3
                       IF SUPERVISOR-LEVEL
                           PERFORM SHOW-SCRIPT-MARKS
                               THRU SHOW-SCRIPT-MARKS-EXIT
                       ELSE
                           DISPLAY 'THE MARKS OF A SCRIPT ARE SHOWN '
                               'ONLY TO A SUPERVISOR - SIGNED ON AS '
                               'LEVEL ' WS-AUTH-LEVEL
                       END-IF
                   WHEN 4
                       PERFORM LIST-THIRD-EVALUATOR-QUEUE
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = '00'
               READ RUN-CONTROL-FILE
                   NOT AT END
                       MOVE RUN-TERM-CODE TO WS-TERM-CODE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      * Asks for the script; WS-WORK-CODE stays zero when none given.
       ACCEPT-SCRIPT.
           DISPLAY 'ENTER SECRET CODE : '.
           MOVE ZERO TO WS-WORK-CODE.
           ACCEPT WS-WORK-CODE.
           DISPLAY 'ENTER SUBJECT CODE : '.
           MOVE SPACES TO WS-WORK-SUBJ.
           ACCEPT WS-WORK-SUBJ.
           IF WS-WORK-SUBJ = SPACES
               MOVE ZERO TO WS-WORK-CODE
           END-IF.
           IF WS-WORK-CODE = ZERO
               DISPLAY 'SECRET CODE AND SUBJECT REQUIRED'
           ELSE
               PERFORM LOAD-SCRIPT-ROUNDS
               PERFORM CHECK-THIRD-EVALUATOR-QUEUE
           END-IF.

      * Later rows for a round replace earlier ones.
       LOAD-SCRIPT-ROUNDS.
           PERFORM VARYING RD-INDEX FROM 1 BY 1 UNTIL RD-INDEX > 3
               MOVE 'N' TO WS-RD-KEYED (RD-INDEX)
               MOVE ZERO TO WS-RD-EVALUATOR (RD-INDEX)
                   WS-RD-MARKS (RD-INDEX) WS-RD-CREDITS (RD-INDEX)
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT DOUBLE-VALUATION-FILE.
           IF WS-ENTRY-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ DOUBLE-VALUATION-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF DV-TERM-CODE = WS-TERM-CODE
                               AND DV-SECRET-CODE = WS-WORK-CODE
                               AND DV-SUBJ-CODE = WS-WORK-SUBJ
                               AND DV-ROUND >= 1 AND DV-ROUND <= 3
                               SET RD-INDEX TO DV-ROUND
                               MOVE 'Y' TO WS-RD-KEYED (RD-INDEX)
                               MOVE DV-EVALUATOR-ID TO
                                   WS-RD-EVALUATOR (RD-INDEX)
                               MOVE DV-SUBJ-MARKS TO
                                   WS-RD-MARKS (RD-INDEX)
                               MOVE DV-SUBJ-CREDITS TO
                                   WS-RD-CREDITS (RD-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOUBLE-VALUATION-FILE
           END-IF.

       CHECK-THIRD-EVALUATOR-QUEUE.
           MOVE 'N' TO WS-QUEUE-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT THIRD-EVALUATOR-FILE.
           IF WS-QUEUE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ THIRD-EVALUATOR-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF DQ-TERM-CODE = WS-TERM-CODE
                               AND DQ-SECRET-CODE = WS-WORK-CODE
                               AND DQ-SUBJ-CODE = WS-WORK-SUBJ
                               MOVE 'Y' TO WS-QUEUE-FLAG
                               SET END-OF-CURRENT-FILE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE THIRD-EVALUATOR-FILE
           END-IF.

      * The round follows from what is already keyed: first, second,
      * then a third only once DVALRSLV has queued the script.
       KEY-EVALUATION.
           PERFORM ACCEPT-SCRIPT.
           IF WS-WORK-CODE = ZERO
               GO TO KEY-EVALUATION-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN NOT ROUND-KEYED (1)
                   MOVE 1 TO WS-WORK-ROUND
               WHEN NOT ROUND-KEYED (2)
                   MOVE 2 TO WS-WORK-ROUND
               WHEN ROUND-KEYED (3)
                   DISPLAY 'SCRIPT ' WS-WORK-CODE ' ' WS-WORK-SUBJ
                       ' IS ALREADY ARBITRATED'
                   GO TO KEY-EVALUATION-EXIT
               WHEN SCRIPT-ON-QUEUE
                   MOVE 3 TO WS-WORK-ROUND
               WHEN OTHER
                   DISPLAY 'BOTH EVALUATIONS ARE KEYED - A THIRD IS '
                       'TAKEN ONLY FOR A SCRIPT DVALRSLV HAS QUEUED'
                   GO TO KEY-EVALUATION-EXIT
           END-EVALUATE.
           DISPLAY 'EVALUATION ' WS-WORK-ROUND ' OF SCRIPT '
               WS-WORK-CODE ' ' WS-WORK-SUBJ.
           PERFORM ACCEPT-EVALUATION THRU ACCEPT-EVALUATION-EXIT.
       KEY-EVALUATION-EXIT.
           EXIT.

       REKEY-EVALUATION.
           PERFORM ACCEPT-SCRIPT.
           IF WS-WORK-CODE = ZERO
               GO TO REKEY-EVALUATION-EXIT
           END-IF.
           DISPLAY 'ENTER ROUND TO KEY AGAIN (1, 2 OR 3) : '.
           MOVE ZERO TO WS-WORK-ROUND.
           ACCEPT WS-WORK-ROUND.
           IF WS-WORK-ROUND < 1 OR WS-WORK-ROUND > 3
               DISPLAY 'ROUND MUST BE 1, 2 OR 3'
               GO TO REKEY-EVALUATION-EXIT
           END-IF.
           IF NOT ROUND-KEYED (WS-WORK-ROUND)
               DISPLAY 'ROUND ' WS-WORK-ROUND ' IS NOT KEYED YET - '
                   'USE OPTION 1'
               GO TO REKEY-EVALUATION-EXIT
           END-IF.
           MOVE WS-RD-MARKS (WS-WORK-ROUND) TO WS-RPT-MARKS.
           DISPLAY 'ROUND ' WS-WORK-ROUND ' NOW EVALUATOR '
               WS-RD-EVALUATOR (WS-WORK-ROUND) ' MARKS '
               WS-RPT-MARKS.
           PERFORM ACCEPT-EVALUATION THRU ACCEPT-EVALUATION-EXIT.
       REKEY-EVALUATION-EXIT.
           EXIT.

      * Takes the evaluator and mark for WS-WORK-ROUND and appends the
      * row once confirmed. An evaluator may mark a script only once;
      * the credits are keyed with the first evaluation and carried.
       ACCEPT-EVALUATION.
           DISPLAY 'ENTER EVALUATOR ID : '.
           MOVE ZERO TO WS-WORK-EVALUATOR.
           ACCEPT WS-WORK-EVALUATOR.
           IF WS-WORK-EVALUATOR = ZERO
               DISPLAY 'EVALUATOR ID REQUIRED - NOTHING KEYED'
               GO TO ACCEPT-EVALUATION-EXIT
           END-IF.
           MOVE 'Y' TO WS-EVALUATOR-OK.
           PERFORM VARYING RD-INDEX FROM 1 BY 1 UNTIL RD-INDEX > 3
               IF ROUND-KEYED (RD-INDEX)
                   AND RD-INDEX NOT = WS-WORK-ROUND
                   AND WS-RD-EVALUATOR (RD-INDEX) = WS-WORK-EVALUATOR
                   MOVE 'N' TO WS-EVALUATOR-OK
               END-IF
           END-PERFORM.
           IF NOT EVALUATOR-ACCEPTED
               DISPLAY 'EVALUATOR ' WS-WORK-EVALUATOR ' HAS ALREADY '
                   'MARKED THIS SCRIPT - NOTHING KEYED'
               GO TO ACCEPT-EVALUATION-EXIT
           END-IF.
           DISPLAY 'ENTER MARKS : '.
           MOVE ZERO TO WS-WORK-MARKS.
           ACCEPT WS-WORK-MARKS.
           IF WS-WORK-MARKS > 100
               DISPLAY 'MARKS CANNOT EXCEED 100 - NOTHING KEYED'
               GO TO ACCEPT-EVALUATION-EXIT
           END-IF.
           IF WS-WORK-ROUND = 1
               DISPLAY 'ENTER CREDITS : '
               MOVE ZERO TO WS-WORK-CREDITS
               ACCEPT WS-WORK-CREDITS
           ELSE
               MOVE WS-RD-CREDITS (1) TO WS-WORK-CREDITS
           END-IF.
           MOVE WS-WORK-MARKS TO WS-RPT-MARKS.
           DISPLAY 'KEY ROUND ' WS-WORK-ROUND ' EVALUATOR '
               WS-WORK-EVALUATOR ' MARKS ' WS-RPT-MARKS ' (Y/N) : '.
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF NOT ACTION-CONFIRMED
               DISPLAY 'EVALUATION NOT KEYED'
               GO TO ACCEPT-EVALUATION-EXIT
           END-IF.
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-TERM-CODE      TO DV-TERM-CODE.
           MOVE WS-WORK-CODE      TO DV-SECRET-CODE.
           MOVE WS-WORK-SUBJ      TO DV-SUBJ-CODE.
           MOVE WS-WORK-ROUND     TO DV-ROUND.
           MOVE WS-WORK-EVALUATOR TO DV-EVALUATOR-ID.
           MOVE WS-WORK-MARKS     TO DV-SUBJ-MARKS.
           MOVE WS-WORK-CREDITS   TO DV-SUBJ-CREDITS.
           MOVE WS-TODAY          TO DV-ENTRY-DATE.
           MOVE WS-NOW            TO DV-ENTRY-TIME.
           MOVE WS-OPERATOR-ID    TO DV-OPERATOR-ID.
           OPEN EXTEND DOUBLE-VALUATION-FILE.
           IF WS-ENTRY-STATUS NOT = '00'
               OPEN OUTPUT DOUBLE-VALUATION-FILE
           END-IF.
           WRITE DOUBLE-VALUATION-ENTRY.
           CLOSE DOUBLE-VALUATION-FILE.
           DISPLAY 'EVALUATION KEYED'.
       ACCEPT-EVALUATION-EXIT.
           EXIT.

       SHOW-SCRIPT-MARKS.
           PERFORM ACCEPT-SCRIPT.
           IF WS-WORK-CODE = ZERO
               GO TO SHOW-SCRIPT-MARKS-EXIT
           END-IF.
           DISPLAY 'SCRIPT ' WS-WORK-CODE ' ' WS-WORK-SUBJ
               ' TERM ' WS-TERM-CODE.
           PERFORM VARYING RD-INDEX FROM 1 BY 1 UNTIL RD-INDEX > 3
               SET WS-WORK-ROUND TO RD-INDEX
               IF ROUND-KEYED (RD-INDEX)
                   MOVE WS-RD-MARKS (RD-INDEX) TO WS-RPT-MARKS
                   DISPLAY '  ROUND ' WS-WORK-ROUND '  EVALUATOR '
                       WS-RD-EVALUATOR (RD-INDEX) '  MARKS '
                       WS-RPT-MARKS
               ELSE
                   DISPLAY '  ROUND ' WS-WORK-ROUND '  NOT KEYED'
               END-IF
           END-PERFORM.
           IF SCRIPT-ON-QUEUE AND NOT ROUND-KEYED (3)
               DISPLAY '  AWAITING A THIRD EVALUATOR'
           END-IF.
       SHOW-SCRIPT-MARKS-EXIT.
           EXIT.

      * The marks themselves are not listed - the queue goes to the
      * third evaluators.
       LIST-THIRD-EVALUATOR-QUEUE.
           MOVE ZERO TO WS-QUEUE-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT THIRD-EVALUATOR-FILE.
           IF WS-QUEUE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ THIRD-EVALUATOR-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF DQ-TERM-CODE = WS-TERM-CODE
                               ADD 1 TO WS-QUEUE-COUNT
                               MOVE DQ-DIFFERENCE TO WS-RPT-DIFF
                               DISPLAY '  ' DQ-SECRET-CODE ' '
                                   DQ-SUBJ-CODE '  EVALUATORS '
                                   DQ-FIRST-EVALUATOR ' '
                                   DQ-SECOND-EVALUATOR '  APART '
                                   WS-RPT-DIFF '  QUEUED '
                                   DQ-QUEUED-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE THIRD-EVALUATOR-FILE
           END-IF.
           DISPLAY 'SCRIPTS AWAITING A THIRD EVALUATOR : '
               WS-QUEUE-COUNT.
      ** add other procedures here
       END PROGRAM DVALDESK.
