      *          run knows where each defaulter stands. Computes every
      *          student's outstanding FEELEDGR.DAT balance, looks up
      *          the last reminder on the DUNHIST.DAT dunning history
      *          and escalates one stage per run - 1 first reminder, 2
      *          second reminder, 3 final notice - printing the stage's
      *          letter under the SCHPROF letterhead to DUNLTR.RPT. The
      *          same stage is never sent twice for the same balance, a
      *          balance reduced since the last reminder restarts at
      *          stage 1, and every final-notice case is escalated
      *          automatically into SMS.FEED using the STU-PHONE on the
      *          master, worded from the FEEN SMS template with the
      *          balance as the amount. History is appended per letter
      *          sent and the run logs to RUNLOG.DAT. Every SMS passes
      *          the SMSGATE quota check first; one held over its
      *          category's monthly quota for a supervisor to release is
      *          counted as held.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY STDRECD.

       FD  SMS-NOTIFICATION-FEED.
           COPY SMSFEEDR.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SMSTXTR.
           COPY SMSGATER.
           COPY SCHPROFR.
       01 WS-LEDGER-STATUS   PIC X(02) VALUE '00'.
       01 WS-HISTORY-STATUS  PIC X(02) VALUE '00'.
       01 WS-LEDGER-READ     PIC 9(05) VALUE ZERO.
       01 WS-LETTER-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-SMS-COUNT       PIC 9(05) VALUE ZERO.
       01 WS-SMS-HELD        PIC 9(05) VALUE ZERO.
       01 WS-SKIPPED-COUNT   PIC 9(05) VALUE ZERO.
       01 WS-WORK-STU-NO     PIC 9(05) VALUE ZERO.
       01 WS-WORK-BALANCE    PIC 9(07)V9(02) VALUE ZERO.
           DISPLAY 'DUNNING RUN COMPLETE - LETTERS '
               WS-LETTER-COUNT '  SMS ESCALATIONS ' WS-SMS-COUNT
               '  ALREADY AT STAGE ' WS-SKIPPED-COUNT.
           IF WS-SMS-HELD > ZERO
               DISPLAY 'SMS ESCALATIONS HELD OVER THE FEEN QUOTA : '
                   WS-SMS-HELD
           END-IF.
           PERFORM WRITE-RUN-LOG.
           GOBACK.


       ESCALATE-TO-SMS.
           IF STU-PHONE > ZERO
               MOVE SPACES TO SMS-NOTIFICATION-LINE
               MOVE STU-PHONE TO SMS-PHONE
               MOVE WS-WORK-STU-NO TO SMS-STU-NO
               MOVE 'FINAL FEE NOTICE ISSUED' TO SMS-REASON
               INITIALIZE SMS-TEXT-REQUEST
               MOVE 'FEEN' TO SQ-MSG-TYPE
               MOVE WS-WORK-STU-NO TO SQ-STU-NO
               MOVE STU-NAME TO SQ-STU-NAME
               STRING STU-CLASS '/' STU-SECTION
                   DELIMITED BY SIZE INTO SQ-CLASS
               MOVE WS-WORK-BALANCE TO SQ-AMOUNT
               MOVE WS-RUN-DATE-INT TO SQ-DATE
               MOVE SMS-REASON TO SQ-DETAIL
               CALL 'SMSTEXT' USING SMS-TEXT-REQUEST
               MOVE SQ-TEXT TO SMS-TEXT
               MOVE 'FEEDUN  ' TO SMS-PROGRAM-ID
               MOVE SQ-MSG-TYPE TO SMS-CATEGORY
               CALL 'SMSGATE' USING SMS-NOTIFICATION-LINE
                   SMS-GATE-ANSWER
               IF SG-SEND
                   WRITE SMS-NOTIFICATION-LINE
                   ADD 1 TO WS-SMS-COUNT
               ELSE
                   ADD 1 TO WS-SMS-HELD
               END-IF
           END-IF.

       WRITE-ONE-LETTER.
