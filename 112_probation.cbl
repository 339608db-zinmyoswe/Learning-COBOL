      * Author:
      * Date:
      * Purpose: Academic probation early-warning desk - the attention
      *          TRENDRPT only delivers in hindsight. The unit-test run
      *          scans the term's 'U' rows on MARKSDTL.IDX and enters
      *          every student below the PROBCTL.DAT threshold mark in
      *          at least the card's number of subjects into the
      *          PROBATN.DAT probation register with a review date
      *          thirty days out, prints remedial rosters by subject to
      *          REMEDIAL.RPT for the teachers, and queues a guardian
      *          notice into SMS.FEED, worded from the PROB SMS
      *          template. The midterm follow-up re-judges every open
      *          case against the 'M' rows and clears or escalates it,
      *          with escalations notified again. Every SMS passes the
      *          SMSGATE quota check first; one held over its category's
      *          monthly quota for a supervisor to release is counted as
      *          held.
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
       01 WS-DETAIL-STATUS   PIC X(02) VALUE '00'.
       01 WS-PROBATN-STATUS  PIC X(02) VALUE '00'.
       01 WS-CONTROL-STATUS  PIC X(02) VALUE '00'.
                   IF WS-FEED-STATUS NOT = '00'
                       OPEN OUTPUT SMS-NOTIFICATION-FEED
                   END-IF
                   MOVE SPACES TO SMS-NOTIFICATION-LINE
                   MOVE STU-PHONE TO SMS-PHONE
                   MOVE WS-WORK-STU-NO TO SMS-STU-NO
                   MOVE 'ACADEMIC PROBATION NOTICE' TO SMS-REASON
                   INITIALIZE SMS-TEXT-REQUEST
                   MOVE 'PROB' TO SQ-MSG-TYPE
                   MOVE WS-WORK-STU-NO TO SQ-STU-NO
                   MOVE STU-NAME TO SQ-STU-NAME
                   STRING STU-CLASS '/' STU-SECTION
                       DELIMITED BY SIZE INTO SQ-CLASS
                   MOVE RUN-DATE TO SQ-DATE
                   MOVE SMS-REASON TO SQ-DETAIL
                   CALL 'SMSTEXT' USING SMS-TEXT-REQUEST
                   MOVE SQ-TEXT TO SMS-TEXT
                   MOVE 'PROBATN ' TO SMS-PROGRAM-ID
                   MOVE SQ-MSG-TYPE TO SMS-CATEGORY
                   CALL 'SMSGATE' USING SMS-NOTIFICATION-LINE
                       SMS-GATE-ANSWER
                   IF SG-SEND
                       WRITE SMS-NOTIFICATION-LINE
                   ELSE
                       DISPLAY 'PROBATION SMS FOR ' WS-WORK-STU-NO
                           ' HELD - PROB SMS QUOTA USED FOR THE MONTH'
                   END-IF
                   CLOSE SMS-NOTIFICATION-FEED
               END-IF
           END-IF.
