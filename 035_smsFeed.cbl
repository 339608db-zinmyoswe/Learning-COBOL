      *          during delivery resolution - an opted-out number is
      *          never fed, the guardian fallback is tried instead,
      *          and a student left with no willing number lands on
      *          the no-contact list with the reason. The message
      *          wording comes from the ABSX, FAIL and LATT SMS
      *          templates through SMSTEXT, the reason as the detail.
      *          Every SMS passes the SMSGATE quota check first; one
      *          held over its category's monthly quota for a
      *          supervisor to release is counted as held.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 INE-ATTENDANCE   PIC 9(03).

       FD  SMS-NOTIFICATION-FEED.
           COPY SMSFEEDR.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SMSTXTR.
           COPY SMSGATER.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-STUDENT-FILE VALUE 'Y'.
       01 WS-INELIG-STATUS   PIC X(02) VALUE '00'.
       01 WS-START-TIME      PIC 9(08) VALUE ZERO.
       01 WS-RECORDS-IN      PIC 9(05) VALUE ZERO.
       01 WS-FEED-COUNT      PIC 9(05) VALUE ZERO.
       01 WS-HELD-COUNT      PIC 9(05) VALUE ZERO.
       01 WS-PHONE-TABLE.
           05 WS-PHONE-ENTRY OCCURS 99999 TIMES INDEXED BY PHONE-INDEX
               PIC 9(12) VALUE ZERO.
               WS-MERGED-COUNT.
           DISPLAY 'OPTED-OUT NUMBERS SUPPRESSED        : '
               WS-OPTOUT-SUPPRESSED.
           DISPLAY 'HELD OVER THE MONTHLY SMS QUOTA     : '
               WS-HELD-COUNT.
           PERFORM WRITE-RUN-LOG.
           GOBACK.

           IF WS-DELIVERY-PHONE = ZERO
               ADD 1 TO WS-SUPPRESSED-COUNT
           ELSE
               MOVE SPACES TO SMS-NOTIFICATION-LINE
               MOVE WS-DELIVERY-PHONE TO SMS-PHONE
               MOVE WS-TARGET-STU-NO  TO SMS-STU-NO
               INITIALIZE SMS-TEXT-REQUEST
               EVALUATE TRUE
                   WHEN WS-ABS-FLAG (REASON-INDEX) = 'Y'
                       AND WS-ATT-FLAG (REASON-INDEX) = 'Y'
                       MOVE 'ABSENT + LOW ATTENDANCE'
                           TO SMS-REASON
                       MOVE 'ABSX' TO SQ-MSG-TYPE
                       ADD 1 TO WS-MERGED-COUNT
                   WHEN WS-ABS-FLAG (REASON-INDEX) = 'Y'
                       MOVE 'ABSENT IN EXAM' TO SMS-REASON
                       MOVE 'ABSX' TO SQ-MSG-TYPE
                   WHEN WS-FAIL-FLAG (REASON-INDEX) = 'Y'
                       AND WS-ATT-FLAG (REASON-INDEX) = 'Y'
                       MOVE 'FAILED + LOW ATTENDANCE'
                           TO SMS-REASON
                       MOVE 'FAIL' TO SQ-MSG-TYPE
                       ADD 1 TO WS-MERGED-COUNT
                   WHEN WS-FAIL-FLAG (REASON-INDEX) = 'Y'
                       MOVE 'FAILED A SUBJECT' TO SMS-REASON
                       MOVE 'FAIL' TO SQ-MSG-TYPE
                   WHEN OTHER
                       MOVE 'LOW ATTENDANCE' TO SMS-REASON
                       MOVE 'LATT' TO SQ-MSG-TYPE
               END-EVALUATE
               MOVE WS-TARGET-STU-NO TO SQ-STU-NO
               MOVE RUN-DATE TO SQ-DATE
               MOVE SMS-REASON TO SQ-DETAIL
               CALL 'SMSTEXT' USING SMS-TEXT-REQUEST
               MOVE SQ-TEXT TO SMS-TEXT
               MOVE 'SMSFEED ' TO SMS-PROGRAM-ID
               MOVE SQ-MSG-TYPE TO SMS-CATEGORY
               CALL 'SMSGATE' USING SMS-NOTIFICATION-LINE
                   SMS-GATE-ANSWER
               IF SG-SEND
                   WRITE SMS-NOTIFICATION-LINE
                   ADD 1 TO WS-FEED-COUNT
               ELSE
                   ADD 1 TO WS-HELD-COUNT
               END-IF
           END-IF.

       PROCESS-INELIGIBLE-LIST.
