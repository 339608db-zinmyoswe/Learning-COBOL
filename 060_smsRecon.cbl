      *          undelivered notification and every feed record the
      *          gateway never reported on, for manual follow-up -
      *          today nobody learns what happened after the feed is
      *          handed over. The traffic is also totalled by the
      *          sending program and message category that SMSGATE
      *          tagged on each feed line - sent, delivered,
      *          undelivered and the segments delivered - printed on
      *          the report and recorded on SMSUSAGE.DAT against the
      *          run date for the monthly SMSCOST cost allocation. Only
      *          the feed lines past the mark on SMSMARK.DAT are
      *          totalled, and the mark is moved on once they are
      *          recorded, so a line is costed in one month only. A
      *          feed holding fewer lines than the mark has been
      *          started afresh and is totalled from its first line.
      *          A run date already recorded is not added again (RC 4).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT RECON-REPORT ASSIGN TO "SMSRECON.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SMS-USAGE-FILE ASSIGN TO "SMSUSAGE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT SMS-MARK-FILE ASSIGN TO "SMSMARK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MARK-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  SMS-NOTIFICATION-FEED.
           COPY SMSFEEDR.

       FD  DELIVERY-RETURN-FILE.
       01 DELIVERY-RETURN-LINE.
       FD  RECON-REPORT.
       01 RECON-REPORT-LINE   PIC X(72).

       FD  SMS-USAGE-FILE.
           COPY SMSUSGR.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  SMS-MARK-FILE.
           COPY SMSMARKR.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-FEED-STATUS     PIC X(02) VALUE '00'.
       01 WS-NO-STATUS-COUNT PIC 9(05) VALUE ZERO.
       01 WS-ORPHAN-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-RPT-STU-NO      PIC 9(05).
       01 WS-USAGE-STATUS    PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUN-DATE        PIC 9(08) VALUE ZERO.
       01 WS-MARK-STATUS     PIC X(02) VALUE '00'.
      * Feed lines already totalled, lines on the feed now, and the
      * position of the line being totalled.
       01 WS-MARK-LINES      PIC 9(07) VALUE ZERO.
       01 WS-FEED-LINES      PIC 9(07) VALUE ZERO.
       01 WS-FEED-POSITION   PIC 9(07) VALUE ZERO.
       01 WS-NEW-LINES       PIC 9(07) VALUE ZERO.
       01 WS-FOUND-FLAG      PIC X(01) VALUE 'N'.
           88 ENTRY-FOUND      VALUE 'Y'.
      * Traffic by sending program and message category.
       01 WS-TRAFFIC-COUNT   PIC 9(02) VALUE ZERO.
       01 WS-TRAFFIC-TABLE.
           05 WS-TR-ENTRY OCCURS 60 TIMES INDEXED BY TR-INDEX.
               10 WS-TR-PROGRAM    PIC X(08).
               10 WS-TR-CATEGORY   PIC X(04).
               10 WS-TR-SENT       PIC 9(06).
               10 WS-TR-DELIVERED  PIC 9(06).
               10 WS-TR-UNDELIV    PIC 9(06).
               10 WS-TR-SEGMENTS   PIC 9(07).
       01 WS-TRAFFIC-OVERFLOW PIC 9(05) VALUE ZERO.
       01 WS-RPT-COUNT       PIC ZZZZZ9.
       01 WS-RPT-SEGMENTS    PIC ZZZZZZ9.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               MOVE 'N' TO WS-SENT-FLAG (SENT-INDEX)
               MOVE ' ' TO WS-DLV-STATUS (SENT-INDEX)
           END-PERFORM.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM LOAD-SENT-FEED.
           PERFORM MATCH-DELIVERY-RETURNS.
           PERFORM LOAD-SMS-MARK.
           PERFORM TALLY-FEED-TRAFFIC.
           OPEN OUTPUT RECON-REPORT.
           PERFORM WRITE-RECON-REPORT.
           PERFORM WRITE-TRAFFIC-SECTION.
           CLOSE RECON-REPORT.
           PERFORM RECORD-USAGE.
           DISPLAY 'SMS RECONCILIATION COMPLETE'.
           DISPLAY '  SENT        : ' WS-SENT-COUNT.
           DISPLAY '  DELIVERED   : ' WS-DELIVERED-COUNT.
           DISPLAY '  NO STATUS   : ' WS-NO-STATUS-COUNT.
           STOP RUN.

       LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = '00'
               READ RUN-CONTROL-FILE
                   NOT AT END
                       MOVE RUN-DATE TO WS-RUN-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-RUN-DATE = ZERO
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

       LOAD-SENT-FEED.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SMS-NOTIFICATION-FEED.
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FEED-LINES
                       IF SMS-STU-NO > ZERO
                           ADD 1 TO WS-SENT-COUNT
                           SET SENT-INDEX TO SMS-STU-NO
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
           END-IF.
           WRITE RECON-REPORT-LINE.

      * A mark counting more lines than the feed now holds was taken
      * before the feed was started afresh.
       LOAD-SMS-MARK.
           OPEN INPUT SMS-MARK-FILE.
           IF WS-MARK-STATUS = '00'
               READ SMS-MARK-FILE
                   NOT AT END
                       MOVE SK-FEED-LINES TO WS-MARK-LINES
               END-READ
               CLOSE SMS-MARK-FILE
           END-IF.
           IF WS-MARK-LINES > WS-FEED-LINES
               DISPLAY 'SMS.FEED HOLDS ' WS-FEED-LINES ' LINES, MARK '
                   'WAS ' WS-MARK-LINES ' - FEED STARTED AFRESH, '
                   'TOTALLED FROM THE FIRST LINE'
               MOVE ZERO TO WS-MARK-LINES
           END-IF.
           COMPUTE WS-NEW-LINES = WS-FEED-LINES - WS-MARK-LINES.

      * Each feed line past the mark takes the delivery status the
      * gateway returned for its student.
       TALLY-FEED-TRAFFIC.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE ZERO TO WS-FEED-POSITION.
           OPEN INPUT SMS-NOTIFICATION-FEED.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ SMS-NOTIFICATION-FEED
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FEED-POSITION
                       IF WS-FEED-POSITION > WS-MARK-LINES
                           AND WS-FEED-POSITION <= WS-FEED-LINES
                           PERFORM TALLY-ONE-FEED-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SMS-NOTIFICATION-FEED.

       TALLY-ONE-FEED-LINE.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING TR-INDEX FROM 1 BY 1
               UNTIL TR-INDEX > WS-TRAFFIC-COUNT OR ENTRY-FOUND
               IF WS-TR-PROGRAM (TR-INDEX) = SMS-PROGRAM-ID
                   AND WS-TR-CATEGORY (TR-INDEX) = SMS-CATEGORY
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET TR-INDEX DOWN BY 1
           ELSE
               IF WS-TRAFFIC-COUNT < 60
                   ADD 1 TO WS-TRAFFIC-COUNT
                   SET TR-INDEX TO WS-TRAFFIC-COUNT
                   MOVE SMS-PROGRAM-ID TO WS-TR-PROGRAM (TR-INDEX)
                   MOVE SMS-CATEGORY TO WS-TR-CATEGORY (TR-INDEX)
                   MOVE ZERO TO WS-TR-SENT (TR-INDEX)
                       WS-TR-DELIVERED (TR-INDEX)
                       WS-TR-UNDELIV (TR-INDEX)
                       WS-TR-SEGMENTS (TR-INDEX)
                   MOVE 'Y' TO WS-FOUND-FLAG
               ELSE
                   ADD 1 TO WS-TRAFFIC-OVERFLOW
               END-IF
           END-IF.
           IF ENTRY-FOUND
               ADD 1 TO WS-TR-SENT (TR-INDEX)
               IF SMS-STU-NO > ZERO
                   SET SENT-INDEX TO SMS-STU-NO
                   EVALUATE WS-DLV-STATUS (SENT-INDEX)
                       WHEN 'D'
                           ADD 1 TO WS-TR-DELIVERED (TR-INDEX)
                           IF SMS-SEGMENTS > ZERO
                               ADD SMS-SEGMENTS TO
                                   WS-TR-SEGMENTS (TR-INDEX)
                           ELSE
                               ADD 1 TO WS-TR-SEGMENTS (TR-INDEX)
                           END-IF
                       WHEN 'U'
                           ADD 1 TO WS-TR-UNDELIV (TR-INDEX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       WRITE-TRAFFIC-SECTION.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE 'TRAFFIC BY SENDING PROGRAM AND MESSAGE CATEGORY' TO
               RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING 'FEED LINES ' WS-FEED-LINES '  ALREADY TOTALLED '
               WS-MARK-LINES '  NEW ' WS-NEW-LINES
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE ALL '-' TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING 'PROGRAM  CAT   SENT  DELIVERED  '
               'UNDELIVERED  SEGMENTS'
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM VARYING TR-INDEX FROM 1 BY 1
               UNTIL TR-INDEX > WS-TRAFFIC-COUNT
               MOVE SPACES TO RECON-REPORT-LINE
               MOVE WS-TR-PROGRAM (TR-INDEX) TO
                   RECON-REPORT-LINE (1:8)
               MOVE WS-TR-CATEGORY (TR-INDEX) TO
                   RECON-REPORT-LINE (10:4)
               MOVE WS-TR-SENT (TR-INDEX) TO WS-RPT-COUNT
               MOVE WS-RPT-COUNT TO RECON-REPORT-LINE (14:6)
               MOVE WS-TR-DELIVERED (TR-INDEX) TO WS-RPT-COUNT
               MOVE WS-RPT-COUNT TO RECON-REPORT-LINE (25:6)
               MOVE WS-TR-UNDELIV (TR-INDEX) TO WS-RPT-COUNT
               MOVE WS-RPT-COUNT TO RECON-REPORT-LINE (38:6)
               MOVE WS-TR-SEGMENTS (TR-INDEX) TO WS-RPT-SEGMENTS
               MOVE WS-RPT-SEGMENTS TO RECON-REPORT-LINE (47:7)
               WRITE RECON-REPORT-LINE
           END-PERFORM.
           IF WS-TRAFFIC-OVERFLOW > ZERO
               MOVE SPACES TO RECON-REPORT-LINE
               STRING 'FEED LINES BEYOND THE 60-ROW TRAFFIC TABLE : '
                   WS-TRAFFIC-OVERFLOW
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF.
           MOVE ALL '=' TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

      * One row per program and category against the run date, once,
      * then the mark moves on past the lines just recorded.
       RECORD-USAGE.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SMS-USAGE-FILE.
           IF WS-USAGE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SMS-USAGE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF SU-RECON-DATE = WS-RUN-DATE
                               MOVE 'Y' TO WS-FOUND-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SMS-USAGE-FILE
           END-IF.
           IF ENTRY-FOUND
               DISPLAY 'USAGE FOR ' WS-RUN-DATE ' ALREADY ON '
                   'SMSUSAGE.DAT - NOT RECORDED AGAIN'
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN EXTEND SMS-USAGE-FILE
               IF WS-USAGE-STATUS NOT = '00'
                   OPEN OUTPUT SMS-USAGE-FILE
               END-IF
               PERFORM VARYING TR-INDEX FROM 1 BY 1
                   UNTIL TR-INDEX > WS-TRAFFIC-COUNT
                   MOVE WS-RUN-DATE TO SU-RECON-DATE
                   MOVE WS-TR-PROGRAM (TR-INDEX) TO SU-PROGRAM-ID
                   MOVE WS-TR-CATEGORY (TR-INDEX) TO SU-CATEGORY
                   MOVE WS-TR-SENT (TR-INDEX) TO SU-SENT-COUNT
                   MOVE WS-TR-DELIVERED (TR-INDEX) TO
                       SU-DELIVERED-COUNT
                   MOVE WS-TR-UNDELIV (TR-INDEX) TO SU-UNDELIV-COUNT
                   MOVE WS-TR-SEGMENTS (TR-INDEX) TO SU-DLV-SEGMENTS
                   WRITE SMS-USAGE-RECORD
               END-PERFORM
               CLOSE SMS-USAGE-FILE
               DISPLAY '  USAGE ROWS  : ' WS-TRAFFIC-COUNT
               PERFORM SAVE-SMS-MARK
           END-IF.

       SAVE-SMS-MARK.
           OPEN OUTPUT SMS-MARK-FILE.
           MOVE WS-FEED-LINES TO SK-FEED-LINES.
           MOVE WS-RUN-DATE TO SK-MARK-DATE.
           WRITE SMS-MARK-RECORD.
           CLOSE SMS-MARK-FILE.
           DISPLAY '  FEED LINES  : ' WS-NEW-LINES ' NEW, MARK NOW '
               WS-FEED-LINES.
      ** add other procedures here
       END PROGRAM SMSRECON.
