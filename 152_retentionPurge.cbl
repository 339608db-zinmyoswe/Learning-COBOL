      ******************************************************************
      * Author:
      * Date:
      * Purpose: Audit and journal retention purge. For each file
      *          with a RETNRULE.DAT card - MARKS.AUD, STDCHG.AUD,
      *          STDJRNL.DAT, SESSJRNL.DAT, RUNLOG.DAT, SMS.FEED and
      *          DUNHIST.DAT - records older than the card's years to
      *          keep before the run-date are copied to a dated
      *          archive file (for example STDJRNL.A20260331) and
      *          taken off the live file. A file on legal hold is not
      *          purged, and records of a student with a hold on
      *          LEGLHOLD.DAT stay on the live files. MARKS.AUD and
      *          SMS.FEED carry no record date, so every run notes the
      *          record count of each on PURGMARK.DAT and a record is
      *          aged by the first run that counted it; their purging
      *          starts once those marks are old enough. Each purge is
      *          catalogued on PURGCATL.DAT with the archive name,
      *          record count and hash total (sum of STU-NO, or of the
      *          record date where a file has no student), reported on
      *          PURGE.RPT and logged to RUNLOG.DAT. SMS.FEED lines
      *          purged from under SMSRECON's SMSMARK.DAT mark are
      *          taken off that mark so it still counts the lines
      *          already totalled. Ends RC 8 when a live file cannot
      *          be rewritten.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RETNPURG.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RETENTION-RULES ASSIGN TO "RETNRULE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT LEGAL-HOLD-FILE ASSIGN TO "LEGLHOLD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT PURGE-MARK-FILE ASSIGN TO "PURGMARK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MARK-STATUS.
           SELECT PURGE-CATALOG ASSIGN TO "PURGCATL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT PURGE-ARCHIVE ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT PURGE-WORK ASSIGN TO "PURGE.WRK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT PURGE-REPORT ASSIGN TO "PURGE.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MARKS-AUDIT-TRAIL ASSIGN TO "MARKS.AUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT CHANGE-AUDIT-FILE ASSIGN TO "STDCHG.AUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT MASTER-JOURNAL-FILE ASSIGN TO "STDJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT SESSION-JOURNAL-FILE ASSIGN TO "SESSJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT SMS-NOTIFICATION-FEED ASSIGN TO "SMS.FEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT DUNNING-HISTORY ASSIGN TO "DUNHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT SMS-MARK-FILE ASSIGN TO "SMSMARK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SMSMARK-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RETENTION-RULES.
           COPY RETNRULR.

       FD  LEGAL-HOLD-FILE.
           COPY LEGLHLDR.

       FD  PURGE-MARK-FILE.
       01 PURGE-MARK-RECORD.
           05 PM-FILE-TYPE      PIC X(08).
           05 PM-MARK-DATE      PIC 9(08).
           05 PM-RECORD-COUNT   PIC 9(07).

       FD  PURGE-CATALOG.
       01 PURGE-CATALOG-RECORD.
           05 PC-FILE-TYPE      PIC X(08).
           05 PC-RUN-DATE       PIC 9(08).
           05 PC-CUTOFF-DATE    PIC 9(08).
           05 PC-ARCHIVE-NAME   PIC X(20).
           05 PC-RECORDS-READ   PIC 9(07).
           05 PC-ARCHIVED       PIC 9(07).
           05 PC-HELD           PIC 9(07).
           05 PC-HASH-TOTAL     PIC 9(12).

       FD  PURGE-ARCHIVE.
           COPY PURGARCR.

       FD  PURGE-WORK.
       01 PURGE-WORK-LINE       PIC X(237).

       FD  PURGE-REPORT.
       01 PURGE-REPORT-LINE     PIC X(72).

       FD  MARKS-AUDIT-TRAIL.
       01 MARKS-AUDIT-LINE.
           05 AUD-STU-NO         PIC 9(05).
           05 FILLER             PIC X(02).
           05 AUD-MARKS-BEFORE   PIC 9(03).
           05 FILLER             PIC X(02).
           05 AUD-MARKS-AFTER    PIC 9(03).
           05 FILLER             PIC X(02).
           05 AUD-REASON         PIC X(20).
           05 AUD-TXN-TYPE       PIC X(01).
           05 AUD-SUBJ-CODE      PIC X(04).
           05 AUD-DERIVED-PCT    PIC 9(03)V9(02).
           05 AUD-DERIVED-GPA    PIC 9(02)V9(02).
           05 AUD-OPERATOR-ID    PIC X(08).

       FD  CHANGE-AUDIT-FILE.
       01 CHANGE-AUDIT-RECORD.
           05 CHG-STU-NO       PIC 9(05).
           05 CHG-DATE         PIC 9(08).
           05 CHG-TIME         PIC 9(08).
           05 CHG-TXN-TYPE     PIC X(01).
           05 CHG-OPERATOR-ID  PIC X(08).
           05 CHG-BEFORE-IMAGE PIC X(59).
           05 CHG-AFTER-IMAGE  PIC X(59).

       FD  MASTER-JOURNAL-FILE.
           COPY STDJRNLR.

       FD  SESSION-JOURNAL-FILE.
           COPY SESSJRNR.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  SMS-NOTIFICATION-FEED.
           COPY SMSFEEDR.

       FD  DUNNING-HISTORY.
       01 DUNNING-HISTORY-RECORD.
           05 DN-STU-NO       PIC 9(05).
           05 DN-STAGE        PIC 9(01).
           05 DN-BALANCE-AT   PIC 9(07)V9(02).
           05 DN-SENT-DATE    PIC 9(08).

       FD  SMS-MARK-FILE.
           COPY SMSMARKR.

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RULES-STATUS    PIC X(02) VALUE '00'.
       01 WS-HOLD-STATUS     PIC X(02) VALUE '00'.
       01 WS-MARK-STATUS     PIC X(02) VALUE '00'.
       01 WS-CATALOG-STATUS  PIC X(02) VALUE '00'.
       01 WS-ARCHIVE-STATUS  PIC X(02) VALUE '00'.
       01 WS-WORK-STATUS     PIC X(02) VALUE '00'.
       01 WS-LIVE-STATUS     PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-SMSMARK-STATUS  PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08).
       01 WS-RUN-DATE-INT    PIC 9(08) VALUE ZERO.
       01 WS-ARCHIVE-NAME    PIC X(20) VALUE SPACES.
       01 WS-ARCHIVE-OPEN    PIC X(01) VALUE 'N'.
           88 ARCHIVE-IS-OPEN  VALUE 'Y'.
       01 WS-RULE-COUNT      PIC 9(02) VALUE ZERO.
       01 WS-RULE-TABLE.
           05 WS-RR-ENTRY OCCURS 20 TIMES INDEXED BY RR-INDEX.
               10 WS-RR-TYPE      PIC X(08).
               10 WS-RR-YEARS     PIC 9(02).
               10 WS-RR-HOLD      PIC X(01).
               10 WS-RR-REASON    PIC X(20).
       01 WS-HOLD-FLAGS.
           05 WS-HOLD-FLAG OCCURS 99999 TIMES
               INDEXED BY HOLD-INDEX PIC X(01) VALUE 'N'.
       01 WS-HOLD-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-MARK-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-MARK-TABLE.
           05 WS-PM-ENTRY OCCURS 500 TIMES INDEXED BY PM-INDEX.
               10 WS-PM-TYPE      PIC X(08).
               10 WS-PM-DATE      PIC 9(08).
               10 WS-PM-COUNT     PIC 9(07).
               10 WS-PM-REMOVED   PIC 9(07).
               10 WS-PM-STATUS    PIC X(01).
       01 WS-MARK-LIMIT      PIC 9(07).
       01 WS-MARK-USED-DATE  PIC 9(08).
       01 WS-LIVE-COUNT      PIC 9(07).
       01 WS-MARKS-RESET     PIC X(01).
           88 MARKS-WERE-RESET VALUE 'Y'.
      * SMSRECON's mark of the SMS.FEED lines it has totalled.
       01 WS-SMSMARK-FLAG    PIC X(01) VALUE 'N'.
           88 SMS-MARK-ON-FILE VALUE 'Y'.
       01 WS-SMSMARK-LINES   PIC 9(07) VALUE ZERO.
       01 WS-SMSMARK-DATE    PIC 9(08) VALUE ZERO.
       01 WS-SMSMARK-REMOVED PIC 9(07) VALUE ZERO.
       01 WS-CURR-FILE-TYPE  PIC X(08).
       01 WS-FILE-DATED      PIC X(01).
           88 FILE-IS-DATED    VALUE 'Y'.
       01 WS-PURGE-FILE      PIC X(01).
           88 PURGE-THIS-FILE  VALUE 'Y'.
       01 WS-LIVE-READ       PIC X(01).
           88 LIVE-FILE-READ   VALUE 'Y'.
       01 WS-SKIP-REASON     PIC X(30).
       01 WS-CURR-YEARS      PIC 9(02).
       01 WS-CUTOFF-DATE     PIC 9(08).
       01 WS-REC-IMAGE       PIC X(237).
       01 WS-REC-DATE        PIC 9(08).
       01 WS-REC-STU-NO      PIC 9(05).
       01 WS-REC-HASH        PIC 9(08).
       01 WS-REC-POSITION    PIC 9(07).
       01 WS-REC-EXPIRED     PIC X(01).
           88 RECORD-EXPIRED   VALUE 'Y'.
       01 WS-FILE-READ       PIC 9(07).
       01 WS-FILE-ARCHIVED   PIC 9(07).
       01 WS-FILE-HELD       PIC 9(07).
       01 WS-FILE-HASH       PIC 9(12).
       01 WS-TOTAL-READ      PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-ARCHIVED  PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-HELD      PIC 9(07) VALUE ZERO.
       01 WS-FILES-PURGED    PIC 9(02) VALUE ZERO.
       01 WS-DISP-YEARS      PIC Z9.
       01 WS-DISP-COUNT      PIC Z(06)9.
       01 WS-DISP-HELD       PIC Z(04)9.
       01 WS-DISP-HASH       PIC Z(11)9.
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
           PERFORM LOAD-RULE-TABLE.
           PERFORM LOAD-HOLD-FLAGS.
           PERFORM LOAD-MARK-TABLE.
           OPEN OUTPUT PURGE-REPORT.
           PERFORM WRITE-PURGE-HEADING.
           PERFORM PURGE-MARKS-AUDIT.
           PERFORM PURGE-CHANGE-AUDIT.
           PERFORM PURGE-MASTER-JOURNAL.
           PERFORM PURGE-SESSION-JOURNAL.
           PERFORM PURGE-RUN-LOG.
           PERFORM PURGE-SMS-FEED.
           PERFORM PURGE-DUNNING-HISTORY.
           PERFORM SAVE-MARK-TABLE.
           PERFORM WRITE-PURGE-FOOTING.
           CLOSE PURGE-REPORT.
           DISPLAY 'RETENTION PURGE COMPLETE - READ : ' WS-TOTAL-READ
               ' ARCHIVED : ' WS-TOTAL-ARCHIVED
               ' HELD : ' WS-TOTAL-HELD.
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

       LOAD-RULE-TABLE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT RETENTION-RULES.
           IF WS-RULES-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ RETENTION-RULES
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-RULE-COUNT < 20
                               ADD 1 TO WS-RULE-COUNT
                               SET RR-INDEX TO WS-RULE-COUNT
                               MOVE RR-FILE-TYPE TO
                                   WS-RR-TYPE (RR-INDEX)
                               MOVE RR-KEEP-YEARS TO
                                   WS-RR-YEARS (RR-INDEX)
                               MOVE RR-FILE-HOLD TO
                                   WS-RR-HOLD (RR-INDEX)
                               MOVE RR-HOLD-REASON TO
                                   WS-RR-REASON (RR-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETENTION-RULES
           ELSE
               DISPLAY 'NO RETENTION RULES ON RETNRULE.DAT - '
                   'NOTHING WILL BE PURGED'
           END-IF.

       LOAD-HOLD-FLAGS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF WS-HOLD-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ LEGAL-HOLD-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF LH-STU-NO > ZERO
                               SET HOLD-INDEX TO LH-STU-NO
                               MOVE 'Y' TO WS-HOLD-FLAG (HOLD-INDEX)
                               ADD 1 TO WS-HOLD-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEGAL-HOLD-FILE
           END-IF.

       LOAD-MARK-TABLE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PURGE-MARK-FILE.
           IF WS-MARK-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ PURGE-MARK-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-MARK-COUNT < 500
                               ADD 1 TO WS-MARK-COUNT
                               SET PM-INDEX TO WS-MARK-COUNT
                               MOVE PM-FILE-TYPE TO
                                   WS-PM-TYPE (PM-INDEX)
                               MOVE PM-MARK-DATE TO
                                   WS-PM-DATE (PM-INDEX)
                               MOVE PM-RECORD-COUNT TO
                                   WS-PM-COUNT (PM-INDEX)
                               MOVE ZERO TO WS-PM-REMOVED (PM-INDEX)
                               MOVE 'A' TO WS-PM-STATUS (PM-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURGE-MARK-FILE
           END-IF.

       SAVE-MARK-TABLE.
           OPEN OUTPUT PURGE-MARK-FILE.
           PERFORM VARYING PM-INDEX FROM 1 BY 1
               UNTIL PM-INDEX > WS-MARK-COUNT
               IF WS-PM-STATUS (PM-INDEX) = 'A'
                   MOVE WS-PM-TYPE (PM-INDEX)  TO PM-FILE-TYPE
                   MOVE WS-PM-DATE (PM-INDEX)  TO PM-MARK-DATE
                   MOVE WS-PM-COUNT (PM-INDEX) TO PM-RECORD-COUNT
                   WRITE PURGE-MARK-RECORD
               END-IF
           END-PERFORM.
           CLOSE PURGE-MARK-FILE.

      * Sets up one file's purge from its retention card: the cut-off
      * date, the archive name and, for a file with no record date,
      * how many of its leading records were counted on a mark taken
      * before the cut-off.
       START-FILE-PURGE.
           MOVE 'N' TO WS-MARKS-RESET.
           MOVE ZERO TO WS-FILE-READ WS-FILE-ARCHIVED WS-FILE-HELD
               WS-FILE-HASH WS-REC-POSITION WS-CURR-YEARS
               WS-CUTOFF-DATE WS-MARK-LIMIT WS-MARK-USED-DATE.
           MOVE 'N' TO WS-ARCHIVE-OPEN.
           MOVE 'N' TO WS-LIVE-READ.
           MOVE 'Y' TO WS-PURGE-FILE.
           MOVE SPACES TO WS-SKIP-REASON.
           SET RR-INDEX TO 1.
           SEARCH WS-RR-ENTRY
               AT END
                   MOVE 'N' TO WS-PURGE-FILE
                   MOVE 'NO RETENTION RULE - ALL KEPT' TO
                       WS-SKIP-REASON
               WHEN RR-INDEX > WS-RULE-COUNT
                   MOVE 'N' TO WS-PURGE-FILE
                   MOVE 'NO RETENTION RULE - ALL KEPT' TO
                       WS-SKIP-REASON
               WHEN WS-RR-TYPE (RR-INDEX) = WS-CURR-FILE-TYPE
                   MOVE WS-RR-YEARS (RR-INDEX) TO WS-CURR-YEARS
                   IF WS-RR-HOLD (RR-INDEX) = 'Y'
                       MOVE 'N' TO WS-PURGE-FILE
                       MOVE SPACES TO WS-SKIP-REASON
                       STRING 'LEGAL HOLD ' WS-RR-REASON (RR-INDEX)
                           DELIMITED BY SIZE INTO WS-SKIP-REASON
                   ELSE
                       IF WS-RR-YEARS (RR-INDEX) = ZERO
                           MOVE 'N' TO WS-PURGE-FILE
                           MOVE 'KEEP ALL - NO YEARS SET' TO
                               WS-SKIP-REASON
                       END-IF
                   END-IF
           END-SEARCH.
           IF NOT FILE-IS-DATED
               PERFORM CHECK-MARKS-AGAINST-FILE
           END-IF.
           IF PURGE-THIS-FILE
               COMPUTE WS-CUTOFF-DATE =
                   WS-RUN-DATE-INT - (WS-CURR-YEARS * 10000)
               MOVE SPACES TO WS-ARCHIVE-NAME
               STRING WS-CURR-FILE-TYPE DELIMITED BY SPACE
                   '.A' WS-RUN-DATE-INT DELIMITED BY SIZE
                   INTO WS-ARCHIVE-NAME
               IF NOT FILE-IS-DATED
                   PERFORM FIND-MARK-LIMIT
               END-IF
           END-IF.

      * A mark counting more records than the file now holds was
      * taken before the file was started afresh and no longer
      * describes the records on it.
       CHECK-MARKS-AGAINST-FILE.
           PERFORM VARYING PM-INDEX FROM 1 BY 1
               UNTIL PM-INDEX > WS-MARK-COUNT
               IF WS-PM-TYPE (PM-INDEX) = WS-CURR-FILE-TYPE
                   AND WS-PM-STATUS (PM-INDEX) = 'A'
                   AND WS-PM-COUNT (PM-INDEX) > WS-LIVE-COUNT
                   MOVE 'D' TO WS-PM-STATUS (PM-INDEX)
                   MOVE 'Y' TO WS-MARKS-RESET
               END-IF
           END-PERFORM.

       FIND-MARK-LIMIT.
           PERFORM VARYING PM-INDEX FROM 1 BY 1
               UNTIL PM-INDEX > WS-MARK-COUNT
               IF WS-PM-TYPE (PM-INDEX) = WS-CURR-FILE-TYPE
                   AND WS-PM-STATUS (PM-INDEX) = 'A'
                   AND WS-PM-DATE (PM-INDEX) < WS-CUTOFF-DATE
                   AND WS-PM-DATE (PM-INDEX) >= WS-MARK-USED-DATE
                   MOVE WS-PM-DATE (PM-INDEX) TO WS-MARK-USED-DATE
                   MOVE WS-PM-COUNT (PM-INDEX) TO WS-MARK-LIMIT
               END-IF
           END-PERFORM.

      * Every live record passes through here after the file's own
      * paragraph has set its image, date, student and hash value.
       DECIDE-RECORD-FATE.
           ADD 1 TO WS-FILE-READ.
           ADD 1 TO WS-REC-POSITION.
           MOVE 'N' TO WS-REC-EXPIRED.
           IF PURGE-THIS-FILE
               IF FILE-IS-DATED
                   IF WS-REC-DATE > ZERO
                       AND WS-REC-DATE < WS-CUTOFF-DATE
                       MOVE 'Y' TO WS-REC-EXPIRED
                   END-IF
               ELSE
                   IF WS-REC-POSITION <= WS-MARK-LIMIT
                       MOVE 'Y' TO WS-REC-EXPIRED
                   END-IF
               END-IF
           END-IF.
           IF RECORD-EXPIRED AND WS-REC-STU-NO > ZERO
               SET HOLD-INDEX TO WS-REC-STU-NO
               IF WS-HOLD-FLAG (HOLD-INDEX) = 'Y'
                   MOVE 'N' TO WS-REC-EXPIRED
                   ADD 1 TO WS-FILE-HELD
               END-IF
           END-IF.
           IF RECORD-EXPIRED
               PERFORM WRITE-ARCHIVE-LINE
           ELSE
               MOVE WS-REC-IMAGE TO PURGE-WORK-LINE
               WRITE PURGE-WORK-LINE
           END-IF.

       WRITE-ARCHIVE-LINE.
           IF NOT ARCHIVE-IS-OPEN
               OPEN EXTEND PURGE-ARCHIVE
               IF WS-ARCHIVE-STATUS NOT = '00'
                   OPEN OUTPUT PURGE-ARCHIVE
               END-IF
               MOVE 'Y' TO WS-ARCHIVE-OPEN
           END-IF.
           MOVE WS-CURR-FILE-TYPE TO PA-FILE-TYPE.
           MOVE WS-RUN-DATE-INT   TO PA-PURGE-DATE.
           MOVE WS-REC-IMAGE      TO PA-IMAGE.
           WRITE PURGE-ARCHIVE-RECORD.
           ADD 1 TO WS-FILE-ARCHIVED.
           ADD WS-REC-HASH TO WS-FILE-HASH.
           IF NOT FILE-IS-DATED
               PERFORM VARYING PM-INDEX FROM 1 BY 1
                   UNTIL PM-INDEX > WS-MARK-COUNT
                   IF WS-PM-TYPE (PM-INDEX) = WS-CURR-FILE-TYPE
                       AND WS-PM-COUNT (PM-INDEX) >= WS-REC-POSITION
                       ADD 1 TO WS-PM-REMOVED (PM-INDEX)
                   END-IF
               END-PERFORM
           END-IF.

       OPEN-PURGE-WORK.
           MOVE 'Y' TO WS-LIVE-READ.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN OUTPUT PURGE-WORK.

       CLOSE-PURGE-OUTPUTS.
           CLOSE PURGE-WORK.
           IF ARCHIVE-IS-OPEN
               CLOSE PURGE-ARCHIVE
               MOVE 'N' TO WS-ARCHIVE-OPEN
           END-IF.

      * Catalogues the purge, brings the marks of a file with no
      * record date into line with what is left on it, and reports.
       END-FILE-PURGE.
           IF LIVE-FILE-READ
               ADD WS-FILE-READ TO WS-TOTAL-READ
               ADD WS-FILE-ARCHIVED TO WS-TOTAL-ARCHIVED
               ADD WS-FILE-HELD TO WS-TOTAL-HELD
               IF WS-FILE-ARCHIVED > ZERO
                   ADD 1 TO WS-FILES-PURGED
                   PERFORM ADD-CATALOG-ENTRY
               END-IF
               IF NOT FILE-IS-DATED
                   PERFORM ADJUST-FILE-MARKS
               END-IF
           END-IF.
           PERFORM WRITE-FILE-REPORT-LINE.

       ADD-CATALOG-ENTRY.
           OPEN EXTEND PURGE-CATALOG.
           IF WS-CATALOG-STATUS NOT = '00'
               OPEN OUTPUT PURGE-CATALOG
           END-IF.
           MOVE WS-CURR-FILE-TYPE TO PC-FILE-TYPE.
           MOVE WS-RUN-DATE-INT   TO PC-RUN-DATE.
           MOVE WS-CUTOFF-DATE    TO PC-CUTOFF-DATE.
           MOVE WS-ARCHIVE-NAME   TO PC-ARCHIVE-NAME.
           MOVE WS-FILE-READ      TO PC-RECORDS-READ.
           MOVE WS-FILE-ARCHIVED  TO PC-ARCHIVED.
           MOVE WS-FILE-HELD      TO PC-HELD.
           MOVE WS-FILE-HASH      TO PC-HASH-TOTAL.
           WRITE PURGE-CATALOG-RECORD.
           CLOSE PURGE-CATALOG.

       ADJUST-FILE-MARKS.
           PERFORM VARYING PM-INDEX FROM 1 BY 1
               UNTIL PM-INDEX > WS-MARK-COUNT
               IF WS-PM-TYPE (PM-INDEX) = WS-CURR-FILE-TYPE
                   AND WS-PM-STATUS (PM-INDEX) = 'A'
                   SUBTRACT WS-PM-REMOVED (PM-INDEX)
                       FROM WS-PM-COUNT (PM-INDEX)
                   MOVE ZERO TO WS-PM-REMOVED (PM-INDEX)
                   IF WS-PM-DATE (PM-INDEX) < WS-MARK-USED-DATE
                       MOVE 'D' TO WS-PM-STATUS (PM-INDEX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MARK-COUNT < 500
               ADD 1 TO WS-MARK-COUNT
               SET PM-INDEX TO WS-MARK-COUNT
               MOVE WS-CURR-FILE-TYPE TO WS-PM-TYPE (PM-INDEX)
               MOVE WS-RUN-DATE-INT   TO WS-PM-DATE (PM-INDEX)
               COMPUTE WS-PM-COUNT (PM-INDEX) =
                   WS-FILE-READ - WS-FILE-ARCHIVED
               MOVE ZERO TO WS-PM-REMOVED (PM-INDEX)
               MOVE 'A' TO WS-PM-STATUS (PM-INDEX)
           ELSE
               DISPLAY 'PURGE MARK TABLE FULL - NO MARK TAKEN FOR '
                   WS-CURR-FILE-TYPE
           END-IF.

       REWRITE-FAILED.
           DISPLAY 'CANNOT REWRITE ' WS-CURR-FILE-TYPE ', STATUS : '
               WS-LIVE-STATUS ' - KEPT RECORDS ARE ON PURGE.WRK'.
           MOVE 8 TO RETURN-CODE.

       PURGE-MARKS-AUDIT.
           MOVE 'MARKSAUD' TO WS-CURR-FILE-TYPE.
           MOVE 'N' TO WS-FILE-DATED.
           MOVE ZERO TO WS-LIVE-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MARKS-AUDIT-TRAIL.
           IF WS-LIVE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ MARKS-AUDIT-TRAIL
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LIVE-COUNT
                   END-READ
               END-PERFORM
               CLOSE MARKS-AUDIT-TRAIL
           END-IF.
           PERFORM START-FILE-PURGE.
           OPEN INPUT MARKS-AUDIT-TRAIL.
           IF WS-LIVE-STATUS = '00'
               PERFORM OPEN-PURGE-WORK
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ MARKS-AUDIT-TRAIL
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           MOVE ZERO TO WS-REC-DATE
                           MOVE AUD-STU-NO TO WS-REC-STU-NO
                           MOVE AUD-STU-NO TO WS-REC-HASH
                           MOVE MARKS-AUDIT-LINE TO WS-REC-IMAGE
                           PERFORM DECIDE-RECORD-FATE
                   END-READ
               END-PERFORM
               CLOSE MARKS-AUDIT-TRAIL
               PERFORM CLOSE-PURGE-OUTPUTS
               IF WS-FILE-ARCHIVED > ZERO
                   PERFORM RESTORE-MARKS-AUDIT
               END-IF
           END-IF.
           PERFORM END-FILE-PURGE.

       RESTORE-MARKS-AUDIT.
           OPEN OUTPUT MARKS-AUDIT-TRAIL.
           IF WS-LIVE-STATUS NOT = '00'
               PERFORM REWRITE-FAILED
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT PURGE-WORK
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ PURGE-WORK
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           MOVE PURGE-WORK-LINE TO MARKS-AUDIT-LINE
                           WRITE MARKS-AUDIT-LINE
                   END-READ
               END-PERFORM
               CLOSE PURGE-WORK
               CLOSE MARKS-AUDIT-TRAIL
           END-IF.

       PURGE-CHANGE-AUDIT.
           MOVE 'STDCHG  ' TO WS-CURR-FILE-TYPE.
           MOVE 'Y' TO WS-FILE-DATED.
           PERFORM START-FILE-PURGE.
           OPEN INPUT CHANGE-AUDIT-FILE.
           IF WS-LIVE-STATUS = '00'
               PERFORM OPEN-PURGE-WORK
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ CHANGE-AUDIT-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           MOVE CHG-DATE TO WS-REC-DATE
                           MOVE CHG-STU-NO TO WS-REC-STU-NO
                           MOVE CHG-STU-NO TO WS-REC-HASH
                           MOVE CHANGE-AUDIT-RECORD TO WS-REC-IMAGE
                           PERFORM DECIDE-RECORD-FATE
                   END-READ
               END-PERFORM
               CLOSE CHANGE-AUDIT-FILE
               PERFORM CLOSE-PURGE-OUTPUTS
               IF WS-FILE-ARCHIVED > ZERO
                   PERFORM RESTORE-CHANGE-AUDIT
               END-IF
           END-IF.
           PERFORM END-FILE-PURGE.

       RESTORE-CHANGE-AUDIT.
           OPEN OUTPUT CHANGE-AUDIT-FILE.
           IF WS-LIVE-STATUS NOT = '00'
               PERFORM REWRITE-FAILED
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT PURGE-WORK
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ PURGE-WORK
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           MOVE PURGE-WORK-LINE TO CHANGE-AUDIT-RECORD
                           WRITE CHANGE-AUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE PURGE-WORK
               CLOSE CHANGE-AUDIT-FILE
           END-IF.

      * The journal carries the student in the first five bytes of
      * the image it holds.
       PURGE-MASTER-JOURNAL.
           MOVE 'STDJRNL ' TO WS-CURR-FILE-TYPE.
           MOVE 'Y' TO WS-FILE-DATED.
           PERFORM START-FILE-PURGE.
           OPEN INPUT MASTER-JOURNAL-FILE.
           IF WS-LIVE-STATUS = '00'
               PERFORM OPEN-PURGE-WORK
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ MASTER-JOURNAL-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           MOVE JR-DATE TO WS-REC-DATE
                           MOVE ZERO TO WS-REC-STU-NO
                           IF JR-IMAGE (1:5) IS NUMERIC
                               MOVE JR-IMAGE (1:5) TO WS-REC-STU-NO
                           END-IF
                           MOVE WS-REC-STU-NO TO WS-REC-HASH
                           MOVE MASTER-JOURNAL-RECORD TO WS-REC-IMAGE
                           PERFORM DECIDE-RECORD-FATE
                   END-READ
               END-PERFORM
               CLOSE MASTER-JOURNAL-FILE
               PERFORM CLOSE-PURGE-OUTPUTS
               IF WS-FILE-ARCHIVED > ZERO
                   PERFORM RESTORE-MASTER-JOURNAL
               END-IF
           END-IF.
           PERFORM END-FILE-PURGE.

       RESTORE-MASTER-JOURNAL.
           OPEN OUTPUT MASTER-JOURNAL-FILE.
           IF WS-LIVE-STATUS NOT = '00'
               PERFORM REWRITE-FAILED
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT PURGE-WORK
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ PURGE-WORK
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           MOVE PURGE-WORK-LINE TO
                               MASTER-JOURNAL-RECORD
                           WRITE MASTER-JOURNAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE PURGE-WORK
               CLOSE MASTER-JOURNAL-FILE
           END-IF.

       PURGE-SESSION-JOURNAL.
           MOVE 'SESSJRNL' TO WS-CURR-FILE-TYPE.
           MOVE 'Y' TO WS-FILE-DATED.
           PERFORM START-FILE-PURGE.
           OPEN INPUT SESSION-JOURNAL-FILE.
           IF WS-LIVE-STATUS = '00'
               PERFORM OPEN-PURGE-WORK
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SESSION-JOURNAL-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           MOVE JT-DATE TO WS-REC-DATE
                           MOVE ZERO TO WS-REC-STU-NO
                           MOVE JT-DATE TO WS-REC-HASH
                           MOVE SESSION-JOURNAL-RECORD TO
                               WS-REC-IMAGE
                           PERFORM DECIDE-RECORD-FATE
                   END-READ
               END-PERFORM
               CLOSE SESSION-JOURNAL-FILE
               PERFORM CLOSE-PURGE-OUTPUTS
               IF WS-FILE-ARCHIVED > ZERO
                   PERFORM RESTORE-SESSION-JOURNAL
               END-IF
           END-IF.
           PERFORM END-FILE-PURGE.

       RESTORE-SESSION-JOURNAL.
           OPEN OUTPUT SESSION-JOURNAL-FILE.
           IF WS-LIVE-STATUS NOT = '00'
               PERFORM REWRITE-FAILED
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT PURGE-WORK
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ PURGE-WORK
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           MOVE PURGE-WORK-LINE TO
                               SESSION-JOURNAL-RECORD
                           WRITE SESSION-JOURNAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE PURGE-WORK
               CLOSE SESSION-JOURNAL-FILE
           END-IF.

       PURGE-RUN-LOG.
           MOVE 'RUNLOG  ' TO WS-CURR-FILE-TYPE.
           MOVE 'Y' TO WS-FILE-DATED.
           PERFORM START-FILE-PURGE.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS = '00'
               PERFORM OPEN-PURGE-WORK
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ RUN-LOG-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           MOVE RL-RUN-DATE TO WS-REC-DATE
                           MOVE ZERO TO WS-REC-STU-NO
                           MOVE RL-RUN-DATE TO WS-REC-HASH
                           MOVE RUN-LOG-RECORD TO WS-REC-IMAGE
                           PERFORM DECIDE-RECORD-FATE
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
               PERFORM CLOSE-PURGE-OUTPUTS
               IF WS-FILE-ARCHIVED > ZERO
                   PERFORM RESTORE-RUN-LOG
               END-IF
           END-IF.
           PERFORM END-FILE-PURGE.

       RESTORE-RUN-LOG.
           OPEN OUTPUT RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               MOVE WS-RUNLOG-STATUS TO WS-LIVE-STATUS
               PERFORM REWRITE-FAILED
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT PURGE-WORK
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ PURGE-WORK
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           MOVE PURGE-WORK-LINE TO RUN-LOG-RECORD
                           WRITE RUN-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE PURGE-WORK
               CLOSE RUN-LOG-FILE
           END-IF.

       PURGE-SMS-FEED.
           MOVE 'SMSFEED ' TO WS-CURR-FILE-TYPE.
           MOVE 'N' TO WS-FILE-DATED.
           MOVE ZERO TO WS-LIVE-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM LOAD-SMS-MARK.
           OPEN INPUT SMS-NOTIFICATION-FEED.
           IF WS-LIVE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SMS-NOTIFICATION-FEED
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LIVE-COUNT
                   END-READ
               END-PERFORM
               CLOSE SMS-NOTIFICATION-FEED
           END-IF.
           PERFORM START-FILE-PURGE.
           OPEN INPUT SMS-NOTIFICATION-FEED.
           IF WS-LIVE-STATUS = '00'
               PERFORM OPEN-PURGE-WORK
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SMS-NOTIFICATION-FEED
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           MOVE ZERO TO WS-REC-DATE
                           MOVE SMS-STU-NO TO WS-REC-STU-NO
                           MOVE SMS-STU-NO TO WS-REC-HASH
                           MOVE SMS-NOTIFICATION-LINE TO WS-REC-IMAGE
                           PERFORM DECIDE-RECORD-FATE
                           IF RECORD-EXPIRED
                               AND WS-REC-POSITION <= WS-SMSMARK-LINES
                               ADD 1 TO WS-SMSMARK-REMOVED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SMS-NOTIFICATION-FEED
               PERFORM CLOSE-PURGE-OUTPUTS
               IF WS-FILE-ARCHIVED > ZERO
                   PERFORM RESTORE-SMS-FEED
               END-IF
           END-IF.
           PERFORM END-FILE-PURGE.

       RESTORE-SMS-FEED.
           OPEN OUTPUT SMS-NOTIFICATION-FEED.
           IF WS-LIVE-STATUS NOT = '00'
               PERFORM REWRITE-FAILED
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT PURGE-WORK
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ PURGE-WORK
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           MOVE PURGE-WORK-LINE TO
                               SMS-NOTIFICATION-LINE
                           WRITE SMS-NOTIFICATION-LINE
                   END-READ
               END-PERFORM
               CLOSE PURGE-WORK
               CLOSE SMS-NOTIFICATION-FEED
               PERFORM ADJUST-SMS-MARK
           END-IF.

       LOAD-SMS-MARK.
           MOVE 'N' TO WS-SMSMARK-FLAG.
           MOVE ZERO TO WS-SMSMARK-LINES WS-SMSMARK-REMOVED.
           OPEN INPUT SMS-MARK-FILE.
           IF WS-SMSMARK-STATUS = '00'
               READ SMS-MARK-FILE
                   NOT AT END
                       MOVE 'Y' TO WS-SMSMARK-FLAG
                       MOVE SK-FEED-LINES TO WS-SMSMARK-LINES
                       MOVE SK-MARK-DATE TO WS-SMSMARK-DATE
               END-READ
               CLOSE SMS-MARK-FILE
           END-IF.

      * Only once the feed has been rewritten without the purged
      * lines does the mark stop counting them.
       ADJUST-SMS-MARK.
           IF SMS-MARK-ON-FILE AND WS-SMSMARK-REMOVED > ZERO
               SUBTRACT WS-SMSMARK-REMOVED FROM WS-SMSMARK-LINES
               OPEN OUTPUT SMS-MARK-FILE
               MOVE WS-SMSMARK-LINES TO SK-FEED-LINES
               MOVE WS-SMSMARK-DATE TO SK-MARK-DATE
               WRITE SMS-MARK-RECORD
               CLOSE SMS-MARK-FILE
               DISPLAY 'SMSMARK.DAT MARK TAKEN DOWN BY '
                   WS-SMSMARK-REMOVED ' PURGED LINES TO '
                   WS-SMSMARK-LINES
           END-IF.

       PURGE-DUNNING-HISTORY.
           MOVE 'DUNHIST ' TO WS-CURR-FILE-TYPE.
           MOVE 'Y' TO WS-FILE-DATED.
           PERFORM START-FILE-PURGE.
           OPEN INPUT DUNNING-HISTORY.
           IF WS-LIVE-STATUS = '00'
               PERFORM OPEN-PURGE-WORK
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ DUNNING-HISTORY
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           MOVE DN-SENT-DATE TO WS-REC-DATE
                           MOVE DN-STU-NO TO WS-REC-STU-NO
                           MOVE DN-STU-NO TO WS-REC-HASH
                           MOVE DUNNING-HISTORY-RECORD TO
                               WS-REC-IMAGE
                           PERFORM DECIDE-RECORD-FATE
                   END-READ
               END-PERFORM
               CLOSE DUNNING-HISTORY
               PERFORM CLOSE-PURGE-OUTPUTS
               IF WS-FILE-ARCHIVED > ZERO
                   PERFORM RESTORE-DUNNING-HISTORY
               END-IF
           END-IF.
           PERFORM END-FILE-PURGE.

       RESTORE-DUNNING-HISTORY.
           OPEN OUTPUT DUNNING-HISTORY.
           IF WS-LIVE-STATUS NOT = '00'
               PERFORM REWRITE-FAILED
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT PURGE-WORK
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ PURGE-WORK
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           MOVE PURGE-WORK-LINE TO
                               DUNNING-HISTORY-RECORD
                           WRITE DUNNING-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE PURGE-WORK
               CLOSE DUNNING-HISTORY
           END-IF.

       WRITE-PURGE-HEADING.
           MOVE ALL '=' TO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
           MOVE SPACES TO PURGE-REPORT-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
           MOVE SPACES TO PURGE-REPORT-LINE.
           STRING '      AUDIT AND JOURNAL RETENTION PURGE - '
               WS-RUN-DATE-INT
               DELIMITED BY SIZE INTO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
           MOVE ALL '-' TO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
           MOVE 'FILE     YRS CUTOFF      READ   ARCHIVED  HELD'
               TO PURGE-REPORT-LINE.
           MOVE 'HASH TOTAL' TO PURGE-REPORT-LINE (52:10).
           WRITE PURGE-REPORT-LINE.
           MOVE ALL '-' TO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.

       WRITE-FILE-REPORT-LINE.
           MOVE WS-CURR-YEARS TO WS-DISP-YEARS.
           MOVE SPACES TO PURGE-REPORT-LINE.
           MOVE WS-CURR-FILE-TYPE TO PURGE-REPORT-LINE (1:8).
           MOVE WS-DISP-YEARS TO PURGE-REPORT-LINE (10:2).
           IF PURGE-THIS-FILE
               MOVE WS-CUTOFF-DATE TO PURGE-REPORT-LINE (14:8)
           END-IF.
           IF LIVE-FILE-READ
               MOVE WS-FILE-READ TO WS-DISP-COUNT
               MOVE WS-DISP-COUNT TO PURGE-REPORT-LINE (23:7)
               MOVE WS-FILE-ARCHIVED TO WS-DISP-COUNT
               MOVE WS-DISP-COUNT TO PURGE-REPORT-LINE (34:7)
               MOVE WS-FILE-HELD TO WS-DISP-HELD
               MOVE WS-DISP-HELD TO PURGE-REPORT-LINE (42:5)
               MOVE WS-FILE-HASH TO WS-DISP-HASH
               MOVE WS-DISP-HASH TO PURGE-REPORT-LINE (50:12)
           END-IF.
           WRITE PURGE-REPORT-LINE.
           MOVE SPACES TO PURGE-REPORT-LINE.
           EVALUATE TRUE
               WHEN NOT LIVE-FILE-READ
                   MOVE '         LIVE FILE NOT ON DISK'
                       TO PURGE-REPORT-LINE
               WHEN NOT PURGE-THIS-FILE
                   STRING '         ' WS-SKIP-REASON
                       DELIMITED BY SIZE INTO PURGE-REPORT-LINE
               WHEN WS-FILE-ARCHIVED > ZERO
                   STRING '         ARCHIVED TO ' WS-ARCHIVE-NAME
                       DELIMITED BY SIZE INTO PURGE-REPORT-LINE
               WHEN NOT FILE-IS-DATED AND MARKS-WERE-RESET
                   MOVE '         FILE STARTED AFRESH - AGES RESET'
                       TO PURGE-REPORT-LINE
               WHEN NOT FILE-IS-DATED AND WS-MARK-LIMIT = ZERO
                   MOVE '         NO RECORDS COUNTED BEFORE CUTOFF'
                       TO PURGE-REPORT-LINE
               WHEN OTHER
                   MOVE '         NOTHING DUE FOR PURGE'
                       TO PURGE-REPORT-LINE
           END-EVALUATE.
           WRITE PURGE-REPORT-LINE.

       WRITE-PURGE-FOOTING.
           MOVE ALL '-' TO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
           MOVE SPACES TO PURGE-REPORT-LINE.
           STRING 'FILES PURGED ' WS-FILES-PURGED
               '   RECORDS ARCHIVED ' WS-TOTAL-ARCHIVED
               '   HELD ' WS-TOTAL-HELD
               DELIMITED BY SIZE INTO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
           MOVE SPACES TO PURGE-REPORT-LINE.
           STRING 'STUDENTS ON LEGAL HOLD ' WS-HOLD-COUNT
               DELIMITED BY SIZE INTO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
           MOVE ALL '=' TO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'RETNPURG'          TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE       TO RL-TERM-CODE.
           MOVE WS-RUN-DATE-INT     TO RL-RUN-DATE.
           MOVE WS-START-TIME       TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-TOTAL-READ       TO RL-RECORDS-READ.
           MOVE WS-TOTAL-ARCHIVED   TO RL-RECORDS-WRITTEN.
           MOVE WS-TOTAL-HELD       TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE         TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM RETNPURG.
