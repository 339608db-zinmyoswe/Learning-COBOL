      ******************************************************************
      * Author:
      * Date:
      * Purpose: Change-data-capture delta feed for the parent mobile
      *          app vendor, in place of nightly full dumps of
      *          STUDENT.IDX. First reads the vendor's CDCACK.DAT
      *          acknowledgements against the CDCBATCH.DAT batch
      *          register and moves the acknowledged high-water mark
      *          forward over an unbroken run of accepted batches; a
      *          rejected batch sends everything after the mark again
      *          under the same sequence numbers. Then every
      *          STDJRNL.DAT after-image journaled by MSTJRNL since
      *          the CDCCKPT.DAT checkpoint is written, masked by the
      *          MASKCTL.DAT card (the 'PARENT APP' recipient card,
      *          else the first card - no card, no feed), as one
      *          sequenced batch file CDCnnnnnn.DAT in the CDCCHGR
      *          layout with a trailer. The checkpoint records the
      *          journal position of the last change sent, so nothing
      *          is sent twice or skipped, and is only moved once the
      *          batch file is closed. CDCEXCP.RPT reports an ack that
      *          does not match its batch, an accepted batch behind an
      *          unacknowledged one, a batch left unacknowledged for
      *          more than a day, and a checkpoint no longer found on
      *          the journal. Each batch is logged on EXTRLOG.DAT as
      *          MASKEXTR logs its extracts. Ends RC 4 on any
      *          exception, RC 8 without a masking card. Appends to
      *          RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CDCEXTR.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT MASTER-JOURNAL ASSIGN TO "STDJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT MASK-CONTROL ASSIGN TO "MASKCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT CDC-CHECKPOINT ASSIGN TO "CDCCKPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT CDC-BATCH-REGISTER ASSIGN TO "CDCBATCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.
           SELECT CDC-ACK-FILE ASSIGN TO "CDCACK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT CDC-CHANGE-FILE ASSIGN USING WS-BATCH-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.
           SELECT EXTRACT-LOG ASSIGN TO "EXTRLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTLOG-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT CDC-EXCEPTION-REPORT ASSIGN TO "CDCEXCP.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  MASTER-JOURNAL.
           COPY STDJRNLR.

       FD  MASK-CONTROL.
       01 MASK-CONTROL-RECORD.
           05 MC-NAME-OPTION   PIC X(01).
               88 MC-NAME-FULL     VALUE 'F'.
               88 MC-NAME-INITIALS VALUE 'I'.
               88 MC-NAME-DROP     VALUE 'D'.
           05 MC-PHONE-OPTION  PIC X(01).
               88 MC-PHONE-FULL    VALUE 'F'.
               88 MC-PHONE-MASKED  VALUE 'X'.
               88 MC-PHONE-DROP    VALUE 'D'.
           05 MC-DOB-OPTION    PIC X(01).
               88 MC-DOB-FULL      VALUE 'F'.
               88 MC-DOB-YEAR-ONLY VALUE 'Y'.
               88 MC-DOB-DROP      VALUE 'D'.
           05 MC-GENDER-OPTION PIC X(01).
               88 MC-GENDER-FULL   VALUE 'F'.
               88 MC-GENDER-DROP   VALUE 'D'.
           05 MC-RECIPIENT     PIC X(20).

      * Last change sent (sequence number and journal position) and
      * the acknowledged high-water mark.
       FD  CDC-CHECKPOINT.
       01 CDC-CHECKPOINT-RECORD.
           05 CK-LAST-SEQ-SENT PIC 9(09).
           05 CK-LAST-BATCH-NO PIC 9(06).
           05 CK-ACKED-SEQ     PIC 9(09).
           05 CK-JR-DATE       PIC 9(08).
           05 CK-JR-TIME       PIC 9(08).
           05 CK-JR-SAME       PIC 9(05).

       FD  CDC-BATCH-REGISTER.
           COPY CDCBATR.

       FD  CDC-ACK-FILE.
           COPY CDCACKR.

       FD  CDC-CHANGE-FILE.
           COPY CDCCHGR.

       FD  EXTRACT-LOG.
       01 EXTRACT-LOG-RECORD.
           05 XL-DATE         PIC 9(08).
           05 XL-TIME         PIC 9(08).
           05 XL-OPERATOR-ID  PIC X(08).
           05 XL-NAME-OPT     PIC X(01).
           05 XL-PHONE-OPT    PIC X(01).
           05 XL-DOB-OPT      PIC X(01).
           05 XL-GENDER-OPT   PIC X(01).
           05 XL-RECIPIENT    PIC X(20).
           05 XL-RECORD-COUNT PIC 9(05).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  CDC-EXCEPTION-REPORT.
       01 CDC-EXCEPTION-LINE PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
           COPY STDRECD.
       01 WS-JOURNAL-STATUS  PIC X(02) VALUE '00'.
       01 WS-CONTROL-STATUS  PIC X(02) VALUE '00'.
       01 WS-CKPT-STATUS     PIC X(02) VALUE '00'.
       01 WS-BATCH-STATUS    PIC X(02) VALUE '00'.
       01 WS-ACK-STATUS      PIC X(02) VALUE '00'.
       01 WS-CHANGE-STATUS   PIC X(02) VALUE '00'.
       01 WS-EXTLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08).
       01 WS-RUN-DATE-INT    PIC 9(08) VALUE ZERO.
       01 WS-MASK-CARD-FLAG  PIC X(01) VALUE 'N'.
           88 MASK-CARD-FOUND  VALUE 'Y'.
       01 WS-MASK-CARD-SAVE  PIC X(24).
       01 WS-RECORDS-READ    PIC 9(05) VALUE ZERO.
       01 WS-SENT-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-EXCEPTION-COUNT PIC 9(04) VALUE ZERO.
       01 WS-ACK-COUNT       PIC 9(04) VALUE ZERO.
       01 WS-BATCH-FILE-NAME PIC X(14) VALUE SPACES.
       01 WS-BATCH-COUNT     PIC 9(04) VALUE ZERO.
       01 WS-BATCH-FULL-FLAG PIC X(01) VALUE 'N'.
           88 BATCH-TABLE-FULL VALUE 'Y'.
       01 WS-BATCH-TABLE.
           05 WS-BATCH-LINE OCCURS 5000 TIMES INDEXED BY CB-INDEX
               PIC X(90).
       01 WS-FOUND-FLAG      PIC X(01).
           88 ENTRY-FOUND      VALUE 'Y'.
       01 WS-STOP-FLAG       PIC X(01).
           88 CHAIN-BROKEN     VALUE 'Y'.
       01 WS-REJECT-FLAG     PIC X(01) VALUE 'N'.
           88 RESEND-NEEDED    VALUE 'Y'.
      * Journal position - date and time of an entry and its ordinal
      * among entries journaled in the same hundredth of a second.
       01 WS-CKPT-KEY.
           05 WS-CKPT-DATE       PIC 9(08).
           05 WS-CKPT-TIME       PIC 9(08).
       01 WS-CKPT-SAME       PIC 9(05) VALUE ZERO.
       01 WS-CURR-KEY.
           05 WS-CURR-DATE       PIC 9(08).
           05 WS-CURR-TIME       PIC 9(08).
       01 WS-CURR-SAME       PIC 9(05) VALUE ZERO.
       01 WS-CKPT-SEEN-FLAG  PIC X(01) VALUE 'N'.
           88 CHECKPOINT-SEEN  VALUE 'Y'.
       01 WS-NEW-FLAG        PIC X(01).
           88 CHANGE-NOT-SENT  VALUE 'Y'.
       01 WS-NEXT-SEQ        PIC 9(09) VALUE ZERO.
       01 WS-FIRST-SEQ       PIC 9(09) VALUE ZERO.
       01 WS-HIGH-WATER      PIC 9(09) VALUE ZERO.
       01 WS-BATCH-OPEN-FLAG PIC X(01) VALUE 'N'.
           88 BATCH-FILE-OPEN  VALUE 'Y'.
       01 WS-NOW-TIME        PIC 9(08).
       01 WS-CLOCK-TIME      PIC 9(08).
       01 WS-CLOCK-PARTS REDEFINES WS-CLOCK-TIME.
           05 WS-CLOCK-HH        PIC 9(02).
           05 WS-CLOCK-MM        PIC 9(02).
           05 FILLER             PIC 9(04).
       01 WS-NOW-MINUTES     PIC 9(09) VALUE ZERO.
       01 WS-SENT-MINUTES    PIC 9(09) VALUE ZERO.
       01 WS-AGE-HOURS       PIC 9(05) VALUE ZERO.
       01 WS-HOLD-BATCH      PIC 9(06) VALUE ZERO.
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
           PERFORM LOAD-MASK-CONTROL.
           IF NOT MASK-CARD-FOUND
               DISPLAY 'NO MASKCTL.DAT FIELD-SELECTION CARD - CHANGE '
                   'FEED REFUSED (NEVER SHIP THE RAW FILE)'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM LOAD-CHECKPOINT.
           PERFORM LOAD-BATCH-REGISTER.
           IF BATCH-TABLE-FULL
               DISPLAY 'CDCBATCH.DAT EXCEEDS THE 5000-BATCH TABLE - '
                   'NOTHING SENT'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           OPEN OUTPUT CDC-EXCEPTION-REPORT.
           PERFORM WRITE-EXCEPTION-HEADING.
           PERFORM APPLY-ACKNOWLEDGEMENTS.
           PERFORM ADVANCE-HIGH-WATER-MARK.
           IF RESEND-NEEDED
               PERFORM REWIND-TO-HIGH-WATER-MARK
           END-IF.
           PERFORM CHECK-UNACKNOWLEDGED-BATCHES.
           PERFORM EXTRACT-JOURNAL-CHANGES.
           IF BATCH-FILE-OPEN
               PERFORM CLOSE-CHANGE-BATCH
           END-IF.
           MOVE WS-HIGH-WATER TO CK-ACKED-SEQ.
           PERFORM REWRITE-BATCH-REGISTER.
           PERFORM REWRITE-CHECKPOINT.
           PERFORM WRITE-EXCEPTION-SUMMARY.
           CLOSE CDC-EXCEPTION-REPORT.
           DISPLAY 'CHANGES SENT : ' WS-SENT-COUNT
               ' LAST SEQUENCE : ' CK-LAST-SEQ-SENT
               ' ACKNOWLEDGED TO : ' CK-ACKED-SEQ
               ' EXCEPTIONS : ' WS-EXCEPTION-COUNT.
           IF WS-EXCEPTION-COUNT > ZERO
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

      * The card addressed to the parent app wins; otherwise the
      * first card on file is used, as MASKEXTR does.
       LOAD-MASK-CONTROL.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE SPACES TO WS-MASK-CARD-SAVE.
           OPEN INPUT MASK-CONTROL.
           IF WS-CONTROL-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ MASK-CONTROL
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF NOT MASK-CARD-FOUND
                               OR MC-RECIPIENT (1:10) = 'PARENT APP'
                               MOVE MASK-CONTROL-RECORD TO
                                   WS-MASK-CARD-SAVE
                               SET MASK-CARD-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASK-CONTROL
           END-IF.
           IF MASK-CARD-FOUND
               MOVE WS-MASK-CARD-SAVE TO MASK-CONTROL-RECORD
               DISPLAY 'FEED OPTIONS - NAME ' MC-NAME-OPTION
                   ' PHONE ' MC-PHONE-OPTION
                   ' DOB ' MC-DOB-OPTION
                   ' GENDER ' MC-GENDER-OPTION
                   ' FOR ' MC-RECIPIENT
           END-IF.

       LOAD-CHECKPOINT.
           MOVE ZERO TO CDC-CHECKPOINT-RECORD.
           OPEN INPUT CDC-CHECKPOINT.
           IF WS-CKPT-STATUS = '00'
               READ CDC-CHECKPOINT
                   AT END
                       MOVE ZERO TO CDC-CHECKPOINT-RECORD
               END-READ
               CLOSE CDC-CHECKPOINT
           ELSE
               DISPLAY 'NO CDCCKPT.DAT CHECKPOINT - SENDING THE '
                   'WHOLE JOURNAL AS THE FIRST BATCH'
           END-IF.
           MOVE CK-ACKED-SEQ TO WS-HIGH-WATER.

       LOAD-BATCH-REGISTER.
           MOVE ZERO TO WS-BATCH-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CDC-BATCH-REGISTER.
           IF WS-BATCH-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ CDC-BATCH-REGISTER
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-BATCH-COUNT < 5000
                               ADD 1 TO WS-BATCH-COUNT
                               SET CB-INDEX TO WS-BATCH-COUNT
                               MOVE CDC-BATCH-RECORD TO
                                   WS-BATCH-LINE (CB-INDEX)
                           ELSE
                               SET BATCH-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CDC-BATCH-REGISTER
           END-IF.

      * A partly loaded register is never written back.
       REWRITE-BATCH-REGISTER.
           OPEN OUTPUT CDC-BATCH-REGISTER.
           PERFORM VARYING CB-INDEX FROM 1 BY 1
               UNTIL CB-INDEX > WS-BATCH-COUNT
               MOVE WS-BATCH-LINE (CB-INDEX) TO CDC-BATCH-RECORD
               WRITE CDC-BATCH-RECORD
           END-PERFORM.
           CLOSE CDC-BATCH-REGISTER.

       REWRITE-CHECKPOINT.
           OPEN OUTPUT CDC-CHECKPOINT.
           WRITE CDC-CHECKPOINT-RECORD.
           CLOSE CDC-CHECKPOINT.

       APPLY-ACKNOWLEDGEMENTS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CDC-ACK-FILE.
           IF WS-ACK-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ CDC-ACK-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ACK-COUNT
                           PERFORM APPLY-ONE-ACKNOWLEDGEMENT
                   END-READ
               END-PERFORM
               CLOSE CDC-ACK-FILE
           END-IF.

       APPLY-ONE-ACKNOWLEDGEMENT.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING CB-INDEX FROM 1 BY 1
               UNTIL CB-INDEX > WS-BATCH-COUNT OR ENTRY-FOUND
               MOVE WS-BATCH-LINE (CB-INDEX) TO CDC-BATCH-RECORD
               IF CB-BATCH-NO = AK-BATCH-NO
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND
               MOVE SPACES TO CDC-EXCEPTION-LINE
               STRING 'ACK FOR UNKNOWN BATCH ' AK-BATCH-NO
                   ' - IGNORED'
                   DELIMITED BY SIZE INTO CDC-EXCEPTION-LINE
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               SET CB-INDEX DOWN BY 1
               EVALUATE TRUE
                   WHEN CB-ACKNOWLEDGED OR CB-SUPERSEDED
                       CONTINUE
                   WHEN AK-LAST-SEQ NOT = CB-LAST-SEQ
                       MOVE SPACES TO CDC-EXCEPTION-LINE
                       STRING 'ACK FOR BATCH ' AK-BATCH-NO
                           ' QUOTES LAST SEQ ' AK-LAST-SEQ
                           ' - BATCH ENDS ' CB-LAST-SEQ
                           DELIMITED BY SIZE INTO CDC-EXCEPTION-LINE
                       PERFORM WRITE-EXCEPTION-LINE
                   WHEN AK-ACCEPTED
                       MOVE 'A' TO CB-STATUS
                       MOVE AK-ACK-DATE TO CB-ACK-DATE
                       MOVE CDC-BATCH-RECORD TO
                           WS-BATCH-LINE (CB-INDEX)
                   WHEN AK-REJECTED
                       MOVE 'R' TO CB-STATUS
                       MOVE AK-ACK-DATE TO CB-ACK-DATE
                       MOVE CDC-BATCH-RECORD TO
                           WS-BATCH-LINE (CB-INDEX)
                       MOVE SPACES TO CDC-EXCEPTION-LINE
                       STRING 'BATCH ' CB-BATCH-NO ' REJECTED BY THE '
                           'VENDOR - RESENT FROM THE ACKNOWLEDGED MARK'
                           DELIMITED BY SIZE INTO CDC-EXCEPTION-LINE
                       PERFORM WRITE-EXCEPTION-LINE
                   WHEN OTHER
                       MOVE SPACES TO CDC-EXCEPTION-LINE
                       STRING 'ACK FOR BATCH ' AK-BATCH-NO
                           ' HAS RESULT ''' AK-RESULT
                           ''' - NOT A OR R, IGNORED'
                           DELIMITED BY SIZE INTO CDC-EXCEPTION-LINE
                       PERFORM WRITE-EXCEPTION-LINE
               END-EVALUATE
           END-IF.

      * The mark moves over accepted batches in order and stops at
      * the first one that is not accepted; an accepted batch beyond
      * that point is a gap.
       ADVANCE-HIGH-WATER-MARK.
           MOVE 'N' TO WS-STOP-FLAG.
           MOVE ZERO TO WS-HOLD-BATCH.
           PERFORM VARYING CB-INDEX FROM 1 BY 1
               UNTIL CB-INDEX > WS-BATCH-COUNT
               MOVE WS-BATCH-LINE (CB-INDEX) TO CDC-BATCH-RECORD
               EVALUATE TRUE
                   WHEN CB-SUPERSEDED
                       CONTINUE
                   WHEN CB-ACKNOWLEDGED AND NOT CHAIN-BROKEN
                       IF CB-LAST-SEQ > WS-HIGH-WATER
                           MOVE CB-LAST-SEQ TO WS-HIGH-WATER
                       END-IF
                   WHEN CB-ACKNOWLEDGED
                       MOVE SPACES TO CDC-EXCEPTION-LINE
                       STRING 'GAP - BATCH ' CB-BATCH-NO
                           ' ACKNOWLEDGED BUT BATCH ' WS-HOLD-BATCH
                           ' IS NOT'
                           DELIMITED BY SIZE INTO CDC-EXCEPTION-LINE
                       PERFORM WRITE-EXCEPTION-LINE
                   WHEN CB-REJECTED
                       SET RESEND-NEEDED TO TRUE
                       IF NOT CHAIN-BROKEN
                           MOVE CB-BATCH-NO TO WS-HOLD-BATCH
                       END-IF
                       SET CHAIN-BROKEN TO TRUE
                   WHEN OTHER
                       IF NOT CHAIN-BROKEN
                           MOVE CB-BATCH-NO TO WS-HOLD-BATCH
                       END-IF
                       SET CHAIN-BROKEN TO TRUE
               END-EVALUATE
           END-PERFORM.

      * Every batch after the mark is superseded and its changes go
      * out again, under the same sequence numbers, in this run's
      * batch.
       REWIND-TO-HIGH-WATER-MARK.
           MOVE ZERO TO CK-JR-DATE CK-JR-TIME CK-JR-SAME.
           PERFORM VARYING CB-INDEX FROM 1 BY 1
               UNTIL CB-INDEX > WS-BATCH-COUNT
               MOVE WS-BATCH-LINE (CB-INDEX) TO CDC-BATCH-RECORD
               IF NOT CB-SUPERSEDED
                   IF CB-LAST-SEQ = WS-HIGH-WATER
                       AND CB-ACKNOWLEDGED
                       MOVE CB-END-JR-DATE TO CK-JR-DATE
                       MOVE CB-END-JR-TIME TO CK-JR-TIME
                       MOVE CB-END-JR-SAME TO CK-JR-SAME
                   END-IF
                   IF CB-FIRST-SEQ > WS-HIGH-WATER
                       MOVE 'X' TO CB-STATUS
                       MOVE CDC-BATCH-RECORD TO
                           WS-BATCH-LINE (CB-INDEX)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-HIGH-WATER TO CK-LAST-SEQ-SENT.
           MOVE SPACES TO CDC-EXCEPTION-LINE.
           STRING 'RESENDING FROM SEQUENCE ' WS-HIGH-WATER
               ' - LATER BATCHES SUPERSEDED'
               DELIMITED BY SIZE INTO CDC-EXCEPTION-LINE.
           PERFORM WRITE-EXCEPTION-LINE.

       CHECK-UNACKNOWLEDGED-BATCHES.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-TIME TO WS-CLOCK-TIME.
           COMPUTE WS-NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-INT) * 1440
               + WS-CLOCK-HH * 60 + WS-CLOCK-MM.
           PERFORM VARYING CB-INDEX FROM 1 BY 1
               UNTIL CB-INDEX > WS-BATCH-COUNT
               MOVE WS-BATCH-LINE (CB-INDEX) TO CDC-BATCH-RECORD
               IF CB-SENT
                   MOVE CB-SENT-TIME TO WS-CLOCK-TIME
                   COMPUTE WS-SENT-MINUTES =
                       FUNCTION INTEGER-OF-DATE (CB-SENT-DATE) * 1440
                       + WS-CLOCK-HH * 60 + WS-CLOCK-MM
                   IF WS-NOW-MINUTES - WS-SENT-MINUTES > 1440
                       COMPUTE WS-AGE-HOURS =
                           (WS-NOW-MINUTES - WS-SENT-MINUTES) / 60
                       MOVE SPACES TO CDC-EXCEPTION-LINE
                       STRING 'BATCH ' CB-BATCH-NO ' SENT '
                           CB-SENT-DATE ' NOT ACKNOWLEDGED AFTER '
                           WS-AGE-HOURS ' HOURS'
                           DELIMITED BY SIZE INTO CDC-EXCEPTION-LINE
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
               END-IF
           END-PERFORM.

       EXTRACT-JOURNAL-CHANGES.
           MOVE CK-JR-DATE TO WS-CKPT-DATE.
           MOVE CK-JR-TIME TO WS-CKPT-TIME.
           MOVE CK-JR-SAME TO WS-CKPT-SAME.
           MOVE CK-LAST-SEQ-SENT TO WS-NEXT-SEQ.
           MOVE ZERO TO WS-CURR-KEY.
           MOVE ZERO TO WS-CURR-SAME.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MASTER-JOURNAL.
           IF WS-JOURNAL-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ MASTER-JOURNAL
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM CHECK-ONE-JOURNAL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE MASTER-JOURNAL
           END-IF.
           IF WS-CKPT-KEY NOT = ZERO AND NOT CHECKPOINT-SEEN
               MOVE SPACES TO CDC-EXCEPTION-LINE
               STRING 'LAST CHANGE SENT (' WS-CKPT-DATE ' '
                   WS-CKPT-TIME ') NO LONGER ON STDJRNL.DAT'
                   DELIMITED BY SIZE INTO CDC-EXCEPTION-LINE
               PERFORM WRITE-EXCEPTION-LINE
               MOVE '    - CHECK THE JOURNAL WAS NOT PURGED OR '
                   TO CDC-EXCEPTION-LINE
               MOVE 'RELOADED' TO CDC-EXCEPTION-LINE (43:8)
               WRITE CDC-EXCEPTION-LINE
           END-IF.

       CHECK-ONE-JOURNAL-ENTRY.
           IF JR-DATE = WS-CURR-DATE AND JR-TIME = WS-CURR-TIME
               ADD 1 TO WS-CURR-SAME
           ELSE
               MOVE JR-DATE TO WS-CURR-DATE
               MOVE JR-TIME TO WS-CURR-TIME
               MOVE 1 TO WS-CURR-SAME
           END-IF.
           MOVE 'N' TO WS-NEW-FLAG.
           EVALUATE TRUE
               WHEN WS-CURR-KEY > WS-CKPT-KEY
                   SET CHANGE-NOT-SENT TO TRUE
               WHEN WS-CURR-KEY = WS-CKPT-KEY
                   IF WS-CURR-SAME > WS-CKPT-SAME
                       SET CHANGE-NOT-SENT TO TRUE
                   END-IF
                   IF WS-CURR-SAME = WS-CKPT-SAME
                       SET CHECKPOINT-SEEN TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF CHANGE-NOT-SENT
               IF NOT BATCH-FILE-OPEN
                   PERFORM OPEN-CHANGE-BATCH
               END-IF
               PERFORM WRITE-ONE-CHANGE
           END-IF.

       OPEN-CHANGE-BATCH.
           ADD 1 TO CK-LAST-BATCH-NO.
           MOVE SPACES TO WS-BATCH-FILE-NAME.
           STRING 'CDC' CK-LAST-BATCH-NO '.DAT'
               DELIMITED BY SIZE INTO WS-BATCH-FILE-NAME.
           OPEN OUTPUT CDC-CHANGE-FILE.
           SET BATCH-FILE-OPEN TO TRUE.
           COMPUTE WS-FIRST-SEQ = WS-NEXT-SEQ + 1.

       WRITE-ONE-CHANGE.
           MOVE JR-IMAGE TO STUDENT-DETAILS.
           MOVE SPACES TO CDC-CHANGE-RECORD.
           ADD 1 TO WS-NEXT-SEQ.
           SET CC-DETAIL TO TRUE.
           MOVE CK-LAST-BATCH-NO TO CC-BATCH-NO.
           MOVE WS-NEXT-SEQ TO CC-SEQ-NO.
           MOVE JR-ACTION TO CC-ACTION.
           MOVE JR-DATE TO CC-CHANGE-DATE.
           MOVE JR-TIME TO CC-CHANGE-TIME.
           MOVE STU-NO TO CC-STU-NO.
           MOVE STU-CLASS TO CC-CLASS.
           MOVE STU-SECTION TO CC-SECTION.
           MOVE STU-STATUS TO CC-STATUS.
           EVALUATE TRUE
               WHEN MC-NAME-FULL
                   MOVE STU-NAME TO CC-NAME
               WHEN MC-NAME-INITIALS
                   MOVE STU-NAME-INIT TO CC-NAME (1:1)
                   MOVE '.' TO CC-NAME (2:1)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN MC-PHONE-FULL
                   MOVE STU-PHONE TO CC-PHONE
               WHEN MC-PHONE-MASKED
                   MOVE ALL 'X' TO CC-PHONE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN MC-DOB-FULL
                   MOVE STU-DOB TO CC-DOB
               WHEN MC-DOB-YEAR-ONLY
      * STU-DOB is DD-MM-YYYY - keep only the year.
                   MOVE STU-DOB (7:4) TO CC-DOB (1:4)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF MC-GENDER-FULL
               MOVE STU-GENDER TO CC-GENDER
           END-IF.
           WRITE CDC-CHANGE-RECORD.
           ADD 1 TO WS-SENT-COUNT.

      * The checkpoint only moves past this batch once its trailer
      * is written and the file closed.
       CLOSE-CHANGE-BATCH.
           MOVE SPACES TO CDC-CHANGE-RECORD.
           SET CC-TRAILER TO TRUE.
           MOVE CK-LAST-BATCH-NO TO CC-BATCH-NO.
           MOVE WS-NEXT-SEQ TO CC-SEQ-NO.
           MOVE WS-SENT-COUNT TO CT-RECORD-COUNT.
           MOVE WS-FIRST-SEQ TO CT-FIRST-SEQ.
           MOVE WS-NEXT-SEQ TO CT-LAST-SEQ.
           WRITE CDC-CHANGE-RECORD.
           CLOSE CDC-CHANGE-FILE.
           MOVE 'N' TO WS-BATCH-OPEN-FLAG.
           MOVE SPACES TO CDC-BATCH-RECORD.
           MOVE CK-LAST-BATCH-NO TO CB-BATCH-NO.
           MOVE WS-BATCH-FILE-NAME TO CB-FILE-NAME.
           MOVE WS-RUN-DATE-INT TO CB-SENT-DATE.
           ACCEPT CB-SENT-TIME FROM TIME.
           MOVE WS-FIRST-SEQ TO CB-FIRST-SEQ.
           MOVE WS-NEXT-SEQ TO CB-LAST-SEQ.
           MOVE WS-SENT-COUNT TO CB-RECORD-COUNT.
           MOVE WS-CURR-DATE TO CB-END-JR-DATE.
           MOVE WS-CURR-TIME TO CB-END-JR-TIME.
           MOVE WS-CURR-SAME TO CB-END-JR-SAME.
           MOVE 'S' TO CB-STATUS.
           MOVE ZERO TO CB-ACK-DATE.
           ADD 1 TO WS-BATCH-COUNT.
           SET CB-INDEX TO WS-BATCH-COUNT.
           MOVE CDC-BATCH-RECORD TO WS-BATCH-LINE (CB-INDEX).
           MOVE WS-NEXT-SEQ TO CK-LAST-SEQ-SENT.
           MOVE WS-CURR-DATE TO CK-JR-DATE.
           MOVE WS-CURR-TIME TO CK-JR-TIME.
           MOVE WS-CURR-SAME TO CK-JR-SAME.
           PERFORM WRITE-EXTRACT-LOG.
           MOVE SPACES TO CDC-EXCEPTION-LINE.
           STRING 'BATCH ' CB-BATCH-NO ' WRITTEN TO ' CB-FILE-NAME
               ' SEQ ' CB-FIRST-SEQ ' - ' CB-LAST-SEQ
               DELIMITED BY SIZE INTO CDC-EXCEPTION-LINE.
           WRITE CDC-EXCEPTION-LINE.

       WRITE-EXTRACT-LOG.
           OPEN EXTEND EXTRACT-LOG.
           IF WS-EXTLOG-STATUS NOT = '00'
               OPEN OUTPUT EXTRACT-LOG
           END-IF.
           MOVE WS-RUN-DATE-INT  TO XL-DATE.
           ACCEPT XL-TIME FROM TIME.
           MOVE 'CDCEXTR'        TO XL-OPERATOR-ID.
           MOVE MC-NAME-OPTION   TO XL-NAME-OPT.
           MOVE MC-PHONE-OPTION  TO XL-PHONE-OPT.
           MOVE MC-DOB-OPTION    TO XL-DOB-OPT.
           MOVE MC-GENDER-OPTION TO XL-GENDER-OPT.
           MOVE MC-RECIPIENT     TO XL-RECIPIENT.
           MOVE WS-SENT-COUNT    TO XL-RECORD-COUNT.
           WRITE EXTRACT-LOG-RECORD.
           CLOSE EXTRACT-LOG.

       WRITE-EXCEPTION-HEADING.
           MOVE ALL '=' TO CDC-EXCEPTION-LINE.
           WRITE CDC-EXCEPTION-LINE.
           MOVE SPACES TO CDC-EXCEPTION-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO CDC-EXCEPTION-LINE.
           WRITE CDC-EXCEPTION-LINE.
           MOVE '          PARENT APP CHANGE FEED - EXCEPTIONS' TO
               CDC-EXCEPTION-LINE.
           WRITE CDC-EXCEPTION-LINE.
           MOVE SPACES TO CDC-EXCEPTION-LINE.
           STRING 'RUN DATE : ' WS-RUN-DATE-INT
               '   ACKNOWLEDGED TO SEQ : ' CK-ACKED-SEQ
               DELIMITED BY SIZE INTO CDC-EXCEPTION-LINE.
           WRITE CDC-EXCEPTION-LINE.
           MOVE ALL '-' TO CDC-EXCEPTION-LINE.
           WRITE CDC-EXCEPTION-LINE.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           WRITE CDC-EXCEPTION-LINE.

       WRITE-EXCEPTION-SUMMARY.
           MOVE ALL '-' TO CDC-EXCEPTION-LINE.
           WRITE CDC-EXCEPTION-LINE.
           MOVE SPACES TO CDC-EXCEPTION-LINE.
           STRING 'ACKS READ : ' WS-ACK-COUNT
               '   CHANGES SENT : ' WS-SENT-COUNT
               '   EXCEPTIONS : ' WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO CDC-EXCEPTION-LINE.
           WRITE CDC-EXCEPTION-LINE.
           MOVE SPACES TO CDC-EXCEPTION-LINE.
           STRING 'LAST SEQ SENT : ' CK-LAST-SEQ-SENT
               '   ACKNOWLEDGED TO : ' CK-ACKED-SEQ
               DELIMITED BY SIZE INTO CDC-EXCEPTION-LINE.
           WRITE CDC-EXCEPTION-LINE.
           MOVE ALL '=' TO CDC-EXCEPTION-LINE.
           WRITE CDC-EXCEPTION-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'CDCEXTR'           TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE       TO RL-TERM-CODE.
           MOVE WS-RUN-DATE-INT     TO RL-RUN-DATE.
           MOVE WS-START-TIME       TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-RECORDS-READ     TO RL-RECORDS-READ.
           MOVE WS-SENT-COUNT       TO RL-RECORDS-WRITTEN.
           MOVE WS-EXCEPTION-COUNT  TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE         TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM CDCEXTR.
