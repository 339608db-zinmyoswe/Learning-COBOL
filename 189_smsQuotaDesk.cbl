      ******************************************************************
      * Author:
      * Date:
      * Purpose: SMS quota and tariff desk. Keeps SMSQUOTA.DAT - for
      *          each SMS message category (the SMSTMPL message type)
      *          the department its gateway cost is allocated to, the
      *          number of messages it may send in a calendar month
      *          (zero for no limit) and whether it is urgent - and
      *          the SMSRATE.DAT gateway tariff, the segment size and
      *          rate per segment from an effective date, generally
      *          or for one category. The SMSGATE routine every
      *          sending program calls counts each category's
      *          messages for the month on SMSQUOTA.DAT and, once the
      *          quota is used, holds routine messages on SMSHELD.DAT
      *          instead of sending them. This desk lists the held
      *          messages and lets a supervisor release them to
      *          SMS.FEED (stamped with the supervisor's id and
      *          counted against the category's month) or discard
      *          them, one by one or every held message of a
      *          category. Changing quotas or the tariff needs a
      *          level-2 supervisor. Sign-on is through OPSIGNON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SMSQDESK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT SMS-QUOTA-FILE ASSIGN TO "SMSQUOTA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUOTA-STATUS.
           SELECT SMS-RATE-FILE ASSIGN TO "SMSRATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT SMS-HELD-FILE ASSIGN TO "SMSHELD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT SMS-NOTIFICATION-FEED ASSIGN TO "SMS.FEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
       FILE SECTION.
      *-----------------------
       FD  SMS-QUOTA-FILE.
           COPY SMSQUOTR.

       FD  SMS-RATE-FILE.
           COPY SMSRATER.

       FD  SMS-HELD-FILE.
           COPY SMSHELDR.

       FD  SMS-NOTIFICATION-FEED.
           COPY SMSFEEDR.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-QUOTA-STATUS    PIC X(02) VALUE '00'.
       01 WS-RATE-STATUS     PIC X(02) VALUE '00'.
       01 WS-HELD-STATUS     PIC X(02) VALUE '00'.
       01 WS-FEED-STATUS     PIC X(02) VALUE '00'.
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
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'SMSQDESK'.
       01 WS-TODAY           PIC 9(08).
       01 WS-TODAY-X REDEFINES WS-TODAY.
           05 WS-TODAY-MONTH     PIC 9(06).
           05 FILLER             PIC 9(02).
      * The held line as it would have gone on SMS.FEED.
           COPY SMSFEEDR REPLACING SMS-NOTIFICATION-LINE BY
               SMS-HELD-LINE.
       01 WS-QUOTA-COUNT     PIC 9(03) VALUE ZERO.
       01 WS-QUOTA-FULL-FLAG PIC X(01) VALUE 'N'.
           88 QUOTA-TABLE-FULL VALUE 'Y'.
       01 WS-QUOTA-TABLE.
           05 WS-QUOTA-ENTRY OCCURS 100 TIMES INDEXED BY QU-INDEX.
               10 WS-QUOTA-LINE    PIC X(51).
               10 WS-QUOTA-HELD    PIC 9(05).
       01 WS-FOUND-FLAG      PIC X(01).
           88 ENTRY-FOUND      VALUE 'Y'.
       01 WS-WORK-CATEGORY   PIC X(04).
       01 WS-WORK-DEPARTMENT PIC X(12).
       01 WS-WORK-QUOTA      PIC 9(06).
       01 WS-WORK-CODE       PIC X(01).
       01 WS-WORK-DATE       PIC 9(08).
       01 WS-WORK-CHARS      PIC 9(03).
       01 WS-WORK-RATE       PIC 9(02)V9(04).
       01 WS-WORK-HELD-NO    PIC 9(05).
       01 WS-HELD-NO         PIC 9(05).
       01 WS-HELD-ACTION     PIC X(01).
           88 RELEASE-ACTION   VALUE 'R'.
           88 DISCARD-ACTION   VALUE 'D'.
       01 WS-CONFIRM         PIC X(01).
           88 ACTION-CONFIRMED VALUE 'Y'.
       01 WS-DATEVAL-IN      PIC X(10).
       01 WS-DATE-FORMAT     PIC X(01).
       01 WS-ALLOW-FUTURE    PIC X(01).
       01 WS-DATE-VALID      PIC X(01).
           88 DATE-IS-VALID    VALUE 'Y'.
       01 WS-USED-NOW        PIC 9(06).
       01 WS-LEFT-NOW        PIC 9(06).
       01 WS-ACTED-COUNT     PIC 9(05) VALUE ZERO.
       01 WS-PENDING-COUNT   PIC 9(05) VALUE ZERO.
       01 WS-OTHER-HELD      PIC 9(05) VALUE ZERO.
       01 WS-RPT-QUOTA       PIC ZZZZZ9.
       01 WS-RPT-USED        PIC ZZZZZ9.
       01 WS-RPT-LEFT        PIC ZZZZZ9.
       01 WS-RPT-HELD        PIC ZZZZ9.
       01 WS-RPT-RATE        PIC Z9.9999.
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
           PERFORM UNTIL DONE-WITH-MENU
               DISPLAY ' '
               DISPLAY '1. LIST CATEGORY QUOTAS'
               DISPLAY '2. SET A CATEGORY QUOTA'
               DISPLAY '3. LIST GATEWAY TARIFF'
               DISPLAY '4. ADD A GATEWAY RATE'
               DISPLAY '5. LIST HELD MESSAGES'
               DISPLAY '6. RELEASE HELD MESSAGES'
               DISPLAY '7. DISCARD HELD MESSAGES'
               DISPLAY '9. EXIT'
               DISPLAY 'ENTER CHOICE : '
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM LIST-QUOTAS
                   WHEN 2
                       IF SUPERVISOR-LEVEL
                           PERFORM SET-QUOTA THRU SET-QUOTA-EXIT
                       ELSE
                           DISPLAY 'QUOTA CHANGES REQUIRE SUPERVISOR '
                               'AUTHORITY - SIGNED ON AS LEVEL '
                               WS-AUTH-LEVEL
                       END-IF
                   WHEN 3
                       PERFORM LIST-TARIFF
                   WHEN 4
                       IF SUPERVISOR-LEVEL
                           PERFORM ADD-RATE THRU ADD-RATE-EXIT
                       ELSE
                           DISPLAY 'TARIFF CHANGES REQUIRE SUPERVISOR '
                               'AUTHORITY - SIGNED ON AS LEVEL '
                               WS-AUTH-LEVEL
                       END-IF
                   WHEN 5
                       PERFORM LIST-HELD-MESSAGES
                   WHEN 6
                       IF SUPERVISOR-LEVEL
                           SET RELEASE-ACTION TO TRUE
                           PERFORM ACT-ON-HELD THRU ACT-ON-HELD-EXIT
                       ELSE
                           DISPLAY 'RELEASING REQUIRES SUPERVISOR '
                               'AUTHORITY - SIGNED ON AS LEVEL '
                               WS-AUTH-LEVEL
                       END-IF
                   WHEN 7
                       IF SUPERVISOR-LEVEL
                           SET DISCARD-ACTION TO TRUE
                           PERFORM ACT-ON-HELD THRU ACT-ON-HELD-EXIT
                       ELSE
                           DISPLAY 'DISCARDING REQUIRES SUPERVISOR '
                               'AUTHORITY - SIGNED ON AS LEVEL '
                               WS-AUTH-LEVEL
                       END-IF
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

      * Read fresh for every action - SMSGATE advances the counts
      * while the desk is open.
       LOAD-QUOTA-TABLE.
           MOVE ZERO TO WS-QUOTA-COUNT.
           MOVE 'N' TO WS-QUOTA-FULL-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SMS-QUOTA-FILE.
           IF WS-QUOTA-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SMS-QUOTA-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-QUOTA-COUNT < 100
                               ADD 1 TO WS-QUOTA-COUNT
                               SET QU-INDEX TO WS-QUOTA-COUNT
                               MOVE SMS-QUOTA-RECORD TO
                                   WS-QUOTA-LINE (QU-INDEX)
                               MOVE ZERO TO WS-QUOTA-HELD (QU-INDEX)
                           ELSE
                               SET QUOTA-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SMS-QUOTA-FILE
           END-IF.
           IF QUOTA-TABLE-FULL
               DISPLAY 'SMSQUOTA.DAT EXCEEDS THE 100-CATEGORY TABLE - '
                   'NO QUOTA CAN BE CHANGED'
           END-IF.

      * A partly loaded file is never written back.
       REWRITE-QUOTA-FILE.
           OPEN OUTPUT SMS-QUOTA-FILE.
           PERFORM VARYING QU-INDEX FROM 1 BY 1
               UNTIL QU-INDEX > WS-QUOTA-COUNT
               MOVE WS-QUOTA-LINE (QU-INDEX) TO SMS-QUOTA-RECORD
               WRITE SMS-QUOTA-RECORD
           END-PERFORM.
           CLOSE SMS-QUOTA-FILE.

      * Leaves the category in SMS-QUOTA-RECORD and QU-INDEX on it.
       FIND-CATEGORY.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING QU-INDEX FROM 1 BY 1
               UNTIL QU-INDEX > WS-QUOTA-COUNT OR ENTRY-FOUND
               MOVE WS-QUOTA-LINE (QU-INDEX) TO SMS-QUOTA-RECORD
               IF SQU-CATEGORY = WS-WORK-CATEGORY
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET QU-INDEX DOWN BY 1
           END-IF.

      * A count from an earlier month is this month's zero.
       WORK-OUT-USED-NOW.
           MOVE ZERO TO WS-USED-NOW.
           MOVE ZERO TO WS-LEFT-NOW.
           IF SQU-USED-MONTH = WS-TODAY-MONTH
               MOVE SQU-USED-COUNT TO WS-USED-NOW
           END-IF.
           IF SQU-MONTHLY-QUOTA > WS-USED-NOW
               COMPUTE WS-LEFT-NOW = SQU-MONTHLY-QUOTA - WS-USED-NOW
           END-IF.

       LIST-QUOTAS.
           PERFORM LOAD-QUOTA-TABLE.
           MOVE ZERO TO WS-OTHER-HELD.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SMS-HELD-FILE.
           IF WS-HELD-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SMS-HELD-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF SH-PENDING
                               PERFORM COUNT-HELD-FOR-CATEGORY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SMS-HELD-FILE
           END-IF.
           DISPLAY 'SMS QUOTAS FOR ' WS-TODAY-MONTH.
           DISPLAY 'CAT  DEPARTMENT    QUOTA   USED   LEFT '
               'URGENT  HELD'.
           PERFORM VARYING QU-INDEX FROM 1 BY 1
               UNTIL QU-INDEX > WS-QUOTA-COUNT
               MOVE WS-QUOTA-LINE (QU-INDEX) TO SMS-QUOTA-RECORD
               PERFORM WORK-OUT-USED-NOW
               MOVE SQU-MONTHLY-QUOTA TO WS-RPT-QUOTA
               MOVE WS-USED-NOW TO WS-RPT-USED
               MOVE WS-LEFT-NOW TO WS-RPT-LEFT
               MOVE WS-QUOTA-HELD (QU-INDEX) TO WS-RPT-HELD
               IF SQU-MONTHLY-QUOTA = ZERO
                   DISPLAY SQU-CATEGORY ' ' SQU-DEPARTMENT '   NONE '
                       WS-RPT-USED '      -   ' SQU-URGENT-FLAG '   '
                       WS-RPT-HELD
               ELSE
                   DISPLAY SQU-CATEGORY ' ' SQU-DEPARTMENT ' '
                       WS-RPT-QUOTA ' ' WS-RPT-USED ' ' WS-RPT-LEFT
                       '   ' SQU-URGENT-FLAG '   ' WS-RPT-HELD
               END-IF
           END-PERFORM.
           DISPLAY 'CATEGORIES : ' WS-QUOTA-COUNT
               '   (A CATEGORY NOT LISTED HAS NO LIMIT)'.
           IF WS-OTHER-HELD > ZERO
               DISPLAY 'HELD FOR CATEGORIES NO LONGER LISTED : '
                   WS-OTHER-HELD
           END-IF.

       COUNT-HELD-FOR-CATEGORY.
           MOVE SH-LINE TO SMS-HELD-LINE.
           MOVE SMS-CATEGORY IN SMS-HELD-LINE TO WS-WORK-CATEGORY.
           PERFORM FIND-CATEGORY.
           IF ENTRY-FOUND
               ADD 1 TO WS-QUOTA-HELD (QU-INDEX)
           ELSE
               ADD 1 TO WS-OTHER-HELD
           END-IF.

       SET-QUOTA.
           PERFORM LOAD-QUOTA-TABLE.
           IF QUOTA-TABLE-FULL
               GO TO SET-QUOTA-EXIT
           END-IF.
           DISPLAY 'ENTER MESSAGE CATEGORY (SMS TEMPLATE TYPE) : '.
           MOVE SPACES TO WS-WORK-CATEGORY.
           ACCEPT WS-WORK-CATEGORY.
           IF WS-WORK-CATEGORY = SPACES
               DISPLAY 'CATEGORY IS REQUIRED'
               GO TO SET-QUOTA-EXIT
           END-IF.
           PERFORM FIND-CATEGORY.
           IF ENTRY-FOUND
               PERFORM WORK-OUT-USED-NOW
               DISPLAY 'NOW : ' SQU-DEPARTMENT ' QUOTA '
                   SQU-MONTHLY-QUOTA ' USED ' WS-USED-NOW ' URGENT '
                   SQU-URGENT-FLAG
           ELSE
               IF WS-QUOTA-COUNT >= 100
                   DISPLAY 'CATEGORY TABLE FULL, NO CATEGORY CAN BE '
                       'ADDED'
                   GO TO SET-QUOTA-EXIT
               END-IF
               MOVE SPACES TO SMS-QUOTA-RECORD
               MOVE WS-WORK-CATEGORY TO SQU-CATEGORY
               MOVE ZERO TO SQU-MONTHLY-QUOTA SQU-USED-MONTH
                   SQU-USED-COUNT
               MOVE 'N' TO SQU-URGENT-FLAG
               DISPLAY 'NEW CATEGORY ' WS-WORK-CATEGORY
           END-IF.
           DISPLAY 'DEPARTMENT TO CHARGE (BLANK = UNCHANGED) : '.
           MOVE SPACES TO WS-WORK-DEPARTMENT.
           ACCEPT WS-WORK-DEPARTMENT.
           IF WS-WORK-DEPARTMENT NOT = SPACES
               MOVE WS-WORK-DEPARTMENT TO SQU-DEPARTMENT
           END-IF.
           IF SQU-DEPARTMENT = SPACES
               DISPLAY 'DEPARTMENT IS REQUIRED - NOTHING SAVED'
               GO TO SET-QUOTA-EXIT
           END-IF.
           DISPLAY 'MESSAGES A MONTH (0 = NO LIMIT) : '.
           MOVE ZERO TO WS-WORK-QUOTA.
           ACCEPT WS-WORK-QUOTA.
           DISPLAY 'URGENT - NEVER HELD (Y/N) : '.
           MOVE SPACE TO WS-WORK-CODE.
           ACCEPT WS-WORK-CODE.
           IF WS-WORK-CODE NOT = 'Y' AND WS-WORK-CODE NOT = 'N'
               DISPLAY 'MUST BE Y OR N - NOTHING SAVED'
               GO TO SET-QUOTA-EXIT
           END-IF.
      * Re-read so that messages counted meanwhile are kept.
           MOVE SQU-DEPARTMENT TO WS-WORK-DEPARTMENT.
           PERFORM LOAD-QUOTA-TABLE.
           IF QUOTA-TABLE-FULL
               GO TO SET-QUOTA-EXIT
           END-IF.
           PERFORM FIND-CATEGORY.
           IF NOT ENTRY-FOUND
               MOVE SPACES TO SMS-QUOTA-RECORD
               MOVE WS-WORK-CATEGORY TO SQU-CATEGORY
               MOVE ZERO TO SQU-USED-MONTH SQU-USED-COUNT
               ADD 1 TO WS-QUOTA-COUNT
               SET QU-INDEX TO WS-QUOTA-COUNT
           END-IF.
           MOVE WS-WORK-DEPARTMENT TO SQU-DEPARTMENT.
           MOVE WS-WORK-QUOTA TO SQU-MONTHLY-QUOTA.
           MOVE WS-WORK-CODE TO SQU-URGENT-FLAG.
           MOVE WS-OPERATOR-ID TO SQU-CHANGED-BY.
           MOVE WS-TODAY TO SQU-CHANGED-DATE.
           MOVE SMS-QUOTA-RECORD TO WS-QUOTA-LINE (QU-INDEX).
           PERFORM REWRITE-QUOTA-FILE.
           DISPLAY 'QUOTA SAVED FOR ' WS-WORK-CATEGORY.
       SET-QUOTA-EXIT.
           EXIT.

       LIST-TARIFF.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SMS-RATE-FILE.
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'NO GATEWAY TARIFF ON FILE - EVERY MESSAGE IS '
                   'COUNTED AS 160 CHARACTERS A SEGMENT AT NO COST'
           ELSE
               DISPLAY 'EFFECTIVE CAT  CHARS/SEGMENT  RATE/SEGMENT  BY'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SMS-RATE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           MOVE SR-SEGMENT-RATE TO WS-RPT-RATE
                           IF SR-CATEGORY = SPACES
                               DISPLAY SR-EFFECTIVE-DATE '  ALL  '
                                   SR-SEGMENT-CHARS '            '
                                   WS-RPT-RATE '       ' SR-CHANGED-BY
                           ELSE
                               DISPLAY SR-EFFECTIVE-DATE '  '
                                   SR-CATEGORY ' ' SR-SEGMENT-CHARS
                                   '            ' WS-RPT-RATE
                                   '       ' SR-CHANGED-BY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SMS-RATE-FILE
           END-IF.

       ADD-RATE.
           DISPLAY 'EFFECTIVE FROM (YYYYMMDD) : '.
           MOVE ZERO TO WS-WORK-DATE.
           ACCEPT WS-WORK-DATE.
           MOVE SPACES TO WS-DATEVAL-IN.
           MOVE WS-WORK-DATE TO WS-DATEVAL-IN(1:8).
           MOVE 'Y' TO WS-DATE-FORMAT.
           MOVE 'Y' TO WS-ALLOW-FUTURE.
           CALL 'DATEVAL' USING WS-DATEVAL-IN WS-DATE-FORMAT
               WS-ALLOW-FUTURE WS-DATE-VALID.
           IF NOT DATE-IS-VALID
               DISPLAY 'INVALID DATE - RATE NOT ADDED'
               GO TO ADD-RATE-EXIT
           END-IF.
           DISPLAY 'CATEGORY (BLANK = GENERAL RATE) : '.
           MOVE SPACES TO WS-WORK-CATEGORY.
           ACCEPT WS-WORK-CATEGORY.
           DISPLAY 'CHARACTERS A SEGMENT (0 = 160) : '.
           MOVE ZERO TO WS-WORK-CHARS.
           ACCEPT WS-WORK-CHARS.
           IF WS-WORK-CHARS = ZERO
               MOVE 160 TO WS-WORK-CHARS
           END-IF.
           DISPLAY 'RATE PER SEGMENT : '.
           MOVE ZERO TO WS-WORK-RATE.
           ACCEPT WS-WORK-RATE.
           MOVE WS-WORK-RATE TO WS-RPT-RATE.
           DISPLAY 'ADD ' WS-RPT-RATE ' A SEGMENT OF ' WS-WORK-CHARS
               ' FROM ' WS-WORK-DATE ' (Y/N) : '.
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF NOT ACTION-CONFIRMED
               DISPLAY 'RATE NOT ADDED'
               GO TO ADD-RATE-EXIT
           END-IF.
           OPEN EXTEND SMS-RATE-FILE.
           IF WS-RATE-STATUS NOT = '00'
               OPEN OUTPUT SMS-RATE-FILE
           END-IF.
           MOVE SPACES TO SMS-RATE-RECORD.
           MOVE WS-WORK-DATE TO SR-EFFECTIVE-DATE.
           MOVE WS-WORK-CATEGORY TO SR-CATEGORY.
           MOVE WS-WORK-CHARS TO SR-SEGMENT-CHARS.
           MOVE WS-WORK-RATE TO SR-SEGMENT-RATE.
           MOVE WS-OPERATOR-ID TO SR-CHANGED-BY.
           WRITE SMS-RATE-RECORD.
           CLOSE SMS-RATE-FILE.
           DISPLAY 'RATE ADDED'.
       ADD-RATE-EXIT.
           EXIT.

      * A held message is known by its place on SMSHELD.DAT.
       LIST-HELD-MESSAGES.
           MOVE ZERO TO WS-HELD-NO.
           MOVE ZERO TO WS-PENDING-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SMS-HELD-FILE.
           IF WS-HELD-STATUS = '00'
               DISPLAY 'NO.   HELD ON  PROGRAM  CAT  STU   PHONE'
                   '        REASON'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SMS-HELD-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HELD-NO
                           IF SH-PENDING
                               ADD 1 TO WS-PENDING-COUNT
                               PERFORM SHOW-HELD-MESSAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SMS-HELD-FILE
           END-IF.
           DISPLAY 'MESSAGES HELD : ' WS-PENDING-COUNT.

       SHOW-HELD-MESSAGE.
           MOVE SH-LINE TO SMS-HELD-LINE.
           DISPLAY WS-HELD-NO ' ' SH-HELD-DATE ' '
               SMS-PROGRAM-ID IN SMS-HELD-LINE ' '
               SMS-CATEGORY IN SMS-HELD-LINE ' '
               SMS-STU-NO IN SMS-HELD-LINE ' '
               SMS-PHONE IN SMS-HELD-LINE ' '
               SMS-REASON IN SMS-HELD-LINE.

      * Release or discard one held message by its number, or every
      * held message of one category.
       ACT-ON-HELD.
           DISPLAY 'ENTER HELD NO (0 = EVERY HELD MESSAGE OF A '
               'CATEGORY) : '.
           MOVE ZERO TO WS-WORK-HELD-NO.
           ACCEPT WS-WORK-HELD-NO.
           MOVE SPACES TO WS-WORK-CATEGORY.
           IF WS-WORK-HELD-NO = ZERO
               DISPLAY 'ENTER MESSAGE CATEGORY : '
               ACCEPT WS-WORK-CATEGORY
               IF WS-WORK-CATEGORY = SPACES
                   DISPLAY 'CATEGORY IS REQUIRED'
                   GO TO ACT-ON-HELD-EXIT
               END-IF
           END-IF.
           IF RELEASE-ACTION
               DISPLAY 'RELEASE TO SMS.FEED FOR SENDING (Y/N) : '
           ELSE
               DISPLAY 'DISCARD - THE MESSAGE WILL NOT BE SENT (Y/N) : '
           END-IF.
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF NOT ACTION-CONFIRMED
               DISPLAY 'NOTHING DONE'
               GO TO ACT-ON-HELD-EXIT
           END-IF.
           MOVE ZERO TO WS-HELD-NO.
           MOVE ZERO TO WS-ACTED-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN I-O SMS-HELD-FILE.
           IF WS-HELD-STATUS NOT = '00'
               DISPLAY 'NO MESSAGES HELD'
               GO TO ACT-ON-HELD-EXIT
           END-IF.
           IF RELEASE-ACTION
               OPEN EXTEND SMS-NOTIFICATION-FEED
               IF WS-FEED-STATUS NOT = '00'
                   OPEN OUTPUT SMS-NOTIFICATION-FEED
               END-IF
           END-IF.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ SMS-HELD-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HELD-NO
                       PERFORM ACT-ON-ONE-HELD
               END-READ
           END-PERFORM.
           CLOSE SMS-HELD-FILE.
           IF RELEASE-ACTION
               CLOSE SMS-NOTIFICATION-FEED
               IF WS-ACTED-COUNT > ZERO
                   PERFORM COUNT-RELEASED-AGAINST-QUOTA
               END-IF
               DISPLAY 'MESSAGES RELEASED TO SMS.FEED : '
                   WS-ACTED-COUNT
           ELSE
               DISPLAY 'MESSAGES DISCARDED : ' WS-ACTED-COUNT
           END-IF.
       ACT-ON-HELD-EXIT.
           EXIT.

       ACT-ON-ONE-HELD.
           IF NOT SH-PENDING
               IF WS-HELD-NO = WS-WORK-HELD-NO
                   DISPLAY 'HELD NO ' WS-HELD-NO ' WAS ALREADY '
                       'RELEASED OR DISCARDED BY ' SH-ACTION-BY
                       ' ON ' SH-ACTION-DATE
               END-IF
           ELSE
               MOVE SH-LINE TO SMS-HELD-LINE
               IF WS-HELD-NO = WS-WORK-HELD-NO
                   OR (WS-WORK-HELD-NO = ZERO AND
                       SMS-CATEGORY IN SMS-HELD-LINE = WS-WORK-CATEGORY)
                   IF RELEASE-ACTION
                       MOVE SMS-HELD-LINE TO SMS-NOTIFICATION-LINE
                       MOVE WS-OPERATOR-ID TO
                           SMS-RELEASED-BY IN SMS-NOTIFICATION-LINE
                       WRITE SMS-NOTIFICATION-LINE
                       MOVE SMS-CATEGORY IN SMS-HELD-LINE TO
                           WS-WORK-CATEGORY
                       SET SH-RELEASED TO TRUE
                   ELSE
                       SET SH-DISCARDED TO TRUE
                   END-IF
                   MOVE WS-OPERATOR-ID TO SH-ACTION-BY
                   MOVE WS-TODAY TO SH-ACTION-DATE
                   REWRITE SMS-HELD-RECORD
                   ADD 1 TO WS-ACTED-COUNT
               END-IF
           END-IF.

      * Released messages go over the quota but still count as the
      * category's traffic for the month.
       COUNT-RELEASED-AGAINST-QUOTA.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN I-O SMS-QUOTA-FILE.
           IF WS-QUOTA-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SMS-QUOTA-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF SQU-CATEGORY = WS-WORK-CATEGORY
                               IF SQU-USED-MONTH NOT = WS-TODAY-MONTH
                                   MOVE WS-TODAY-MONTH TO
                                       SQU-USED-MONTH
                                   MOVE ZERO TO SQU-USED-COUNT
                               END-IF
                               ADD WS-ACTED-COUNT TO SQU-USED-COUNT
                               REWRITE SMS-QUOTA-RECORD
                               SET END-OF-CURRENT-FILE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SMS-QUOTA-FILE
           END-IF.
      ** add other procedures here
       END PROGRAM SMSQDESK.
