      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared SMS quota gate. Every program that writes
      *          SMS.FEED moves its program id and the message type
      *          it asked SMSTEXT for into SMS-PROGRAM-ID and
      *          SMS-CATEGORY and calls this routine with the line
      *          just before the WRITE. The line is tagged with the
      *          gateway segments its text will be billed for (from
      *          the SMSRATE.DAT tariff in force today, 160
      *          characters a segment when there is none) and with
      *          its priority - urgent when the category is marked
      *          urgent on SMSQUOTA.DAT or the caller has already
      *          marked the line urgent, routine otherwise. The
      *          category's count for the month on SMSQUOTA.DAT is
      *          advanced for each message passed. Once a category
      *          has used its monthly quota a routine message is not
      *          passed: it is written to SMSHELD.DAT for a
      *          supervisor to release or discard on SMSQDESK and the
      *          caller is answered SG-HELD. Urgent messages and
      *          categories with no quota are always passed. The
      *          tariff is read once per run; the quota row is read
      *          and rewritten for every message so that desks and
      *          batch jobs sending at the same time share one count.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SMSGATE.
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
           SELECT SMS-HELD-FILE ASSIGN TO "SMSHELD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT SMS-RATE-FILE ASSIGN TO "SMSRATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
       FILE SECTION.
      *-----------------------
       FD  SMS-QUOTA-FILE.
           COPY SMSQUOTR.

       FD  SMS-HELD-FILE.
           COPY SMSHELDR.

       FD  SMS-RATE-FILE.
           COPY SMSRATER.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-QUOTA-STATUS    PIC X(02) VALUE '00'.
       01 WS-HELD-STATUS     PIC X(02) VALUE '00'.
       01 WS-RATE-STATUS     PIC X(02) VALUE '00'.
       01 WS-LOADED-FLAG     PIC X(01) VALUE 'N'.
           88 TARIFF-LOADED    VALUE 'Y'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-FILE      VALUE 'Y'.
       01 WS-FOUND-FLAG      PIC X(01) VALUE 'N'.
           88 CATEGORY-FOUND   VALUE 'Y'.
       01 WS-TODAY           PIC 9(08).
       01 WS-TODAY-X REDEFINES WS-TODAY.
           05 WS-TODAY-MONTH     PIC 9(06).
           05 FILLER             PIC 9(02).
      * Segment size in force today - the general rate and up to 50
      * category rates, each the latest effective on or before today.
       01 WS-GENERAL-CHARS   PIC 9(03) VALUE ZERO.
       01 WS-GENERAL-DATE    PIC 9(08) VALUE ZERO.
       01 WS-CAT-RATE-COUNT  PIC 9(02) VALUE ZERO.
       01 WS-CAT-RATE-TABLE.
           05 WS-CR-ENTRY OCCURS 50 TIMES INDEXED BY CR-INDEX.
               10 WS-CR-CATEGORY     PIC X(04).
               10 WS-CR-DATE         PIC 9(08).
               10 WS-CR-CHARS        PIC 9(03).
       01 WS-SEGMENT-CHARS   PIC 9(03) VALUE ZERO.
       01 WS-TEXT-LENGTH     PIC 9(03) VALUE ZERO.
       01 WS-SEGMENTS        PIC 9(03) VALUE ZERO.
       01 WS-NEW-MONTH-FLAG  PIC X(01) VALUE 'N'.
           88 NEW-QUOTA-MONTH  VALUE 'Y'.
      *-----------------------
       LINKAGE SECTION.
      *-----------------------
           COPY SMSFEEDR.
           COPY SMSGATER.
      *-----------------------
       PROCEDURE DIVISION USING SMS-NOTIFICATION-LINE SMS-GATE-ANSWER.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF NOT TARIFF-LOADED
               PERFORM LOAD-TARIFF
               SET TARIFF-LOADED TO TRUE
           END-IF.
           SET SG-SEND TO TRUE.
           MOVE ZERO TO SG-QUOTA-LEFT.
           MOVE SPACES TO SMS-RELEASED-BY.
           IF NOT SMS-URGENT
               SET SMS-ROUTINE TO TRUE
           END-IF.
           PERFORM COUNT-SEGMENTS.
           PERFORM APPLY-CATEGORY-QUOTA.
           IF SG-HELD
               PERFORM HOLD-MESSAGE
           END-IF.
           GOBACK.

       LOAD-TARIFF.
           MOVE ZERO TO WS-GENERAL-CHARS.
           MOVE ZERO TO WS-GENERAL-DATE.
           MOVE ZERO TO WS-CAT-RATE-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SMS-RATE-FILE.
           IF WS-RATE-STATUS = '00'
               PERFORM UNTIL END-OF-FILE
                   READ SMS-RATE-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF SR-EFFECTIVE-DATE NOT > WS-TODAY
                               AND SR-SEGMENT-CHARS > ZERO
                               PERFORM STORE-TARIFF-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SMS-RATE-FILE
           END-IF.

       STORE-TARIFF-ROW.
           IF SR-CATEGORY = SPACES
               IF SR-EFFECTIVE-DATE NOT < WS-GENERAL-DATE
                   MOVE SR-EFFECTIVE-DATE TO WS-GENERAL-DATE
                   MOVE SR-SEGMENT-CHARS TO WS-GENERAL-CHARS
               END-IF
           ELSE
               MOVE 'N' TO WS-FOUND-FLAG
               PERFORM VARYING CR-INDEX FROM 1 BY 1
                   UNTIL CR-INDEX > WS-CAT-RATE-COUNT
                       OR CATEGORY-FOUND
                   IF WS-CR-CATEGORY (CR-INDEX) = SR-CATEGORY
                       MOVE 'Y' TO WS-FOUND-FLAG
                       IF SR-EFFECTIVE-DATE NOT < WS-CR-DATE (CR-INDEX)
                           MOVE SR-EFFECTIVE-DATE TO
                               WS-CR-DATE (CR-INDEX)
                           MOVE SR-SEGMENT-CHARS TO
                               WS-CR-CHARS (CR-INDEX)
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT CATEGORY-FOUND AND WS-CAT-RATE-COUNT < 50
                   ADD 1 TO WS-CAT-RATE-COUNT
                   SET CR-INDEX TO WS-CAT-RATE-COUNT
                   MOVE SR-CATEGORY TO WS-CR-CATEGORY (CR-INDEX)
                   MOVE SR-EFFECTIVE-DATE TO WS-CR-DATE (CR-INDEX)
                   MOVE SR-SEGMENT-CHARS TO WS-CR-CHARS (CR-INDEX)
               END-IF
           END-IF.

      * Segments = the text length over the segment size, rounded up.
       COUNT-SEGMENTS.
           MOVE WS-GENERAL-CHARS TO WS-SEGMENT-CHARS.
           PERFORM VARYING CR-INDEX FROM 1 BY 1
               UNTIL CR-INDEX > WS-CAT-RATE-COUNT
               IF WS-CR-CATEGORY (CR-INDEX) = SMS-CATEGORY
                   MOVE WS-CR-CHARS (CR-INDEX) TO WS-SEGMENT-CHARS
               END-IF
           END-PERFORM.
           IF WS-SEGMENT-CHARS = ZERO
               MOVE 160 TO WS-SEGMENT-CHARS
           END-IF.
           MOVE 160 TO WS-TEXT-LENGTH.
           PERFORM UNTIL WS-TEXT-LENGTH = ZERO
               OR SMS-TEXT (WS-TEXT-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TEXT-LENGTH
           END-PERFORM.
           COMPUTE WS-SEGMENTS =
               (WS-TEXT-LENGTH + WS-SEGMENT-CHARS - 1)
                   / WS-SEGMENT-CHARS.
           IF WS-SEGMENTS = ZERO
               MOVE 1 TO WS-SEGMENTS
           END-IF.
           IF WS-SEGMENTS > 9
               MOVE 9 TO WS-SEGMENTS
           END-IF.
           MOVE WS-SEGMENTS TO SMS-SEGMENTS.

      * With no SMSQUOTA.DAT or no row for the category the message
      * is passed without a limit.
       APPLY-CATEGORY-QUOTA.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN I-O SMS-QUOTA-FILE.
           IF WS-QUOTA-STATUS = '00'
               PERFORM UNTIL END-OF-FILE
                   READ SMS-QUOTA-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF SQU-CATEGORY = SMS-CATEGORY
                               MOVE 'Y' TO WS-FOUND-FLAG
                               SET END-OF-FILE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               IF CATEGORY-FOUND
                   PERFORM CHARGE-CATEGORY-QUOTA
               END-IF
               CLOSE SMS-QUOTA-FILE
           END-IF.

       CHARGE-CATEGORY-QUOTA.
           IF SQU-URGENT
               SET SMS-URGENT TO TRUE
           END-IF.
           MOVE 'N' TO WS-NEW-MONTH-FLAG.
           IF SQU-USED-MONTH NOT = WS-TODAY-MONTH
               MOVE WS-TODAY-MONTH TO SQU-USED-MONTH
               MOVE ZERO TO SQU-USED-COUNT
               MOVE 'Y' TO WS-NEW-MONTH-FLAG
           END-IF.
           IF SMS-ROUTINE AND SQU-MONTHLY-QUOTA > ZERO
               AND SQU-USED-COUNT NOT < SQU-MONTHLY-QUOTA
               SET SG-HELD TO TRUE
               IF NEW-QUOTA-MONTH
                   REWRITE SMS-QUOTA-RECORD
               END-IF
           ELSE
               IF SQU-USED-COUNT < 999999
                   ADD 1 TO SQU-USED-COUNT
               END-IF
               REWRITE SMS-QUOTA-RECORD
               IF SQU-USED-COUNT < SQU-MONTHLY-QUOTA
                   COMPUTE SG-QUOTA-LEFT =
                       SQU-MONTHLY-QUOTA - SQU-USED-COUNT
               END-IF
           END-IF.

       HOLD-MESSAGE.
           OPEN EXTEND SMS-HELD-FILE.
           IF WS-HELD-STATUS NOT = '00'
               OPEN OUTPUT SMS-HELD-FILE
           END-IF.
           MOVE SPACES TO SMS-HELD-RECORD.
           MOVE WS-TODAY TO SH-HELD-DATE.
           SET SH-PENDING TO TRUE.
           MOVE ZERO TO SH-ACTION-DATE.
           MOVE SMS-NOTIFICATION-LINE TO SH-LINE.
           WRITE SMS-HELD-RECORD.
           CLOSE SMS-HELD-FILE.
      ** add other procedures here
       END PROGRAM SMSGATE.
