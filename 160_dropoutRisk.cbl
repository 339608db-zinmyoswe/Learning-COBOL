      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly dropout-risk early-warning score. Brings
      *          together what each subsystem only flags on its own:
      *          the attendance trend on ATTDAILY.DAT (the recent
      *          window against the window before it, on-duty days
      *          at an event counting as attended), the
      *          term-on-term percentage drop on TERMLOG.DAT, the age
      *          of the oldest unpaid charge on FEELEDGR.DAT, the
      *          DISCIPLN.DAT incidents in the look-back window
      *          (weighted by severity) and the guardian non-contact
      *          list SMSFEED leaves on NOCONTCT.DAT. Each factor is
      *          scored 0-100 on the scales on the RISKPARM.DAT card
      *          and the card's weights combine them into one score
      *          per active STU-NO. Every score is appended to the
      *          RISKHIST.DAT history; students at or above the
      *          card's watch score are printed to RISKWTCH.RPT as a
      *          ranked watch-list per class-section headed by the
      *          CLSTCHR.DAT class teacher, each beside the previous
      *          run's score, and students who were on the last list
      *          but have dropped below it are printed as off the
      *          list. A run date already scored is not scored again.
      *          Ends RC 4 when anyone is on the watch-list and logs
      *          to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RISKSCOR.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT RISK-PARAMETER-FILE ASSIGN TO "RISKPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RISKPARM-STATUS.
           SELECT RISK-HISTORY-FILE ASSIGN TO "RISKHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RISKHIST-STATUS.
           SELECT STUDENT-MASTER-IN ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT DAILY-ATTENDANCE ASSIGN TO "ATTDAILY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAILY-STATUS.
           SELECT TERM-LOG ASSIGN TO "TERMLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT FEE-LEDGER ASSIGN TO "FEELEDGR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT DISCIPLINE-FILE ASSIGN TO "DISCIPLN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISCIPLN-STATUS.
           SELECT NO-CONTACT-LIST ASSIGN TO "NOCONTCT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOCONTCT-STATUS.
           SELECT CLASS-TEACHER-FILE ASSIGN TO "CLSTCHR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLSTCHR-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT RISK-WATCH-REPORT ASSIGN TO "RISKWTCH.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.TMP".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  RISK-PARAMETER-FILE.
       01 RISK-PARAMETER-RECORD.
           05 RP-ATTEND-WEIGHT   PIC 9(02).
           05 RP-MARKS-WEIGHT    PIC 9(02).
           05 RP-FEES-WEIGHT     PIC 9(02).
           05 RP-CONDUCT-WEIGHT  PIC 9(02).
           05 RP-CONTACT-WEIGHT  PIC 9(02).
           05 RP-WATCH-SCORE     PIC 9(03).
           05 RP-ATTEND-WINDOW   PIC 9(03).
           05 RP-MARKS-DROP-FULL PIC 9(02).
           05 RP-FEES-DAYS-FULL  PIC 9(03).
           05 RP-CONDUCT-WINDOW  PIC 9(03).
           05 RP-CONDUCT-FULL    PIC 9(02).

       FD  RISK-HISTORY-FILE.
           COPY RISKHSTR.

       FD  STUDENT-MASTER-IN.
           COPY STDRECD.

       FD  DAILY-ATTENDANCE.
       01 DAILY-ATTENDANCE-RECORD.
           05 AD-ATT-DATE     PIC 9(08).
           05 AD-CLASS        PIC 9(02).
           05 AD-SECTION      PIC X(01).
           05 AD-STU-NO       PIC 9(05).
           05 AD-PRESENT      PIC X(01).
               88 AD-WAS-PRESENT  VALUE 'P' 'L'.
               88 AD-WAS-LATE     VALUE 'L'.
               88 AD-RELEASED     VALUE 'R'.
               88 AD-RELEASE-MARKER VALUE 'G'.
               88 AD-ON-DUTY      VALUE 'D'.
           05 AD-PERIOD       PIC 9(02).
               88 AD-WHOLE-DAY    VALUE 00.

       FD  TERM-LOG.
       01 TERM-LOG-LINE.
           05 LOG-STU-NO        PIC 9(05).
           05 LOG-TERM-NO       PIC 9(02).
           05 LOG-PERCENT       PIC 9(03)V9(02).

       FD  FEE-LEDGER.
           COPY FEELEDGR.

       FD  DISCIPLINE-FILE.
           COPY DISCIPLR.

       FD  NO-CONTACT-LIST.
       01 NO-CONTACT-LINE.
           05 NC-STU-NO        PIC 9(05).
           05 FILLER           PIC X(02).
           05 NC-REASON        PIC X(30).

       FD  CLASS-TEACHER-FILE.
       01 CLASS-TEACHER-RECORD.
           05 CT-CLASS        PIC 9(02).
           05 CT-SECTION      PIC X(01).
           05 CT-TEACHER-ID   PIC 9(04).
           05 CT-TEACHER-NAME PIC X(15).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  RISK-WATCH-REPORT.
       01 RISK-WATCH-LINE PIC X(72).

       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-CLASS          PIC 9(02).
           05 SW-SECTION        PIC X(01).
           05 SW-SCORE          PIC 9(03).
           05 SW-STU-NO         PIC 9(05).
           05 SW-STU-NAME       PIC X(15).
           05 SW-ATTEND-FACTOR  PIC 9(03).
           05 SW-MARKS-FACTOR   PIC 9(03).
           05 SW-FEES-FACTOR    PIC 9(03).
           05 SW-CONDUCT-FACTOR PIC 9(03).
           05 SW-CONTACT-FACTOR PIC 9(03).
           05 SW-PREV-SCORE     PIC 9(03).
           05 SW-PREV-FOUND     PIC X(01).
               88 SW-HAS-PREVIOUS   VALUE 'Y'.
           05 SW-PREV-WATCH     PIC X(01).
               88 SW-WAS-ON-WATCH   VALUE 'Y'.
           05 SW-WATCH-FLAG     PIC X(01).
               88 SW-ON-WATCH       VALUE 'Y'.

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-RISKPARM-STATUS PIC X(02) VALUE '00'.
       01 WS-RISKHIST-STATUS PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-DAILY-STATUS    PIC X(02) VALUE '00'.
       01 WS-LOG-STATUS      PIC X(02) VALUE '00'.
       01 WS-LEDGER-STATUS   PIC X(02) VALUE '00'.
       01 WS-DISCIPLN-STATUS PIC X(02) VALUE '00'.
       01 WS-NOCONTCT-STATUS PIC X(02) VALUE '00'.
       01 WS-CLSTCHR-STATUS  PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-SORT-EOF-FLAG   PIC X(01) VALUE 'N'.
           88 END-OF-SORTED-FILE VALUE 'Y'.
       01 WS-PARM-FLAG       PIC X(01) VALUE 'N'.
           88 PARM-CARD-FOUND  VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08) VALUE ZERO.
       01 WS-RUN-DATE-INT    PIC 9(08) VALUE ZERO.
       01 WS-RUN-DAY-NO      PIC 9(07) VALUE ZERO.
       01 WS-RECENT-FROM     PIC 9(08) VALUE ZERO.
       01 WS-PRIOR-FROM      PIC 9(08) VALUE ZERO.
       01 WS-CONDUCT-FROM    PIC 9(08) VALUE ZERO.
       01 WS-TOTAL-WEIGHT    PIC 9(03) VALUE ZERO.
      * One slot per STU-NO, the way FEEAGING and ATTSUMM tally.
       01 WS-RISK-TABLE.
           05 WS-RK-ENTRY OCCURS 99999 TIMES INDEXED BY RK-INDEX.
               10 WS-RK-RECENT-DAYS    PIC 9(04).
               10 WS-RK-RECENT-PRESENT PIC 9(04).
               10 WS-RK-PRIOR-DAYS     PIC 9(04).
               10 WS-RK-PRIOR-PRESENT  PIC 9(04).
               10 WS-RK-LAST-TERM      PIC 9(02).
               10 WS-RK-LAST-PCT       PIC 9(03)V9(02).
               10 WS-RK-PREV-TERM      PIC 9(02).
               10 WS-RK-PREV-PCT       PIC 9(03)V9(02).
               10 WS-RK-BALANCE        PIC S9(07)V9(02).
               10 WS-RK-OLDEST         PIC 9(08).
               10 WS-RK-CONDUCT-POINTS PIC 9(03).
               10 WS-RK-NO-CONTACT     PIC X(01).
               10 WS-RK-HIST-DATE      PIC 9(08).
               10 WS-RK-HIST-SCORE     PIC 9(03).
               10 WS-RK-HIST-WATCH     PIC X(01).
       01 WS-TEACHER-COUNT   PIC 9(02) VALUE ZERO.
       01 WS-TEACHER-TABLE.
           05 WS-CT-ENTRY OCCURS 60 TIMES INDEXED BY CT-INDEX.
               10 WS-CT-CLASS     PIC 9(02).
               10 WS-CT-SECTION   PIC X(01).
               10 WS-CT-ID        PIC 9(04).
               10 WS-CT-NAME      PIC X(15).
       01 WS-TEACHER-FOUND   PIC X(01).
           88 TEACHER-ON-TABLE VALUE 'Y'.
       01 WS-EFFECTIVE-DATE  PIC 9(08) VALUE ZERO.
       01 WS-RECENT-PCT      PIC 9(03) VALUE ZERO.
       01 WS-PRIOR-PCT       PIC 9(03) VALUE ZERO.
       01 WS-AGE-DAYS        PIC S9(05) VALUE ZERO.
       01 WS-WORK-FACTOR     PIC 9(05) VALUE ZERO.
       01 WS-WORK-DROP       PIC S9(03)V9(02) VALUE ZERO.
       01 WS-WEIGHTED-SUM    PIC 9(06) VALUE ZERO.
       01 WS-SAME-DATE-ROWS  PIC 9(05) VALUE ZERO.
       01 WS-STUDENTS-READ   PIC 9(05) VALUE ZERO.
       01 WS-STUDENTS-SCORED PIC 9(05) VALUE ZERO.
       01 WS-STUDENTS-SKIPPED PIC 9(05) VALUE ZERO.
       01 WS-WATCH-COUNT     PIC 9(05) VALUE ZERO.
       01 WS-NEW-ON-WATCH    PIC 9(05) VALUE ZERO.
       01 WS-STILL-ON-WATCH  PIC 9(05) VALUE ZERO.
       01 WS-OFF-WATCH       PIC 9(05) VALUE ZERO.
       01 WS-SCORE-IMPROVED  PIC 9(05) VALUE ZERO.
       01 WS-PRINTED-COUNT   PIC 9(05) VALUE ZERO.
       01 WS-SECTION-RANK    PIC 9(03) VALUE ZERO.
       01 WS-PREV-CLASS      PIC 9(02) VALUE ZERO.
       01 WS-PREV-SECTION    PIC X(01) VALUE SPACE.
       01 WS-RPT-PREV        PIC X(03).
       01 WS-RPT-CHANGE      PIC X(04).
       01 WS-RPT-CHANGE-NUM  PIC +ZZ9.
       01 WS-RPT-RANK        PIC X(03).
       01 WS-SCORE-CHANGE    PIC S9(03) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM LOAD-RUN-CONTROL.
           CALL 'SCHPROF' USING SCHOOL-PROFILE.
           PERFORM LOAD-PARAMETER-CARD.
           IF NOT PARM-CARD-FOUND
               DISPLAY 'NO RISKPARM.DAT CARD WITH A NON-ZERO WEIGHT - '
                   'THE FACTOR WEIGHTS ARE REQUIRED'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           INITIALIZE WS-RISK-TABLE.
           PERFORM LOAD-RISK-HISTORY.
           IF WS-SAME-DATE-ROWS > ZERO
               DISPLAY 'RUN DATE ' WS-RUN-DATE-INT ' ALREADY SCORED ON '
                   'RISKHIST.DAT (' WS-SAME-DATE-ROWS ' ROWS) - NOT '
                   'SCORED AGAIN'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           OPEN INPUT STUDENT-MASTER-IN.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN STUDENT.IDX, STATUS : '
                   WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           CLOSE STUDENT-MASTER-IN.
           PERFORM LOAD-DAILY-ATTENDANCE.
           PERFORM LOAD-TERM-LOG.
           PERFORM LOAD-FEE-LEDGER.
           PERFORM LOAD-DISCIPLINE.
           PERFORM LOAD-NO-CONTACT-LIST.
           PERFORM LOAD-CLASS-TEACHERS.
           OPEN EXTEND RISK-HISTORY-FILE.
           IF WS-RISKHIST-STATUS NOT = '00'
               OPEN OUTPUT RISK-HISTORY-FILE
           END-IF.
           OPEN OUTPUT RISK-WATCH-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-CLASS
               ON ASCENDING KEY SW-SECTION
               ON DESCENDING KEY SW-SCORE
               ON ASCENDING KEY SW-STU-NO
               INPUT PROCEDURE IS SCORE-ACTIVE-STUDENTS
               OUTPUT PROCEDURE IS PRINT-WATCH-LIST.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE RISK-WATCH-REPORT.
           CLOSE RISK-HISTORY-FILE.
           DISPLAY 'STUDENTS SCORED : ' WS-STUDENTS-SCORED
               '  ON WATCH : ' WS-WATCH-COUNT
               '  OFF THE LIST : ' WS-OFF-WATCH.
           IF WS-WATCH-COUNT > ZERO
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

       LOAD-PARAMETER-CARD.
           OPEN INPUT RISK-PARAMETER-FILE.
           IF WS-RISKPARM-STATUS = '00'
               READ RISK-PARAMETER-FILE
                   NOT AT END
                       COMPUTE WS-TOTAL-WEIGHT = RP-ATTEND-WEIGHT
                           + RP-MARKS-WEIGHT + RP-FEES-WEIGHT
                           + RP-CONDUCT-WEIGHT + RP-CONTACT-WEIGHT
                       IF WS-TOTAL-WEIGHT > ZERO
                           MOVE 'Y' TO WS-PARM-FLAG
                       END-IF
               END-READ
               CLOSE RISK-PARAMETER-FILE
           END-IF.
           IF PARM-CARD-FOUND
      * A zero scale on the card would score every student full on
      * that factor, so each takes a working default instead.
               IF RP-ATTEND-WINDOW = ZERO
                   MOVE 30 TO RP-ATTEND-WINDOW
               END-IF
               IF RP-MARKS-DROP-FULL = ZERO
                   MOVE 25 TO RP-MARKS-DROP-FULL
               END-IF
               IF RP-FEES-DAYS-FULL = ZERO
                   MOVE 120 TO RP-FEES-DAYS-FULL
               END-IF
               IF RP-CONDUCT-WINDOW = ZERO
                   MOVE 90 TO RP-CONDUCT-WINDOW
               END-IF
               IF RP-CONDUCT-FULL = ZERO
                   MOVE 6 TO RP-CONDUCT-FULL
               END-IF
               COMPUTE WS-RUN-DAY-NO =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-INT)
               COMPUTE WS-RECENT-FROM = FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DAY-NO - RP-ATTEND-WINDOW + 1)
               COMPUTE WS-PRIOR-FROM = FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DAY-NO - (2 * RP-ATTEND-WINDOW) + 1)
               COMPUTE WS-CONDUCT-FROM = FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DAY-NO - RP-CONDUCT-WINDOW + 1)
               DISPLAY 'WEIGHTS ATT/MRK/FEE/CND/CON : '
                   RP-ATTEND-WEIGHT '/' RP-MARKS-WEIGHT '/'
                   RP-FEES-WEIGHT '/' RP-CONDUCT-WEIGHT '/'
                   RP-CONTACT-WEIGHT '  WATCH AT : ' RP-WATCH-SCORE
           END-IF.

      * The latest earlier score of each student is kept to print
      * beside this run's.
       LOAD-RISK-HISTORY.
           MOVE ZERO TO WS-SAME-DATE-ROWS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT RISK-HISTORY-FILE.
           IF WS-RISKHIST-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ RISK-HISTORY-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           PERFORM TALLY-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE RISK-HISTORY-FILE
           END-IF.

       TALLY-HISTORY-RECORD.
           IF RH-RUN-DATE = WS-RUN-DATE-INT
               ADD 1 TO WS-SAME-DATE-ROWS
           ELSE
               IF RH-STU-NO > ZERO
                   AND RH-RUN-DATE < WS-RUN-DATE-INT
                   SET RK-INDEX TO RH-STU-NO
                   IF RH-RUN-DATE >= WS-RK-HIST-DATE (RK-INDEX)
                       MOVE RH-RUN-DATE TO WS-RK-HIST-DATE (RK-INDEX)
                       MOVE RH-SCORE TO WS-RK-HIST-SCORE (RK-INDEX)
                       MOVE RH-WATCH-FLAG TO
                           WS-RK-HIST-WATCH (RK-INDEX)
                   END-IF
               END-IF
           END-IF.

       LOAD-DAILY-ATTENDANCE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT DAILY-ATTENDANCE.
           IF WS-DAILY-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ DAILY-ATTENDANCE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           PERFORM TALLY-ATTENDANCE-RECORD
                   END-READ
               END-PERFORM
               CLOSE DAILY-ATTENDANCE
           ELSE
               DISPLAY 'NO ATTDAILY.DAT - ATTENDANCE NOT SCORED'
           END-IF.

      * Entries are counted whole-day or per period the way ATTSUMM
      * counts them; gate-pass release markers are not entries.
       TALLY-ATTENDANCE-RECORD.
           IF AD-STU-NO > ZERO AND NOT AD-RELEASE-MARKER
               AND AD-ATT-DATE >= WS-PRIOR-FROM
               AND AD-ATT-DATE <= WS-RUN-DATE-INT
               SET RK-INDEX TO AD-STU-NO
               IF AD-ATT-DATE >= WS-RECENT-FROM
                   ADD 1 TO WS-RK-RECENT-DAYS (RK-INDEX)
                   IF AD-WAS-PRESENT OR AD-RELEASED OR AD-ON-DUTY
                       ADD 1 TO WS-RK-RECENT-PRESENT (RK-INDEX)
                   END-IF
               ELSE
                   ADD 1 TO WS-RK-PRIOR-DAYS (RK-INDEX)
                   IF AD-WAS-PRESENT OR AD-RELEASED OR AD-ON-DUTY
                       ADD 1 TO WS-RK-PRIOR-PRESENT (RK-INDEX)
                   END-IF
               END-IF
           END-IF.

       LOAD-TERM-LOG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TERM-LOG.
           IF WS-LOG-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TERM-LOG
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           PERFORM TALLY-TERM-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE TERM-LOG
           ELSE
               DISPLAY 'NO TERMLOG.DAT - MARKS TREND NOT SCORED'
           END-IF.

      * Only the two latest terms on the log are compared.
       TALLY-TERM-LOG-RECORD.
           IF LOG-STU-NO > ZERO
               SET RK-INDEX TO LOG-STU-NO
               EVALUATE TRUE
                   WHEN LOG-TERM-NO = WS-RK-LAST-TERM (RK-INDEX)
                       MOVE LOG-PERCENT TO WS-RK-LAST-PCT (RK-INDEX)
                   WHEN LOG-TERM-NO > WS-RK-LAST-TERM (RK-INDEX)
                       MOVE WS-RK-LAST-TERM (RK-INDEX) TO
                           WS-RK-PREV-TERM (RK-INDEX)
                       MOVE WS-RK-LAST-PCT (RK-INDEX) TO
                           WS-RK-PREV-PCT (RK-INDEX)
                       MOVE LOG-TERM-NO TO WS-RK-LAST-TERM (RK-INDEX)
                       MOVE LOG-PERCENT TO WS-RK-LAST-PCT (RK-INDEX)
                   WHEN LOG-TERM-NO = WS-RK-PREV-TERM (RK-INDEX)
                       MOVE LOG-PERCENT TO WS-RK-PREV-PCT (RK-INDEX)
                   WHEN LOG-TERM-NO > WS-RK-PREV-TERM (RK-INDEX)
                       MOVE LOG-TERM-NO TO WS-RK-PREV-TERM (RK-INDEX)
                       MOVE LOG-PERCENT TO WS-RK-PREV-PCT (RK-INDEX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       LOAD-FEE-LEDGER.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FEE-LEDGER.
           IF WS-LEDGER-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ FEE-LEDGER
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           PERFORM TALLY-LEDGER-RECORD
                   END-READ
               END-PERFORM
               CLOSE FEE-LEDGER
           ELSE
               DISPLAY 'NO FEELEDGR.DAT - ARREARS NOT SCORED'
           END-IF.

      * Balance and oldest due charge as FEEAGING works them out.
       TALLY-LEDGER-RECORD.
           IF FL-STU-NO > ZERO
               SET RK-INDEX TO FL-STU-NO
               IF FL-CHARGE-TXN
                   ADD FL-AMOUNT TO WS-RK-BALANCE (RK-INDEX)
                   IF FL-DUE-ON-POSTING
                       MOVE FL-TXN-DATE TO WS-EFFECTIVE-DATE
                   ELSE
                       MOVE FL-DUE-DATE TO WS-EFFECTIVE-DATE
                   END-IF
                   IF WS-EFFECTIVE-DATE <= WS-RUN-DATE-INT
                       AND (WS-RK-OLDEST (RK-INDEX) = ZERO
                       OR WS-EFFECTIVE-DATE <
                           WS-RK-OLDEST (RK-INDEX))
                       MOVE WS-EFFECTIVE-DATE
                           TO WS-RK-OLDEST (RK-INDEX)
                   END-IF
               ELSE
                   IF FL-CREDIT-TXN
                       SUBTRACT FL-AMOUNT
                           FROM WS-RK-BALANCE (RK-INDEX)
                   END-IF
               END-IF
           END-IF.

       LOAD-DISCIPLINE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT DISCIPLINE-FILE.
           IF WS-DISCIPLN-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ DISCIPLINE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF DI-STU-NO > ZERO
                               AND DI-DATE >= WS-CONDUCT-FROM
                               AND DI-DATE <= WS-RUN-DATE-INT
                               SET RK-INDEX TO DI-STU-NO
                               ADD DI-SEVERITY TO
                                   WS-RK-CONDUCT-POINTS (RK-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISCIPLINE-FILE
           END-IF.

       LOAD-NO-CONTACT-LIST.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT NO-CONTACT-LIST.
           IF WS-NOCONTCT-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ NO-CONTACT-LIST
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF NC-STU-NO > ZERO
                               SET RK-INDEX TO NC-STU-NO
                               MOVE 'Y' TO
                                   WS-RK-NO-CONTACT (RK-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NO-CONTACT-LIST
           END-IF.

       LOAD-CLASS-TEACHERS.
           MOVE ZERO TO WS-TEACHER-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CLASS-TEACHER-FILE.
           IF WS-CLSTCHR-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ CLASS-TEACHER-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-TEACHER-COUNT < 60
                               ADD 1 TO WS-TEACHER-COUNT
                               SET CT-INDEX TO WS-TEACHER-COUNT
                               MOVE CT-CLASS TO
                                   WS-CT-CLASS (CT-INDEX)
                               MOVE CT-SECTION TO
                                   WS-CT-SECTION (CT-INDEX)
                               MOVE CT-TEACHER-ID TO
                                   WS-CT-ID (CT-INDEX)
                               MOVE CT-TEACHER-NAME TO
                                   WS-CT-NAME (CT-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASS-TEACHER-FILE
           END-IF.

       SCORE-ACTIVE-STUDENTS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT STUDENT-MASTER-IN.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ STUDENT-MASTER-IN
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-STUDENTS-READ
                       IF STU-ACTIVE OR STU-RESTORED
                           OR STU-LONG-ABSENT
                           PERFORM SCORE-ONE-STUDENT
                       ELSE
                           ADD 1 TO WS-STUDENTS-SKIPPED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT-MASTER-IN.

       SCORE-ONE-STUDENT.
           SET RK-INDEX TO STU-NO IN STUDENT-DETAILS.
           INITIALIZE SORT-WORK-RECORD.
           PERFORM SCORE-ATTENDANCE-FACTOR.
           PERFORM SCORE-MARKS-FACTOR.
           PERFORM SCORE-FEES-FACTOR.
           PERFORM SCORE-CONDUCT-FACTOR.
           IF WS-RK-NO-CONTACT (RK-INDEX) = 'Y'
               MOVE 100 TO SW-CONTACT-FACTOR
           END-IF.
           COMPUTE WS-WEIGHTED-SUM =
               RP-ATTEND-WEIGHT * SW-ATTEND-FACTOR
               + RP-MARKS-WEIGHT * SW-MARKS-FACTOR
               + RP-FEES-WEIGHT * SW-FEES-FACTOR
               + RP-CONDUCT-WEIGHT * SW-CONDUCT-FACTOR
               + RP-CONTACT-WEIGHT * SW-CONTACT-FACTOR.
           COMPUTE SW-SCORE ROUNDED =
               WS-WEIGHTED-SUM / WS-TOTAL-WEIGHT.
           MOVE STU-CLASS         TO SW-CLASS.
           MOVE STU-SECTION       TO SW-SECTION.
           MOVE STU-NO IN STUDENT-DETAILS   TO SW-STU-NO.
           MOVE STU-NAME IN STUDENT-DETAILS TO SW-STU-NAME.
           IF SW-SCORE >= RP-WATCH-SCORE
               MOVE 'Y' TO SW-WATCH-FLAG
           ELSE
               MOVE 'N' TO SW-WATCH-FLAG
           END-IF.
           IF WS-RK-HIST-DATE (RK-INDEX) > ZERO
               MOVE 'Y' TO SW-PREV-FOUND
               MOVE WS-RK-HIST-SCORE (RK-INDEX) TO SW-PREV-SCORE
               MOVE WS-RK-HIST-WATCH (RK-INDEX) TO SW-PREV-WATCH
           ELSE
               MOVE 'N' TO SW-PREV-FOUND
               MOVE 'N' TO SW-PREV-WATCH
           END-IF.
           PERFORM WRITE-HISTORY-RECORD.
           ADD 1 TO WS-STUDENTS-SCORED.
           IF SW-ON-WATCH OR SW-WAS-ON-WATCH
               RELEASE SORT-WORK-RECORD
           END-IF.

      * Absence over the recent window, plus any fall from the
      * window before it.
       SCORE-ATTENDANCE-FACTOR.
           IF WS-RK-RECENT-DAYS (RK-INDEX) > ZERO
               COMPUTE WS-RECENT-PCT ROUNDED =
                   (WS-RK-RECENT-PRESENT (RK-INDEX) * 100) /
                   WS-RK-RECENT-DAYS (RK-INDEX)
               COMPUTE WS-WORK-FACTOR = 100 - WS-RECENT-PCT
               IF WS-RK-PRIOR-DAYS (RK-INDEX) > ZERO
                   COMPUTE WS-PRIOR-PCT ROUNDED =
                       (WS-RK-PRIOR-PRESENT (RK-INDEX) * 100) /
                       WS-RK-PRIOR-DAYS (RK-INDEX)
                   IF WS-PRIOR-PCT > WS-RECENT-PCT
                       COMPUTE WS-WORK-FACTOR = WS-WORK-FACTOR
                           + WS-PRIOR-PCT - WS-RECENT-PCT
                   END-IF
               END-IF
               IF WS-WORK-FACTOR > 100
                   MOVE 100 TO WS-WORK-FACTOR
               END-IF
               MOVE WS-WORK-FACTOR TO SW-ATTEND-FACTOR
           END-IF.

       SCORE-MARKS-FACTOR.
           IF WS-RK-PREV-TERM (RK-INDEX) > ZERO
               COMPUTE WS-WORK-DROP = WS-RK-PREV-PCT (RK-INDEX)
                   - WS-RK-LAST-PCT (RK-INDEX)
               IF WS-WORK-DROP > ZERO
                   COMPUTE WS-WORK-FACTOR ROUNDED =
                       (WS-WORK-DROP * 100) / RP-MARKS-DROP-FULL
                   IF WS-WORK-FACTOR > 100
                       MOVE 100 TO WS-WORK-FACTOR
                   END-IF
                   MOVE WS-WORK-FACTOR TO SW-MARKS-FACTOR
               END-IF
           END-IF.

       SCORE-FEES-FACTOR.
           IF WS-RK-BALANCE (RK-INDEX) > ZERO
               AND WS-RK-OLDEST (RK-INDEX) > ZERO
               COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NO
                   - FUNCTION INTEGER-OF-DATE (WS-RK-OLDEST (RK-INDEX))
               IF WS-AGE-DAYS > ZERO
                   COMPUTE WS-WORK-FACTOR ROUNDED =
                       (WS-AGE-DAYS * 100) / RP-FEES-DAYS-FULL
                   IF WS-WORK-FACTOR > 100
                       MOVE 100 TO WS-WORK-FACTOR
                   END-IF
                   MOVE WS-WORK-FACTOR TO SW-FEES-FACTOR
               END-IF
           END-IF.

       SCORE-CONDUCT-FACTOR.
           IF WS-RK-CONDUCT-POINTS (RK-INDEX) > ZERO
               COMPUTE WS-WORK-FACTOR ROUNDED =
                   (WS-RK-CONDUCT-POINTS (RK-INDEX) * 100)
                   / RP-CONDUCT-FULL
               IF WS-WORK-FACTOR > 100
                   MOVE 100 TO WS-WORK-FACTOR
               END-IF
               MOVE WS-WORK-FACTOR TO SW-CONDUCT-FACTOR
           END-IF.

       WRITE-HISTORY-RECORD.
           MOVE WS-RUN-DATE-INT   TO RH-RUN-DATE.
           MOVE SW-STU-NO         TO RH-STU-NO.
           MOVE SW-CLASS          TO RH-CLASS.
           MOVE SW-SECTION        TO RH-SECTION.
           MOVE SW-SCORE          TO RH-SCORE.
           MOVE SW-ATTEND-FACTOR  TO RH-ATTEND-FACTOR.
           MOVE SW-MARKS-FACTOR   TO RH-MARKS-FACTOR.
           MOVE SW-FEES-FACTOR    TO RH-FEES-FACTOR.
           MOVE SW-CONDUCT-FACTOR TO RH-CONDUCT-FACTOR.
           MOVE SW-CONTACT-FACTOR TO RH-CONTACT-FACTOR.
           MOVE SW-WATCH-FLAG     TO RH-WATCH-FLAG.
           WRITE RISK-HISTORY-RECORD.

       PRINT-WATCH-LIST.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           MOVE ZERO TO WS-PREV-CLASS.
           MOVE SPACE TO WS-PREV-SECTION.
           PERFORM UNTIL END-OF-SORTED-FILE
               RETURN SORT-WORK-FILE
                   AT END
                       SET END-OF-SORTED-FILE TO TRUE
                   NOT AT END
                       PERFORM PRINT-ONE-STUDENT
               END-RETURN
           END-PERFORM.

       PRINT-ONE-STUDENT.
           IF WS-PRINTED-COUNT = ZERO
               OR SW-CLASS NOT = WS-PREV-CLASS
               OR SW-SECTION NOT = WS-PREV-SECTION
               PERFORM WRITE-SECTION-HEADING
               MOVE SW-CLASS   TO WS-PREV-CLASS
               MOVE SW-SECTION TO WS-PREV-SECTION
               MOVE ZERO TO WS-SECTION-RANK
           END-IF.
           ADD 1 TO WS-PRINTED-COUNT.
           IF SW-HAS-PREVIOUS
               MOVE SW-PREV-SCORE TO WS-RPT-PREV
               COMPUTE WS-SCORE-CHANGE = SW-SCORE - SW-PREV-SCORE
               MOVE WS-SCORE-CHANGE TO WS-RPT-CHANGE-NUM
               MOVE WS-RPT-CHANGE-NUM TO WS-RPT-CHANGE
               IF WS-SCORE-CHANGE < ZERO
                   ADD 1 TO WS-SCORE-IMPROVED
               END-IF
           ELSE
               MOVE '---' TO WS-RPT-PREV
               MOVE ' NEW' TO WS-RPT-CHANGE
           END-IF.
           IF SW-ON-WATCH
               ADD 1 TO WS-WATCH-COUNT
               ADD 1 TO WS-SECTION-RANK
               MOVE WS-SECTION-RANK TO WS-RPT-RANK
               IF SW-WAS-ON-WATCH
                   ADD 1 TO WS-STILL-ON-WATCH
               ELSE
                   ADD 1 TO WS-NEW-ON-WATCH
               END-IF
           ELSE
               ADD 1 TO WS-OFF-WATCH
               MOVE 'OFF' TO WS-RPT-RANK
           END-IF.
           MOVE SPACES TO RISK-WATCH-LINE.
           STRING WS-RPT-RANK ' ' SW-STU-NO ' ' SW-STU-NAME ' '
               SW-SCORE '  ' WS-RPT-PREV '  ' WS-RPT-CHANGE '  '
               SW-ATTEND-FACTOR ' ' SW-MARKS-FACTOR ' '
               SW-FEES-FACTOR ' ' SW-CONDUCT-FACTOR ' '
               SW-CONTACT-FACTOR
               DELIMITED BY SIZE INTO RISK-WATCH-LINE.
           WRITE RISK-WATCH-LINE.

       WRITE-SECTION-HEADING.
           MOVE 'N' TO WS-TEACHER-FOUND.
           SET CT-INDEX TO 1.
           SEARCH WS-CT-ENTRY
               AT END
                   CONTINUE
               WHEN CT-INDEX > WS-TEACHER-COUNT
                   CONTINUE
               WHEN WS-CT-CLASS (CT-INDEX) = SW-CLASS
                   AND WS-CT-SECTION (CT-INDEX) = SW-SECTION
                   MOVE 'Y' TO WS-TEACHER-FOUND
           END-SEARCH.
           MOVE SPACES TO RISK-WATCH-LINE.
           WRITE RISK-WATCH-LINE.
           MOVE SPACES TO RISK-WATCH-LINE.
           IF TEACHER-ON-TABLE
               STRING 'CLASS ' SW-CLASS '-' SW-SECTION
                   '   CLASS TEACHER : ' WS-CT-NAME (CT-INDEX)
                   ' (' WS-CT-ID (CT-INDEX) ')'
                   DELIMITED BY SIZE INTO RISK-WATCH-LINE
           ELSE
               STRING 'CLASS ' SW-CLASS '-' SW-SECTION
                   '   ** NO CLASS TEACHER - OFFICE TO FOLLOW UP **'
                   DELIMITED BY SIZE INTO RISK-WATCH-LINE
           END-IF.
           WRITE RISK-WATCH-LINE.
           MOVE SPACES TO RISK-WATCH-LINE.
           STRING 'RNK STU-NO NAME            SCR  PRV   CHG  '
               'ATT MRK FEE CND CON'
               DELIMITED BY SIZE INTO RISK-WATCH-LINE.
           WRITE RISK-WATCH-LINE.
           MOVE ALL '-' TO RISK-WATCH-LINE.
           WRITE RISK-WATCH-LINE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO RISK-WATCH-LINE.
           STRING SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO RISK-WATCH-LINE.
           WRITE RISK-WATCH-LINE.
           MOVE SPACES TO RISK-WATCH-LINE.
           STRING 'DROPOUT-RISK WATCH-LIST AS AT ' WS-RUN-DATE-INT
               '   WATCH SCORE ' RP-WATCH-SCORE
               DELIMITED BY SIZE INTO RISK-WATCH-LINE.
           WRITE RISK-WATCH-LINE.
           MOVE SPACES TO RISK-WATCH-LINE.
           STRING 'WEIGHTS  ATT ' RP-ATTEND-WEIGHT
               '  MRK ' RP-MARKS-WEIGHT '  FEE ' RP-FEES-WEIGHT
               '  CND ' RP-CONDUCT-WEIGHT '  CON ' RP-CONTACT-WEIGHT
               DELIMITED BY SIZE INTO RISK-WATCH-LINE.
           WRITE RISK-WATCH-LINE.
           MOVE ALL '=' TO RISK-WATCH-LINE.
           WRITE RISK-WATCH-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RISK-WATCH-LINE.
           WRITE RISK-WATCH-LINE.
           MOVE ALL '=' TO RISK-WATCH-LINE.
           WRITE RISK-WATCH-LINE.
           MOVE SPACES TO RISK-WATCH-LINE.
           STRING 'STUDENTS SCORED : ' WS-STUDENTS-SCORED
               '   ON WATCH : ' WS-WATCH-COUNT
               DELIMITED BY SIZE INTO RISK-WATCH-LINE.
           WRITE RISK-WATCH-LINE.
           MOVE SPACES TO RISK-WATCH-LINE.
           STRING 'NEW TO LIST : ' WS-NEW-ON-WATCH
               '   STILL ON : ' WS-STILL-ON-WATCH
               '   OFF THE LIST : ' WS-OFF-WATCH
               DELIMITED BY SIZE INTO RISK-WATCH-LINE.
           WRITE RISK-WATCH-LINE.
           MOVE SPACES TO RISK-WATCH-LINE.
           STRING 'SCORE DOWN SINCE LAST RUN : ' WS-SCORE-IMPROVED
               DELIMITED BY SIZE INTO RISK-WATCH-LINE.
           WRITE RISK-WATCH-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'RISKSCOR'      TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE   TO RL-TERM-CODE.
           MOVE WS-RUN-DATE-INT TO RL-RUN-DATE.
           MOVE WS-START-TIME   TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-STUDENTS-READ    TO RL-RECORDS-READ.
           MOVE WS-STUDENTS-SCORED  TO RL-RECORDS-WRITTEN.
           MOVE WS-STUDENTS-SKIPPED TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE     TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM RISKSCOR.
