      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly homework defaulter list. Takes the ASSIGN.DAT
      *          work (not cancelled) that fell due in the seven days
      *          before the run date and, from ASSIGSUB.DAT, finds
      *          each student on roll in the class and section it was
      *          set for who has not handed it in - a missing row, or
      *          no row at all once the due date has passed; work
      *          excused counts neither way and late work counts as
      *          handed in. The defaulters print class by class on
      *          HWKDEFLT.RPT, each class under its CLSTCHR.DAT class
      *          teacher, with the work missed that week and over the
      *          lookback on the HWKPARM.DAT card (28 days unless the
      *          card says otherwise). A student who has missed the
      *          card's number of pieces of work over the lookback
      *          (3 unless the card says otherwise), at least one of
      *          them this week, draws an SMS to the guardian
      *          (GUARDIAN.DAT primary phone, else the STU-PHONE,
      *          unless on OPTOUT.DAT) worded from the HWRK SMS
      *          template - so a persistent defaulter's family hears
      *          once a week while the misses go on. Every SMS passes
      *          the SMSGATE quota check first; one held over its
      *          category's monthly quota for a supervisor to release
      *          is counted as held. Logs to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. HWKDEFLT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT HOMEWORK-PARAMETER-FILE ASSIGN TO "HWKPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HWKPARM-STATUS.
           SELECT ASSIGNMENT-FILE ASSIGN TO "ASSIGN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASSIGN-STATUS.
           SELECT SUBMISSION-FILE ASSIGN TO "ASSIGSUB.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASSIGSUB-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CLASS-TEACHER-FILE ASSIGN TO "CLSTCHR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLSTCHR-STATUS.
           SELECT GUARDIAN-FILE ASSIGN TO "GUARDIAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GUARDIAN-STATUS.
           SELECT OPT-OUT-LIST ASSIGN TO "OPTOUT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPTOUT-STATUS.
           SELECT SMS-NOTIFICATION-FEED ASSIGN TO "SMS.FEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT DEFAULTER-REPORT ASSIGN TO "HWKDEFLT.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.TMP".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  HOMEWORK-PARAMETER-FILE.
       01 HOMEWORK-PARAMETER-RECORD.
           05 HP-LOOKBACK-DAYS   PIC 9(03).
           05 HP-SMS-MISSES      PIC 9(02).

       FD  ASSIGNMENT-FILE.
           COPY ASSIGNR.

       FD  SUBMISSION-FILE.
           COPY ASSUBMR.

       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  CLASS-TEACHER-FILE.
       01 CLASS-TEACHER-RECORD.
           05 CT-CLASS        PIC 9(02).
           05 CT-SECTION      PIC X(01).
           05 CT-TEACHER-ID   PIC 9(04).
           05 CT-TEACHER-NAME PIC X(15).

       FD  GUARDIAN-FILE.
       01 GUARDIAN-RECORD.
           05 GD-STU-NO        PIC 9(05).
           05 GD-NAME          PIC X(15).
           05 GD-RELATION      PIC X(10).
           05 GD-PRIMARY-PHONE PIC 9(12).
           05 GD-ALT-PHONE     PIC 9(12).

       FD  OPT-OUT-LIST.
       01 OPT-OUT-RECORD.
           05 OO-PHONE        PIC 9(12).
           05 OO-DATE         PIC 9(08).

       FD  SMS-NOTIFICATION-FEED.
           COPY SMSFEEDR.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  DEFAULTER-REPORT.
       01 DEFAULTER-LINE     PIC X(72).

       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-CLASS          PIC 9(02).
           05 SW-SECTION        PIC X(01).
           05 SW-STU-NO         PIC 9(05).
           05 SW-MISSED-WEEK    PIC 9(03).
           05 SW-SET-WEEK       PIC 9(03).
           05 SW-MISSED-LOOK    PIC 9(03).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SMSTXTR.
           COPY SMSGATER.
           COPY SCHPROFR.
       01 WS-HWKPARM-STATUS  PIC X(02) VALUE '00'.
       01 WS-ASSIGN-STATUS   PIC X(02) VALUE '00'.
       01 WS-ASSIGSUB-STATUS PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-CLSTCHR-STATUS  PIC X(02) VALUE '00'.
       01 WS-GUARDIAN-STATUS PIC X(02) VALUE '00'.
       01 WS-OPTOUT-STATUS   PIC X(02) VALUE '00'.
       01 WS-FEED-STATUS     PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-SORT-EOF-FLAG   PIC X(01) VALUE 'N'.
           88 END-OF-SORTED-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08) VALUE ZERO.
       01 WS-RUN-DATE        PIC 9(08) VALUE ZERO.
       01 WS-LAST-DUE        PIC 9(08).
       01 WS-WEEK-FROM       PIC 9(08).
       01 WS-LOOK-FROM       PIC 9(08).
      * The work due in the lookback, and where each assignment number
      * sits in the table.
       01 WS-ASSIGN-COUNT    PIC 9(04) VALUE ZERO.
       01 WS-ASSIGN-TABLE.
           05 WS-AS-ENTRY OCCURS 2000 TIMES INDEXED BY AS-INDEX.
               10 WS-AS-CLASS      PIC 9(02).
               10 WS-AS-SECTION    PIC X(01).
               10 WS-AS-IN-WEEK    PIC X(01).
       01 WS-ASSIGN-OVERFLOW PIC 9(05) VALUE ZERO.
       01 WS-ASSIGN-SLOT-TABLE.
           05 WS-ASSIGN-SLOT OCCURS 99999 TIMES PIC 9(04).
       01 WS-SLOT            PIC 9(04).
      * Pieces of work due per class and section.
       01 WS-CS-COUNT        PIC 9(03) VALUE ZERO.
       01 WS-CLASS-SECTION-TABLE.
           05 WS-CS-ENTRY OCCURS 200 TIMES INDEXED BY CS-INDEX.
               10 WS-CS-CLASS      PIC 9(02).
               10 WS-CS-SECTION    PIC X(01).
               10 WS-CS-WEEK       PIC 9(03).
               10 WS-CS-LOOK       PIC 9(03).
       01 WS-FOUND-FLAG      PIC X(01).
           88 ENTRY-FOUND      VALUE 'Y'.
      * Per STU-NO: class and section on the master and the work
      * handed in or excused in the week and over the lookback.
       01 WS-STUDENT-TABLE.
           05 WS-ST-ENTRY OCCURS 99999 TIMES INDEXED BY ST-INDEX.
               10 WS-ST-ON-ROLL    PIC X(01).
               10 WS-ST-CLASS      PIC 9(02).
               10 WS-ST-SECTION    PIC X(01).
               10 WS-ST-DONE-WEEK  PIC 9(03).
               10 WS-ST-DONE-LOOK  PIC 9(03).
       01 WS-MISSED-WEEK     PIC S9(04).
       01 WS-MISSED-LOOK     PIC S9(04).
       01 WS-TEACHER-COUNT   PIC 9(02) VALUE ZERO.
       01 WS-TEACHER-TABLE.
           05 WS-CT-ENTRY OCCURS 60 TIMES INDEXED BY CT-INDEX.
               10 WS-CT-CLASS     PIC 9(02).
               10 WS-CT-SECTION   PIC X(01).
               10 WS-CT-ID        PIC 9(04).
               10 WS-CT-NAME      PIC X(15).
       01 WS-TEACHER-FOUND   PIC X(01).
           88 TEACHER-ON-TABLE VALUE 'Y'.
       01 WS-GUARDIAN-TABLE.
           05 WS-GRD-PRIMARY OCCURS 99999 TIMES INDEXED BY GRD-INDEX
               PIC 9(12).
       01 WS-OPTOUT-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-OPTOUT-FULL-FLAG PIC X(01) VALUE 'N'.
           88 OPT-OUT-TABLE-FULL VALUE 'Y'.
       01 WS-OPTOUT-TABLE.
           05 WS-OPTOUT-PHONE OCCURS 20000 TIMES
               INDEXED BY OPT-INDEX PIC 9(12).
       01 WS-CHECK-PHONE     PIC 9(12) VALUE ZERO.
       01 WS-PHONE-OPTED     PIC X(01).
           88 PHONE-OPTED-OUT  VALUE 'Y'.
       01 WS-PREV-CLASS      PIC 9(02) VALUE ZERO.
       01 WS-PREV-SECTION    PIC X(01) VALUE SPACE.
       01 WS-CLASS-DEFAULTERS PIC 9(04) VALUE ZERO.
       01 WS-STU-NAME        PIC X(15).
       01 WS-ACTION-TEXT     PIC X(22).
       01 WS-RPT-MISSED      PIC ZZ9.
       01 WS-RPT-SET         PIC ZZ9.
       01 WS-RPT-LOOK        PIC ZZ9.
       01 WS-ASSIGN-READ     PIC 9(05) VALUE ZERO.
       01 WS-DEFAULTERS      PIC 9(05) VALUE ZERO.
       01 WS-SMS-COUNT       PIC 9(05) VALUE ZERO.
       01 WS-SMS-HELD        PIC 9(05) VALUE ZERO.
       01 WS-SMS-NOT-SENT    PIC 9(05) VALUE ZERO.
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
           PERFORM SET-REPORT-WINDOW.
           INITIALIZE WS-ASSIGN-SLOT-TABLE.
           PERFORM LOAD-DUE-WORK.
           IF WS-ASSIGN-COUNT = ZERO
               DISPLAY 'NO WORK FELL DUE BETWEEN ' WS-LOOK-FROM
                   ' AND ' WS-LAST-DUE ' - NO DEFAULTERS'
           END-IF.
           INITIALIZE WS-STUDENT-TABLE.
           PERFORM LOAD-STUDENT-CLASSES.
           PERFORM LOAD-SUBMISSIONS.
           PERFORM LOAD-CLASS-TEACHERS.
           PERFORM LOAD-GUARDIAN-PHONES.
           PERFORM LOAD-OPT-OUT-LIST.
           IF OPT-OUT-TABLE-FULL
               DISPLAY 'OPT-OUT LIST EXCEEDS THE ' WS-OPTOUT-COUNT
                   '-ENTRY TABLE - NO GUARDIAN SMS SENT'
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           OPEN OUTPUT DEFAULTER-REPORT.
           OPEN EXTEND SMS-NOTIFICATION-FEED.
           IF WS-FEED-STATUS NOT = '00'
               OPEN OUTPUT SMS-NOTIFICATION-FEED
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-CLASS SW-SECTION SW-STU-NO
               INPUT PROCEDURE IS RELEASE-DEFAULTERS
               OUTPUT PROCEDURE IS PRINT-DEFAULTERS.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE SMS-NOTIFICATION-FEED.
           CLOSE DEFAULTER-REPORT.
           CLOSE STUDENT-MASTER.
           DISPLAY 'HOMEWORK DEFAULTERS : ' WS-DEFAULTERS
               '  GUARDIAN SMS : ' WS-SMS-COUNT
               '  HELD : ' WS-SMS-HELD.
           IF WS-ASSIGN-OVERFLOW > ZERO
               DISPLAY 'WORK BEYOND THE 2000-ASSIGNMENT TABLE NOT '
                   'CHECKED : ' WS-ASSIGN-OVERFLOW
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
                       MOVE RUN-DATE TO WS-RUN-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-RUN-DATE = ZERO
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

      * With no card the lookback is four weeks and three pieces of
      * work missed in it bring the SMS; the lookback is never shorter
      * than the week.
       LOAD-PARAMETER-CARD.
           MOVE ZERO TO HP-LOOKBACK-DAYS HP-SMS-MISSES.
           OPEN INPUT HOMEWORK-PARAMETER-FILE.
           IF WS-HWKPARM-STATUS = '00'
               READ HOMEWORK-PARAMETER-FILE
                   AT END
                       MOVE ZERO TO HP-LOOKBACK-DAYS HP-SMS-MISSES
               END-READ
               CLOSE HOMEWORK-PARAMETER-FILE
           END-IF.
           IF HP-LOOKBACK-DAYS = ZERO
               MOVE 28 TO HP-LOOKBACK-DAYS
           END-IF.
           IF HP-LOOKBACK-DAYS < 7
               MOVE 7 TO HP-LOOKBACK-DAYS
           END-IF.
           IF HP-SMS-MISSES = ZERO
               MOVE 3 TO HP-SMS-MISSES
           END-IF.
           DISPLAY 'LOOKBACK : ' HP-LOOKBACK-DAYS ' DAYS  GUARDIAN '
               'SMS AT : ' HP-SMS-MISSES ' MISSED'.

      * Work due on the run date itself can still come in today.
       SET-REPORT-WINDOW.
           COMPUTE WS-LAST-DUE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - 1).
           COMPUTE WS-WEEK-FROM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - 7).
           COMPUTE WS-LOOK-FROM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - HP-LOOKBACK-DAYS).

       LOAD-DUE-WORK.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ASSIGNMENT-FILE.
           IF WS-ASSIGN-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ASSIGNMENT-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF NOT AS-CANCELLED
                               AND AS-DUE-DATE NOT < WS-LOOK-FROM
                               AND AS-DUE-DATE NOT > WS-LAST-DUE
                               AND AS-ASSIGN-NO > ZERO
                               ADD 1 TO WS-ASSIGN-READ
                               PERFORM STORE-DUE-ASSIGNMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSIGNMENT-FILE
           END-IF.

       STORE-DUE-ASSIGNMENT.
           IF WS-ASSIGN-COUNT >= 2000
               ADD 1 TO WS-ASSIGN-OVERFLOW
           ELSE
               ADD 1 TO WS-ASSIGN-COUNT
               SET AS-INDEX TO WS-ASSIGN-COUNT
               MOVE WS-ASSIGN-COUNT TO WS-ASSIGN-SLOT (AS-ASSIGN-NO)
               MOVE AS-CLASS TO WS-AS-CLASS (AS-INDEX)
               MOVE AS-SECTION TO WS-AS-SECTION (AS-INDEX)
               IF AS-DUE-DATE NOT < WS-WEEK-FROM
                   MOVE 'Y' TO WS-AS-IN-WEEK (AS-INDEX)
               ELSE
                   MOVE 'N' TO WS-AS-IN-WEEK (AS-INDEX)
               END-IF
               MOVE 'N' TO WS-FOUND-FLAG
               PERFORM VARYING CS-INDEX FROM 1 BY 1
                   UNTIL CS-INDEX > WS-CS-COUNT OR ENTRY-FOUND
                   IF WS-CS-CLASS (CS-INDEX) = AS-CLASS
                       AND WS-CS-SECTION (CS-INDEX) = AS-SECTION
                       MOVE 'Y' TO WS-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF ENTRY-FOUND
                   SET CS-INDEX DOWN BY 1
               ELSE
                   IF WS-CS-COUNT < 200
                       ADD 1 TO WS-CS-COUNT
                       SET CS-INDEX TO WS-CS-COUNT
                       MOVE AS-CLASS TO WS-CS-CLASS (CS-INDEX)
                       MOVE AS-SECTION TO WS-CS-SECTION (CS-INDEX)
                       MOVE ZERO TO WS-CS-WEEK (CS-INDEX)
                           WS-CS-LOOK (CS-INDEX)
                       MOVE 'Y' TO WS-FOUND-FLAG
                   END-IF
               END-IF
               IF ENTRY-FOUND
                   ADD 1 TO WS-CS-LOOK (CS-INDEX)
                   IF WS-AS-IN-WEEK (AS-INDEX) = 'Y'
                       ADD 1 TO WS-CS-WEEK (CS-INDEX)
                   END-IF
               END-IF
           END-IF.

       LOAD-STUDENT-CLASSES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ STUDENT-MASTER NEXT RECORD
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF STU-NO IN STUDENT-DETAILS > ZERO
                               AND (STU-ACTIVE OR STU-RESTORED
                                   OR STU-LONG-ABSENT)
                               SET ST-INDEX TO STU-NO IN STUDENT-DETAILS
                               MOVE 'Y' TO WS-ST-ON-ROLL (ST-INDEX)
                               MOVE STU-CLASS TO WS-ST-CLASS (ST-INDEX)
                               MOVE STU-SECTION TO
                                   WS-ST-SECTION (ST-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER
           END-IF.

      * Work handed in, on time or late, or excused takes the piece off
      * what the student owes - only for the class and section the
      * student is in now.
       LOAD-SUBMISSIONS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SUBMISSION-FILE.
           IF WS-ASSIGSUB-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SUBMISSION-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF SB-ASSIGN-NO > ZERO AND SB-STU-NO > ZERO
                               AND (SB-HANDED-IN OR SB-EXCUSED)
                               PERFORM TALLY-ONE-SUBMISSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBMISSION-FILE
           END-IF.

       TALLY-ONE-SUBMISSION.
           MOVE WS-ASSIGN-SLOT (SB-ASSIGN-NO) TO WS-SLOT.
           IF WS-SLOT > ZERO
               SET AS-INDEX TO WS-SLOT
               SET ST-INDEX TO SB-STU-NO
               IF WS-ST-ON-ROLL (ST-INDEX) = 'Y'
                   AND WS-ST-CLASS (ST-INDEX) = WS-AS-CLASS (AS-INDEX)
                   AND WS-ST-SECTION (ST-INDEX) =
                       WS-AS-SECTION (AS-INDEX)
                   ADD 1 TO WS-ST-DONE-LOOK (ST-INDEX)
                   IF WS-AS-IN-WEEK (AS-INDEX) = 'Y'
                       ADD 1 TO WS-ST-DONE-WEEK (ST-INDEX)
                   END-IF
               END-IF
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

       LOAD-GUARDIAN-PHONES.
           PERFORM VARYING GRD-INDEX FROM 1 BY 1
               UNTIL GRD-INDEX > 99999
               MOVE ZERO TO WS-GRD-PRIMARY (GRD-INDEX)
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GUARDIAN-FILE.
           IF WS-GUARDIAN-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GUARDIAN-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF GD-STU-NO > ZERO
                               SET GRD-INDEX TO GD-STU-NO
                               MOVE GD-PRIMARY-PHONE TO
                                   WS-GRD-PRIMARY (GRD-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN-FILE
           END-IF.

       LOAD-OPT-OUT-LIST.
           MOVE ZERO TO WS-OPTOUT-COUNT.
           MOVE 'N' TO WS-OPTOUT-FULL-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT OPT-OUT-LIST.
           IF WS-OPTOUT-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ OPT-OUT-LIST
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-OPTOUT-COUNT < 20000
                               ADD 1 TO WS-OPTOUT-COUNT
                               SET OPT-INDEX TO WS-OPTOUT-COUNT
                               MOVE OO-PHONE TO
                                   WS-OPTOUT-PHONE (OPT-INDEX)
                           ELSE
                               SET OPT-OUT-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPT-OUT-LIST
           END-IF.

      * A student on roll owes every piece of work due for the class
      * and section; what is not handed in or excused is missed.
       RELEASE-DEFAULTERS.
           PERFORM VARYING ST-INDEX FROM 1 BY 1
               UNTIL ST-INDEX > 99999
               IF WS-ST-ON-ROLL (ST-INDEX) = 'Y'
                   PERFORM CHECK-ONE-STUDENT
               END-IF
           END-PERFORM.

       CHECK-ONE-STUDENT.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING CS-INDEX FROM 1 BY 1
               UNTIL CS-INDEX > WS-CS-COUNT OR ENTRY-FOUND
               IF WS-CS-CLASS (CS-INDEX) = WS-ST-CLASS (ST-INDEX)
                   AND WS-CS-SECTION (CS-INDEX) =
                       WS-ST-SECTION (ST-INDEX)
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET CS-INDEX DOWN BY 1
               COMPUTE WS-MISSED-WEEK = WS-CS-WEEK (CS-INDEX)
                   - WS-ST-DONE-WEEK (ST-INDEX)
               COMPUTE WS-MISSED-LOOK = WS-CS-LOOK (CS-INDEX)
                   - WS-ST-DONE-LOOK (ST-INDEX)
               IF WS-MISSED-WEEK > ZERO
                   MOVE WS-ST-CLASS (ST-INDEX) TO SW-CLASS
                   MOVE WS-ST-SECTION (ST-INDEX) TO SW-SECTION
                   SET SW-STU-NO TO ST-INDEX
                   MOVE WS-MISSED-WEEK TO SW-MISSED-WEEK
                   MOVE WS-CS-WEEK (CS-INDEX) TO SW-SET-WEEK
                   MOVE WS-MISSED-LOOK TO SW-MISSED-LOOK
                   RELEASE SORT-WORK-RECORD
               END-IF
           END-IF.

       PRINT-DEFAULTERS.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           MOVE ZERO TO WS-PREV-CLASS.
           MOVE SPACE TO WS-PREV-SECTION.
           PERFORM UNTIL END-OF-SORTED-FILE
               RETURN SORT-WORK-FILE
                   AT END
                       SET END-OF-SORTED-FILE TO TRUE
                   NOT AT END
                       IF SW-CLASS NOT = WS-PREV-CLASS
                           OR SW-SECTION NOT = WS-PREV-SECTION
                           PERFORM WRITE-CLASS-FOOTING
                           PERFORM WRITE-CLASS-HEADING
                       END-IF
                       PERFORM REPORT-ONE-DEFAULTER
               END-RETURN
           END-PERFORM.
           PERFORM WRITE-CLASS-FOOTING.

       WRITE-CLASS-HEADING.
           MOVE SW-CLASS TO WS-PREV-CLASS.
           MOVE SW-SECTION TO WS-PREV-SECTION.
           MOVE ZERO TO WS-CLASS-DEFAULTERS.
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
           MOVE SPACES TO DEFAULTER-LINE.
           IF TEACHER-ON-TABLE
               STRING 'CLASS ' SW-CLASS '-' SW-SECTION
                   '   CLASS TEACHER : ' WS-CT-NAME (CT-INDEX) ' ('
                   WS-CT-ID (CT-INDEX) ')'
                   DELIMITED BY SIZE INTO DEFAULTER-LINE
           ELSE
               STRING 'CLASS ' SW-CLASS '-' SW-SECTION
                   '   NO CLASS TEACHER ON CLSTCHR.DAT - TO THE OFFICE'
                   DELIMITED BY SIZE INTO DEFAULTER-LINE
           END-IF.
           WRITE DEFAULTER-LINE.
           MOVE 'STU-NO NAME            MISSED/SET  LOOKBACK  ACTION'
               TO DEFAULTER-LINE.
           WRITE DEFAULTER-LINE.
           MOVE ALL '-' TO DEFAULTER-LINE.
           WRITE DEFAULTER-LINE.

       WRITE-CLASS-FOOTING.
           IF WS-PREV-CLASS > ZERO
               MOVE SPACES TO DEFAULTER-LINE
               STRING 'DEFAULTERS IN CLASS ' WS-PREV-CLASS '-'
                   WS-PREV-SECTION ' : ' WS-CLASS-DEFAULTERS
                   DELIMITED BY SIZE INTO DEFAULTER-LINE
               WRITE DEFAULTER-LINE
               MOVE ALL '=' TO DEFAULTER-LINE
               WRITE DEFAULTER-LINE
           END-IF.

       REPORT-ONE-DEFAULTER.
           ADD 1 TO WS-DEFAULTERS.
           ADD 1 TO WS-CLASS-DEFAULTERS.
           MOVE SPACES TO WS-ACTION-TEXT.
           MOVE SW-STU-NO TO STU-NO IN STUDENT-DETAILS.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-STU-NAME
                   MOVE ZERO TO STU-PHONE
               NOT INVALID KEY
                   MOVE STU-NAME TO WS-STU-NAME
           END-READ.
           IF SW-MISSED-LOOK NOT < HP-SMS-MISSES
               PERFORM SEND-GUARDIAN-SMS
           END-IF.
           MOVE SPACES TO DEFAULTER-LINE.
           MOVE SW-STU-NO TO DEFAULTER-LINE (1:5).
           MOVE WS-STU-NAME TO DEFAULTER-LINE (8:15).
           MOVE SW-MISSED-WEEK TO WS-RPT-MISSED.
           MOVE WS-RPT-MISSED TO DEFAULTER-LINE (25:3).
           MOVE '/' TO DEFAULTER-LINE (29:1).
           MOVE SW-SET-WEEK TO WS-RPT-SET.
           MOVE WS-RPT-SET TO DEFAULTER-LINE (31:3).
           MOVE SW-MISSED-LOOK TO WS-RPT-LOOK.
           MOVE WS-RPT-LOOK TO DEFAULTER-LINE (39:3).
           MOVE WS-ACTION-TEXT TO DEFAULTER-LINE (47:22).
           WRITE DEFAULTER-LINE.

      * STUDENT-DETAILS holds the defaulter.
       SEND-GUARDIAN-SMS.
           SET GRD-INDEX TO SW-STU-NO.
           IF WS-GRD-PRIMARY (GRD-INDEX) > ZERO
               MOVE WS-GRD-PRIMARY (GRD-INDEX) TO WS-CHECK-PHONE
           ELSE
               MOVE STU-PHONE TO WS-CHECK-PHONE
           END-IF.
           PERFORM CHECK-PHONE-OPT-OUT.
           EVALUATE TRUE
               WHEN OPT-OUT-TABLE-FULL
                   MOVE 'SMS HELD - OPT-OUT LIST' TO WS-ACTION-TEXT
                   ADD 1 TO WS-SMS-NOT-SENT
               WHEN WS-CHECK-PHONE = ZERO
                   MOVE 'SMS - NO PHONE' TO WS-ACTION-TEXT
                   ADD 1 TO WS-SMS-NOT-SENT
               WHEN PHONE-OPTED-OUT
                   MOVE 'SMS - OPTED OUT' TO WS-ACTION-TEXT
                   ADD 1 TO WS-SMS-NOT-SENT
               WHEN OTHER
                   MOVE SPACES TO SMS-NOTIFICATION-LINE
                   MOVE WS-CHECK-PHONE TO SMS-PHONE
                   MOVE SW-STU-NO TO SMS-STU-NO
                   MOVE 'HOMEWORK NOT SUBMITTED' TO SMS-REASON
                   INITIALIZE SMS-TEXT-REQUEST
                   MOVE 'HWRK' TO SQ-MSG-TYPE
                   MOVE SW-STU-NO TO SQ-STU-NO
                   MOVE WS-STU-NAME TO SQ-STU-NAME
                   STRING SW-CLASS '/' SW-SECTION
                       DELIMITED BY SIZE INTO SQ-CLASS
                   MOVE WS-RUN-DATE TO SQ-DATE
                   STRING 'MISSED ' SW-MISSED-LOOK ' PIECES OF WORK'
                       DELIMITED BY SIZE INTO SQ-DETAIL
                   CALL 'SMSTEXT' USING SMS-TEXT-REQUEST
                   MOVE SQ-TEXT TO SMS-TEXT
                   MOVE 'HWKDEFLT' TO SMS-PROGRAM-ID
                   MOVE SQ-MSG-TYPE TO SMS-CATEGORY
                   CALL 'SMSGATE' USING SMS-NOTIFICATION-LINE
                       SMS-GATE-ANSWER
                   IF SG-SEND
                       WRITE SMS-NOTIFICATION-LINE
                       ADD 1 TO WS-SMS-COUNT
                       MOVE 'GUARDIAN SMS SENT' TO WS-ACTION-TEXT
                   ELSE
                       ADD 1 TO WS-SMS-HELD
                       MOVE 'SMS HELD - QUOTA' TO WS-ACTION-TEXT
                   END-IF
           END-EVALUATE.

       CHECK-PHONE-OPT-OUT.
           MOVE 'N' TO WS-PHONE-OPTED.
           IF WS-CHECK-PHONE > ZERO
               PERFORM VARYING OPT-INDEX FROM 1 BY 1
                   UNTIL OPT-INDEX > WS-OPTOUT-COUNT
                   IF WS-OPTOUT-PHONE (OPT-INDEX) = WS-CHECK-PHONE
                       MOVE 'Y' TO WS-PHONE-OPTED
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE ALL '=' TO DEFAULTER-LINE.
           WRITE DEFAULTER-LINE.
           MOVE SPACES TO DEFAULTER-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO DEFAULTER-LINE.
           WRITE DEFAULTER-LINE.
           MOVE SPACES TO DEFAULTER-LINE.
           STRING '      HOMEWORK DEFAULTERS - WORK DUE ' WS-WEEK-FROM
               ' TO ' WS-LAST-DUE
               DELIMITED BY SIZE INTO DEFAULTER-LINE.
           WRITE DEFAULTER-LINE.
           MOVE SPACES TO DEFAULTER-LINE.
           STRING 'RUN-DATE : ' WS-RUN-DATE '   LOOKBACK FROM '
               WS-LOOK-FROM '   GUARDIAN SMS AT ' HP-SMS-MISSES
               ' MISSED'
               DELIMITED BY SIZE INTO DEFAULTER-LINE.
           WRITE DEFAULTER-LINE.
           MOVE ALL '=' TO DEFAULTER-LINE.
           WRITE DEFAULTER-LINE.

       WRITE-REPORT-TOTALS.
           IF WS-DEFAULTERS = ZERO
               MOVE 'NO STUDENT MISSED WORK DUE IN THE WEEK'
                   TO DEFAULTER-LINE
               WRITE DEFAULTER-LINE
           END-IF.
           MOVE SPACES TO DEFAULTER-LINE.
           STRING 'PIECES OF WORK DUE IN THE LOOKBACK : '
               WS-ASSIGN-READ '   DEFAULTERS THIS WEEK : '
               WS-DEFAULTERS
               DELIMITED BY SIZE INTO DEFAULTER-LINE.
           WRITE DEFAULTER-LINE.
           MOVE SPACES TO DEFAULTER-LINE.
           STRING 'GUARDIAN SMS SENT : ' WS-SMS-COUNT
               '   HELD : ' WS-SMS-HELD
               '   NOT SENT : ' WS-SMS-NOT-SENT
               DELIMITED BY SIZE INTO DEFAULTER-LINE.
           WRITE DEFAULTER-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'HWKDEFLT'      TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE   TO RL-TERM-CODE.
           MOVE WS-RUN-DATE     TO RL-RUN-DATE.
           MOVE WS-START-TIME   TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-ASSIGN-READ  TO RL-RECORDS-READ.
           MOVE WS-DEFAULTERS   TO RL-RECORDS-WRITTEN.
           MOVE WS-ASSIGN-OVERFLOW TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE     TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM HWKDEFLT.
