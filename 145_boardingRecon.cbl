      ******************************************************************
      * Author:
      * Date:
      * Purpose: Child-safety reconciliation of the bus boarding log
      *          against class attendance for the run-control run-date.
      *          Every student mapped to a route on STUROUTE.DAT is
      *          checked: one who boarded the morning bus (BOARDLOG.DAT,
      *          from the BUSBOARD desk) but is marked absent in class
      *          on ATTDAILY.DAT, or who was present in class but did
      *          not board the evening bus (checked only once the
      *          route's evening run has been logged, and never for a
      *          student released early on a gate pass), goes onto the
      *          BUSEXCP.RPT exception report and an alert goes into
      *          SMS.FEED to the primary phone of the student's
      *          guardian, opted-out numbers excepted, as SMSFEED
      *          resolves it, worded from the BRDX SMS template. Each
      *          alert is recorded on BUSALERT.DAT so the run can be
      *          made at midday and again after the evening run without
      *          alerting a guardian twice. Ends with return code 4 when
      *          there are exceptions. Appends to RUNLOG.DAT. Every SMS
      *          passes the SMSGATE quota check first; one held over its
      *          category's monthly quota for a supervisor to release is
      *          counted as held.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. BOARDRCN.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT STUDENT-ROUTE-FILE ASSIGN TO "STUROUTE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STUROUTE-STATUS.
           SELECT BOARDING-LOG ASSIGN TO "BOARDLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BOARDLOG-STATUS.
           SELECT DAILY-ATTENDANCE ASSIGN TO "ATTDAILY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAILY-STATUS.
           SELECT BUS-ALERT-FILE ASSIGN TO "BUSALERT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
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
           SELECT EXCEPTION-REPORT ASSIGN TO "BUSEXCP.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  STUDENT-ROUTE-FILE.
       01 STUDENT-ROUTE-RECORD.
           05 SR-STU-NO       PIC 9(05).
           05 SR-ROUTE-NO     PIC 9(03).
           05 SR-STOP-NAME    PIC X(20).

       FD  BOARDING-LOG.
           COPY BOARDLGR.

       FD  DAILY-ATTENDANCE.
       01 DAILY-ATTENDANCE-RECORD.
           05 AD-ATT-DATE     PIC 9(08).
           05 AD-CLASS        PIC 9(02).
           05 AD-SECTION      PIC X(01).
           05 AD-STU-NO       PIC 9(05).
           05 AD-PRESENT      PIC X(01).
               88 AD-WAS-PRESENT  VALUE 'P' 'L'.
               88 AD-WAS-LATE     VALUE 'L'.
               88 AD-WAS-ABSENT   VALUE 'A'.
               88 AD-RELEASED     VALUE 'R'.
               88 AD-RELEASE-MARKER VALUE 'G'.
           05 AD-PERIOD       PIC 9(02).
               88 AD-WHOLE-DAY    VALUE 00.

       FD  BUS-ALERT-FILE.
       01 BUS-ALERT-RECORD.
           05 BA-ALERT-DATE   PIC 9(08).
           05 BA-STU-NO       PIC 9(05).
           05 BA-ALERT-TYPE   PIC X(01).
               88 BA-MORNING-ALERT VALUE 'M'.
               88 BA-EVENING-ALERT VALUE 'E'.
           05 BA-SMS-STATUS   PIC X(01).
               88 BA-SMS-SENT      VALUE 'S'.
               88 BA-SMS-OPTED-OUT VALUE 'O'.
               88 BA-SMS-NO-PHONE  VALUE 'N'.
               88 BA-SMS-HELD      VALUE 'H'.

       FD  STUDENT-MASTER.
           COPY STDRECD.

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

       FD  EXCEPTION-REPORT.
       01 EXCEPTION-REPORT-LINE PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SMSTXTR.
           COPY SMSGATER.
           COPY SCHPROFR.
       01 WS-STUROUTE-STATUS PIC X(02) VALUE '00'.
       01 WS-BOARDLOG-STATUS PIC X(02) VALUE '00'.
       01 WS-DAILY-STATUS    PIC X(02) VALUE '00'.
       01 WS-ALERT-STATUS    PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-GUARDIAN-STATUS PIC X(02) VALUE '00'.
       01 WS-OPTOUT-STATUS   PIC X(02) VALUE '00'.
       01 WS-FEED-STATUS     PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08).
       01 WS-RUN-DATE-INT    PIC 9(08) VALUE ZERO.
       01 WS-RECORDS-READ    PIC 9(05) VALUE ZERO.
       01 WS-AM-EXCEPTIONS   PIC 9(05) VALUE ZERO.
       01 WS-PM-EXCEPTIONS   PIC 9(05) VALUE ZERO.
       01 WS-ALERTS-SENT     PIC 9(05) VALUE ZERO.
       01 WS-ALERTS-HELD     PIC 9(05) VALUE ZERO.
       01 WS-NOT-MAPPED      PIC 9(05) VALUE ZERO.
      * Every rider on STUROUTE.DAT with what the day's boarding log
      * and attendance show for them.
       01 WS-RIDER-COUNT     PIC 9(04) VALUE ZERO.
       01 WS-RIDER-TABLE.
           05 WS-RD-ENTRY OCCURS 3000 TIMES INDEXED BY RD-INDEX.
               10 WS-RD-STU-NO     PIC 9(05).
               10 WS-RD-ROUTE-NO   PIC 9(03).
               10 WS-RD-STOP-NAME  PIC X(20).
               10 WS-RD-AM-BOARDED PIC X(01).
               10 WS-RD-PM-BOARDED PIC X(01).
               10 WS-RD-PRESENT    PIC X(01).
               10 WS-RD-ABSENT     PIC X(01).
               10 WS-RD-RELEASED   PIC X(01).
               10 WS-RD-AM-ALERTED PIC X(01).
               10 WS-RD-PM-ALERTED PIC X(01).
      * Routes whose evening run has been logged today; until then
      * nobody on the route can have missed the evening bus.
       01 WS-PM-RUN-TABLE.
           05 WS-PM-RAN OCCURS 999 TIMES PIC X(01).
       01 WS-ROUTE-SUB       PIC 9(03).
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-RIDER-FOUND     PIC X(01).
           88 RIDER-ON-FILE    VALUE 'Y'.
       01 WS-ALERT-TYPE      PIC X(01).
       01 WS-EXCEPTION-TEXT  PIC X(30).
       01 WS-SMS-STATUS      PIC X(01).
       01 WS-SMS-TEXT        PIC X(09).
       01 WS-OPTOUT-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-OPTOUT-FULL-FLAG PIC X(01) VALUE 'N'.
           88 OPT-OUT-TABLE-FULL VALUE 'Y'.
       01 WS-OPTOUT-TABLE.
           05 WS-OPTOUT-PHONE OCCURS 20000 TIMES
               INDEXED BY OPT-INDEX PIC 9(12).
       01 WS-CHECK-PHONE     PIC 9(12) VALUE ZERO.
       01 WS-PHONE-OPTED     PIC X(01).
           88 PHONE-OPTED-OUT  VALUE 'Y'.
       01 WS-RPT-CLASS       PIC Z9.
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
           MOVE ALL 'N' TO WS-PM-RUN-TABLE.
           PERFORM LOAD-ROUTE-RIDERS.
           PERFORM LOAD-OPT-OUT-LIST.
           PERFORM APPLY-BOARDING-LOG.
           PERFORM APPLY-DAILY-ATTENDANCE.
           PERFORM APPLY-EARLIER-ALERTS.
           OPEN INPUT STUDENT-MASTER.
           OPEN OUTPUT EXCEPTION-REPORT.
           PERFORM WRITE-EXCEPTION-HEADING.
           PERFORM VARYING RD-INDEX FROM 1 BY 1
               UNTIL RD-INDEX > WS-RIDER-COUNT
               PERFORM CHECK-ONE-RIDER
           END-PERFORM.
           PERFORM WRITE-EXCEPTION-FOOTING.
           CLOSE EXCEPTION-REPORT.
           CLOSE STUDENT-MASTER.
           DISPLAY 'BOARDING EXCEPTIONS ON ' WS-RUN-DATE-INT
               ' - MORNING : ' WS-AM-EXCEPTIONS
               ' EVENING : ' WS-PM-EXCEPTIONS.
           IF WS-AM-EXCEPTIONS > ZERO OR WS-PM-EXCEPTIONS > ZERO
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

       LOAD-ROUTE-RIDERS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT STUDENT-ROUTE-FILE.
           IF WS-STUROUTE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ STUDENT-ROUTE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-RIDER-COUNT < 3000
                               ADD 1 TO WS-RIDER-COUNT
                               SET RD-INDEX TO WS-RIDER-COUNT
                               PERFORM STORE-ONE-RIDER
                           ELSE
                               DISPLAY 'RIDER TABLE FULL - STU-NO '
                                   SR-STU-NO ' NOT CHECKED'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-ROUTE-FILE
           END-IF.

       STORE-ONE-RIDER.
           MOVE SR-STU-NO    TO WS-RD-STU-NO (RD-INDEX).
           MOVE SR-ROUTE-NO  TO WS-RD-ROUTE-NO (RD-INDEX).
           MOVE SR-STOP-NAME TO WS-RD-STOP-NAME (RD-INDEX).
           MOVE 'N' TO WS-RD-AM-BOARDED (RD-INDEX).
           MOVE 'N' TO WS-RD-PM-BOARDED (RD-INDEX).
           MOVE 'N' TO WS-RD-PRESENT (RD-INDEX).
           MOVE 'N' TO WS-RD-ABSENT (RD-INDEX).
           MOVE 'N' TO WS-RD-RELEASED (RD-INDEX).
           MOVE 'N' TO WS-RD-AM-ALERTED (RD-INDEX).
           MOVE 'N' TO WS-RD-PM-ALERTED (RD-INDEX).

       LOAD-OPT-OUT-LIST.
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

       FIND-RIDER.
           MOVE 'N' TO WS-RIDER-FOUND.
           SET RD-INDEX TO 1.
           SEARCH WS-RD-ENTRY
               AT END
                   CONTINUE
               WHEN RD-INDEX > WS-RIDER-COUNT
                   CONTINUE
               WHEN WS-RD-STU-NO (RD-INDEX) = WS-WORK-STU-NO
                   MOVE 'Y' TO WS-RIDER-FOUND
           END-SEARCH.

       APPLY-BOARDING-LOG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT BOARDING-LOG.
           IF WS-BOARDLOG-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ BOARDING-LOG
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF BL-BOARD-DATE = WS-RUN-DATE-INT
                               ADD 1 TO WS-RECORDS-READ
                               PERFORM APPLY-ONE-BOARDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOARDING-LOG
           END-IF.

       APPLY-ONE-BOARDING.
           IF BL-EVENING-RUN AND BL-ROUTE-NO > ZERO
               MOVE BL-ROUTE-NO TO WS-ROUTE-SUB
               MOVE 'Y' TO WS-PM-RAN (WS-ROUTE-SUB)
           END-IF.
           MOVE BL-STU-NO TO WS-WORK-STU-NO.
           PERFORM FIND-RIDER.
           IF NOT RIDER-ON-FILE
               ADD 1 TO WS-NOT-MAPPED
           ELSE
               IF BL-MORNING-RUN
                   MOVE 'Y' TO WS-RD-AM-BOARDED (RD-INDEX)
               ELSE
                   MOVE 'Y' TO WS-RD-PM-BOARDED (RD-INDEX)
               END-IF
           END-IF.

       APPLY-DAILY-ATTENDANCE.
      * Any 'A' is an unexplained absence - ATTPOST posts a student
      * released on a gate pass 'R' from the release period on.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT DAILY-ATTENDANCE.
           IF WS-DAILY-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ DAILY-ATTENDANCE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF AD-ATT-DATE = WS-RUN-DATE-INT
                               ADD 1 TO WS-RECORDS-READ
                               MOVE AD-STU-NO TO WS-WORK-STU-NO
                               PERFORM FIND-RIDER
                               IF RIDER-ON-FILE
                                   PERFORM APPLY-ONE-MARK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAILY-ATTENDANCE
           END-IF.

       APPLY-ONE-MARK.
           EVALUATE TRUE
               WHEN AD-WAS-PRESENT
                   MOVE 'Y' TO WS-RD-PRESENT (RD-INDEX)
               WHEN AD-WAS-ABSENT
                   MOVE 'Y' TO WS-RD-ABSENT (RD-INDEX)
               WHEN AD-RELEASED OR AD-RELEASE-MARKER
                   MOVE 'Y' TO WS-RD-RELEASED (RD-INDEX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APPLY-EARLIER-ALERTS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT BUS-ALERT-FILE.
           IF WS-ALERT-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ BUS-ALERT-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF BA-ALERT-DATE = WS-RUN-DATE-INT
                               MOVE BA-STU-NO TO WS-WORK-STU-NO
                               PERFORM FIND-RIDER
                               IF RIDER-ON-FILE
                                   PERFORM MARK-ONE-EARLIER-ALERT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUS-ALERT-FILE
           END-IF.

       MARK-ONE-EARLIER-ALERT.
           IF BA-MORNING-ALERT
               MOVE 'Y' TO WS-RD-AM-ALERTED (RD-INDEX)
           ELSE
               MOVE 'Y' TO WS-RD-PM-ALERTED (RD-INDEX)
           END-IF.

       CHECK-ONE-RIDER.
           IF WS-RD-AM-BOARDED (RD-INDEX) = 'Y'
               AND WS-RD-ABSENT (RD-INDEX) = 'Y'
               AND WS-RD-AM-ALERTED (RD-INDEX) NOT = 'Y'
               ADD 1 TO WS-AM-EXCEPTIONS
               MOVE 'M' TO WS-ALERT-TYPE
               MOVE 'BOARDED BUS, ABSENT IN CLASS' TO
                   WS-EXCEPTION-TEXT
               PERFORM RAISE-EXCEPTION
           END-IF.
           MOVE WS-RD-ROUTE-NO (RD-INDEX) TO WS-ROUTE-SUB.
           IF WS-ROUTE-SUB > ZERO
               IF WS-PM-RAN (WS-ROUTE-SUB) = 'Y'
                   AND WS-RD-PRESENT (RD-INDEX) = 'Y'
                   AND WS-RD-RELEASED (RD-INDEX) NOT = 'Y'
                   AND WS-RD-PM-BOARDED (RD-INDEX) NOT = 'Y'
                   AND WS-RD-PM-ALERTED (RD-INDEX) NOT = 'Y'
                   ADD 1 TO WS-PM-EXCEPTIONS
                   MOVE 'E' TO WS-ALERT-TYPE
                   MOVE 'IN CLASS, NOT ON EVENING BUS' TO
                       WS-EXCEPTION-TEXT
                   PERFORM RAISE-EXCEPTION
               END-IF
           END-IF.

       RAISE-EXCEPTION.
           MOVE WS-RD-STU-NO (RD-INDEX) TO WS-WORK-STU-NO.
           MOVE WS-WORK-STU-NO TO STU-NO IN STUDENT-DETAILS.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO STU-NAME
                   MOVE ZERO TO STU-CLASS
                   MOVE SPACE TO STU-SECTION
           END-READ.
           PERFORM FIND-GUARDIAN-PHONE.
           PERFORM SEND-GUARDIAN-ALERT.
           PERFORM RECORD-ALERT.
           MOVE STU-CLASS TO WS-RPT-CLASS.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING WS-WORK-STU-NO ' ' STU-NAME ' '
               WS-RPT-CLASS '-' STU-SECTION '  '
               WS-RD-ROUTE-NO (RD-INDEX) ' '
               WS-RD-STOP-NAME (RD-INDEX)
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING '      ** ' WS-EXCEPTION-TEXT '  ' WS-SMS-TEXT
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.

       FIND-GUARDIAN-PHONE.
      * The latest entry's primary phone gets the alert, as SMSFEED
      * resolves a guardian number.
           MOVE ZERO TO WS-CHECK-PHONE.
           OPEN INPUT GUARDIAN-FILE.
           IF WS-GUARDIAN-STATUS = '00'
               PERFORM UNTIL WS-GUARDIAN-STATUS NOT = '00'
                   READ GUARDIAN-FILE
                       AT END
                           MOVE '10' TO WS-GUARDIAN-STATUS
                       NOT AT END
                           IF GD-STU-NO = WS-WORK-STU-NO
                               MOVE GD-PRIMARY-PHONE
                                   TO WS-CHECK-PHONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN-FILE
               MOVE '00' TO WS-GUARDIAN-STATUS
           END-IF.

       SEND-GUARDIAN-ALERT.
           PERFORM CHECK-PHONE-OPT-OUT.
           EVALUATE TRUE
               WHEN WS-CHECK-PHONE = ZERO
                   MOVE 'N' TO WS-SMS-STATUS
                   MOVE 'NO PHONE' TO WS-SMS-TEXT
               WHEN PHONE-OPTED-OUT OR OPT-OUT-TABLE-FULL
                   MOVE 'O' TO WS-SMS-STATUS
                   MOVE 'OPTED OUT' TO WS-SMS-TEXT
               WHEN OTHER
                   OPEN EXTEND SMS-NOTIFICATION-FEED
                   IF WS-FEED-STATUS NOT = '00'
                       OPEN OUTPUT SMS-NOTIFICATION-FEED
                   END-IF
                   MOVE SPACES TO SMS-NOTIFICATION-LINE
                   MOVE WS-CHECK-PHONE TO SMS-PHONE
                   MOVE WS-WORK-STU-NO TO SMS-STU-NO
                   MOVE WS-EXCEPTION-TEXT TO SMS-REASON
                   INITIALIZE SMS-TEXT-REQUEST
                   MOVE 'BRDX' TO SQ-MSG-TYPE
                   MOVE WS-WORK-STU-NO TO SQ-STU-NO
                   MOVE WS-RUN-DATE-INT TO SQ-DATE
                   MOVE WS-EXCEPTION-TEXT TO SQ-DETAIL
                   CALL 'SMSTEXT' USING SMS-TEXT-REQUEST
                   MOVE SQ-TEXT TO SMS-TEXT
                   MOVE 'BOARDRCN' TO SMS-PROGRAM-ID
                   MOVE SQ-MSG-TYPE TO SMS-CATEGORY
                   CALL 'SMSGATE' USING SMS-NOTIFICATION-LINE
                       SMS-GATE-ANSWER
                   IF SG-SEND
                       WRITE SMS-NOTIFICATION-LINE
                       MOVE 'S' TO WS-SMS-STATUS
                       MOVE 'SMS SENT' TO WS-SMS-TEXT
                       ADD 1 TO WS-ALERTS-SENT
                   ELSE
                       MOVE 'H' TO WS-SMS-STATUS
                       MOVE 'SMS HELD' TO WS-SMS-TEXT
                       ADD 1 TO WS-ALERTS-HELD
                   END-IF
                   CLOSE SMS-NOTIFICATION-FEED
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

       RECORD-ALERT.
           OPEN EXTEND BUS-ALERT-FILE.
           IF WS-ALERT-STATUS NOT = '00'
               OPEN OUTPUT BUS-ALERT-FILE
           END-IF.
           MOVE WS-RUN-DATE-INT TO BA-ALERT-DATE.
           MOVE WS-WORK-STU-NO  TO BA-STU-NO.
           MOVE WS-ALERT-TYPE   TO BA-ALERT-TYPE.
           MOVE WS-SMS-STATUS   TO BA-SMS-STATUS.
           WRITE BUS-ALERT-RECORD.
           CLOSE BUS-ALERT-FILE.

       WRITE-EXCEPTION-HEADING.
           MOVE ALL '=' TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING '   BUS BOARDING / CLASS ATTENDANCE EXCEPTIONS - '
               WS-RUN-DATE-INT
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE ALL '-' TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE 'STU   NAME            CLS   RTE STOP' TO
               EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE ALL '-' TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.

       WRITE-EXCEPTION-FOOTING.
           IF WS-AM-EXCEPTIONS = ZERO AND WS-PM-EXCEPTIONS = ZERO
               MOVE '  (NO NEW BOARDING EXCEPTIONS)' TO
                   EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
           END-IF.
           MOVE ALL '-' TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING 'BOARDED, ABSENT : ' WS-AM-EXCEPTIONS
               '   PRESENT, NOT BOARDED : ' WS-PM-EXCEPTIONS
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING 'GUARDIAN ALERTS SENT : ' WS-ALERTS-SENT
               '   HELD : ' WS-ALERTS-HELD
               '   NOT ON STUROUTE : ' WS-NOT-MAPPED
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE 'TRANSPORT IN-CHARGE SIGN.   PRINCIPAL SIGN.' TO
               EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE ALL '=' TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'BOARDRCN'          TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE       TO RL-TERM-CODE.
           MOVE WS-RUN-DATE-INT     TO RL-RUN-DATE.
           MOVE WS-START-TIME       TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-RECORDS-READ     TO RL-RECORDS-READ.
           COMPUTE RL-RECORDS-WRITTEN =
               WS-AM-EXCEPTIONS + WS-PM-EXCEPTIONS.
           MOVE WS-NOT-MAPPED       TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE         TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM BOARDRCN.
