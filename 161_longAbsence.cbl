      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly long-absence detection. Takes the latest sixty
      *          working days off CALENDAR.DAT up to the run date and,
      *          from ATTDAILY.DAT, works out each active student's
      *          current run of consecutive working days absent (a day
      *          with no register posted for the student neither breaks
      *          nor extends the run; a day on-duty at an EVNTDESK event
      *          counts as present). A run is explained when an approved
      *          CONDONE.DAT condonation or an ATTEXPL.DAT guardian
      *          reply is dated on or after its first day. An
      *          unexplained run escalates on the day counts on the
      *          LABSPARM.DAT card: an SMS to the guardian (GUARDIAN.DAT
      *          primary phone, else the STU-PHONE, unless on
      *          OPTOUT.DAT) worded from the LABS SMS template, then a
      *          notice to the CLSTCHR.DAT class teacher on
      *          LABSNOTE.RPT, then the 'L' long-absent status posted on
      *          STUDENT.IDX under the master lock, audited on
      *          STDCHG.AUD and journaled through MSTJRNL. When a
      *          long-absent student is next marked present the status
      *          is put back to what it was. Escalation state is carried
      *          on LABSTATE.DAT and every transition of the night is
      *          listed on LONGABS.RPT. Ends RC 4 when a status is
      *          posted and logs to RUNLOG.DAT. Every SMS passes the
      *          SMSGATE quota check first; one held over its category's
      *          monthly quota for a supervisor to release is counted as
      *          held.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. LONGABS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ABSENCE-PARAMETER-FILE ASSIGN TO "LABSPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LABSPARM-STATUS.
           SELECT LONG-ABSENCE-STATE-FILE ASSIGN TO "LABSTATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LABSTATE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT DAILY-ATTENDANCE ASSIGN TO "ATTDAILY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAILY-STATUS.
           SELECT CONDONATION-FILE ASSIGN TO "CONDONE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONDONE-STATUS.
           SELECT ATTENDANCE-EXPLANATIONS ASSIGN TO "ATTEXPL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATTEXPL-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CHANGE-AUDIT-FILE ASSIGN TO "STDCHG.AUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGAUD-STATUS.
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
           SELECT LONG-ABSENCE-REPORT ASSIGN TO "LONGABS.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TEACHER-NOTICE-FILE ASSIGN TO "LABSNOTE.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.TMP".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  ABSENCE-PARAMETER-FILE.
       01 ABSENCE-PARAMETER-RECORD.
           05 LP-SMS-DAYS        PIC 9(02).
           05 LP-NOTICE-DAYS     PIC 9(02).
           05 LP-STATUS-DAYS     PIC 9(02).

       FD  LONG-ABSENCE-STATE-FILE.
           COPY LABSTATR.

       FD  CALENDAR-FILE.
           COPY ACADCALR.

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

       FD  CONDONATION-FILE.
       01 CONDONATION-RECORD.
           05 CDN-STU-NO       PIC 9(05).
           05 CDN-REASON-CODE  PIC X(04).
           05 CDN-DOC-REF      PIC X(10).
           05 CDN-APPROVER     PIC X(08).
           05 CDN-STATUS       PIC X(01).
               88 CDN-APPROVED    VALUE 'A'.
           05 CDN-DATE         PIC 9(08).

       FD  ATTENDANCE-EXPLANATIONS.
       01 ATTENDANCE-EXPLANATION-RECORD.
           05 AE-STU-NO       PIC 9(05).
           05 AE-REPLY-DATE   PIC 9(08).
           05 AE-TEXT         PIC X(40).

       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  CHANGE-AUDIT-FILE.
       01 CHANGE-AUDIT-RECORD.
           05 CHG-STU-NO       PIC 9(05).
           05 CHG-DATE         PIC 9(08).
           05 CHG-TIME         PIC 9(08).
           05 CHG-TXN-TYPE     PIC X(01).
           05 CHG-OPERATOR-ID  PIC X(08).
           05 CHG-BEFORE-IMAGE PIC X(59).
           05 CHG-AFTER-IMAGE  PIC X(59).

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

       FD  LONG-ABSENCE-REPORT.
       01 LONG-ABSENCE-LINE PIC X(72).

       FD  TEACHER-NOTICE-FILE.
       01 TEACHER-NOTICE-LINE PIC X(72).

       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-CAL-DATE       PIC 9(08).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SMSTXTR.
           COPY SMSGATER.
           COPY SCHPROFR.
       01 WS-LABSPARM-STATUS PIC X(02) VALUE '00'.
       01 WS-LABSTATE-STATUS PIC X(02) VALUE '00'.
       01 WS-CALENDAR-STATUS PIC X(02) VALUE '00'.
       01 WS-DAILY-STATUS    PIC X(02) VALUE '00'.
       01 WS-CONDONE-STATUS  PIC X(02) VALUE '00'.
       01 WS-ATTEXPL-STATUS  PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-CHGAUD-STATUS   PIC X(02) VALUE '00'.
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
       01 WS-RUN-DATE-INT    PIC 9(08) VALUE ZERO.
       01 WS-NOW-TIME        PIC 9(08) VALUE ZERO.
       01 WS-LOCK-FUNCTION   PIC X(01).
       01 WS-PROGRAM-NAME    PIC X(08) VALUE 'LONGABS'.
       01 WS-LOCK-RESULT     PIC X(01).
           88 LOCK-GRANTED     VALUE 'Y'.
       01 WS-LOCK-HOLDER     PIC X(08).
       01 WS-JRNL-ACTION     PIC X(01).
       01 WS-JRNL-IMAGE      PIC X(59).
       01 WS-BEFORE-IMAGE    PIC X(59).
      * The latest working days, newest first - day 1 is the last
      * working day on or before the run date.
       01 WS-DAY-COUNT       PIC 9(02) VALUE ZERO.
       01 WS-WORKING-DAY-TABLE.
           05 WS-WORKING-DATE OCCURS 60 TIMES INDEXED BY DAY-INDEX
               PIC 9(08).
       01 WS-OLDEST-DAY      PIC 9(08) VALUE ZERO.
      * Per STU-NO: one mark per working day (P present, A absent,
      * space no register), the latest explanation date and the
      * escalation state carried from LABSTATE.DAT.
       01 WS-STUDENT-TABLE.
           05 WS-ST-ENTRY OCCURS 99999 TIMES INDEXED BY ST-INDEX.
               10 WS-ST-DAY-MARK     PIC X(01) OCCURS 60 TIMES.
               10 WS-ST-EXPLAINED    PIC 9(08).
               10 WS-ST-STREAK-START PIC 9(08).
               10 WS-ST-STAGE        PIC 9(01).
               10 WS-ST-STAGE-DATE   PIC 9(08).
               10 WS-ST-PRIOR-STATUS PIC X(01).
       01 WS-DAY-SUB         PIC 9(02) VALUE ZERO.
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
       01 WS-STREAK-DAYS     PIC 9(02) VALUE ZERO.
       01 WS-STREAK-START    PIC 9(08) VALUE ZERO.
       01 WS-LATEST-MARK     PIC X(01) VALUE SPACE.
           88 LATEST-PRESENT   VALUE 'P'.
       01 WS-SCAN-DONE       PIC X(01) VALUE 'N'.
           88 STREAK-SCAN-DONE VALUE 'Y'.
       01 WS-ACTION-TEXT     PIC X(30).
       01 WS-STUDENTS-READ   PIC 9(05) VALUE ZERO.
       01 WS-STATE-WRITTEN   PIC 9(05) VALUE ZERO.
       01 WS-TRANSITIONS     PIC 9(05) VALUE ZERO.
       01 WS-SMS-COUNT       PIC 9(05) VALUE ZERO.
       01 WS-SMS-HELD        PIC 9(05) VALUE ZERO.
       01 WS-NOTICE-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-POSTED-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-RESTORED-COUNT  PIC 9(05) VALUE ZERO.
       01 WS-REWRITE-FAILED  PIC 9(05) VALUE ZERO.
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
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SW-CAL-DATE
               INPUT PROCEDURE IS RELEASE-WORKING-DAYS
               OUTPUT PROCEDURE IS LOAD-WORKING-DAYS.
           IF WS-DAY-COUNT = ZERO
               DISPLAY 'NO WORKING DAYS ON CALENDAR.DAT UP TO '
                   WS-RUN-DATE-INT ' - NOTHING TO DETECT'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           INITIALIZE WS-STUDENT-TABLE.
           PERFORM LOAD-DAILY-ATTENDANCE.
           PERFORM LOAD-EXPLANATIONS.
           PERFORM LOAD-ESCALATION-STATE.
           PERFORM LOAD-CLASS-TEACHERS.
           PERFORM LOAD-GUARDIAN-PHONES.
           PERFORM LOAD-OPT-OUT-LIST.
           IF OPT-OUT-TABLE-FULL
               DISPLAY 'OPT-OUT LIST EXCEEDS THE ' WS-OPTOUT-COUNT
                   '-ENTRY TABLE - NO GUARDIAN SMS SENT'
           END-IF.
           PERFORM CLAIM-MASTER-LOCK.
           OPEN I-O STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN STUDENT.IDX, STATUS : '
                   WS-MASTER-STATUS
               PERFORM RELEASE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           OPEN OUTPUT LONG-ABSENCE-STATE-FILE.
           OPEN OUTPUT LONG-ABSENCE-REPORT.
           OPEN OUTPUT TEACHER-NOTICE-FILE.
           OPEN EXTEND SMS-NOTIFICATION-FEED.
           IF WS-FEED-STATUS NOT = '00'
               OPEN OUTPUT SMS-NOTIFICATION-FEED
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-STUDENTS-READ
                       IF STU-ACTIVE OR STU-RESTORED
                           OR STU-LONG-ABSENT
                           PERFORM CHECK-ONE-STUDENT
                               THRU CHECK-ONE-STUDENT-EXIT
                           PERFORM SAVE-ESCALATION-STATE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE SMS-NOTIFICATION-FEED.
           CLOSE TEACHER-NOTICE-FILE.
           CLOSE LONG-ABSENCE-REPORT.
           CLOSE LONG-ABSENCE-STATE-FILE.
           CLOSE STUDENT-MASTER.
           PERFORM RELEASE-MASTER-LOCK.
           DISPLAY 'LONG-ABSENCE TRANSITIONS : ' WS-TRANSITIONS
               '  POSTED L : ' WS-POSTED-COUNT
               '  RESTORED : ' WS-RESTORED-COUNT.
           IF WS-POSTED-COUNT > ZERO OR WS-REWRITE-FAILED > ZERO
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

      * With no card the office's usual three, five and ten working
      * days apply; the stages can never run out of order.
       LOAD-PARAMETER-CARD.
           MOVE ZERO TO LP-SMS-DAYS LP-NOTICE-DAYS LP-STATUS-DAYS.
           OPEN INPUT ABSENCE-PARAMETER-FILE.
           IF WS-LABSPARM-STATUS = '00'
               READ ABSENCE-PARAMETER-FILE
                   AT END
                       MOVE ZERO TO LP-SMS-DAYS LP-NOTICE-DAYS
                           LP-STATUS-DAYS
               END-READ
               CLOSE ABSENCE-PARAMETER-FILE
           END-IF.
           IF LP-SMS-DAYS = ZERO
               MOVE 3 TO LP-SMS-DAYS
           END-IF.
           IF LP-NOTICE-DAYS = ZERO
               MOVE 5 TO LP-NOTICE-DAYS
           END-IF.
           IF LP-STATUS-DAYS = ZERO
               MOVE 10 TO LP-STATUS-DAYS
           END-IF.
           IF LP-STATUS-DAYS > 60
               MOVE 60 TO LP-STATUS-DAYS
           END-IF.
           IF LP-NOTICE-DAYS > LP-STATUS-DAYS
               MOVE LP-STATUS-DAYS TO LP-NOTICE-DAYS
           END-IF.
           IF LP-SMS-DAYS > LP-NOTICE-DAYS
               MOVE LP-NOTICE-DAYS TO LP-SMS-DAYS
           END-IF.
           DISPLAY 'ESCALATE AFTER - SMS : ' LP-SMS-DAYS
               '  TEACHER : ' LP-NOTICE-DAYS
               '  STATUS : ' LP-STATUS-DAYS ' WORKING DAYS'.

       RELEASE-WORKING-DAYS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ CALENDAR-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF CAL-WORKING-DAY
                               AND CAL-DATE <= WS-RUN-DATE-INT
                               MOVE CAL-DATE TO SW-CAL-DATE
                               RELEASE SORT-WORK-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

      * A date keyed twice on the calendar is taken once.
       LOAD-WORKING-DAYS.
           MOVE ZERO TO WS-DAY-COUNT.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           PERFORM UNTIL END-OF-SORTED-FILE
               RETURN SORT-WORK-FILE
                   AT END
                       SET END-OF-SORTED-FILE TO TRUE
                   NOT AT END
                       IF WS-DAY-COUNT < 60
                           AND (WS-DAY-COUNT = ZERO OR SW-CAL-DATE
                           NOT = WS-WORKING-DATE (WS-DAY-COUNT))
                           ADD 1 TO WS-DAY-COUNT
                           MOVE SW-CAL-DATE TO
                               WS-WORKING-DATE (WS-DAY-COUNT)
                           MOVE SW-CAL-DATE TO WS-OLDEST-DAY
                       END-IF
               END-RETURN
           END-PERFORM.

       LOAD-DAILY-ATTENDANCE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT DAILY-ATTENDANCE.
           IF WS-DAILY-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ DAILY-ATTENDANCE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF AD-STU-NO > ZERO
                               AND NOT AD-RELEASE-MARKER
                               AND AD-ATT-DATE >= WS-OLDEST-DAY
                               AND AD-ATT-DATE <= WS-RUN-DATE-INT
                               PERFORM MARK-ATTENDANCE-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAILY-ATTENDANCE
           ELSE
               DISPLAY 'NO ATTDAILY.DAT ATTENDANCE ON FILE'
           END-IF.

      * Present in any period makes the day present.
       MARK-ATTENDANCE-DAY.
           SET DAY-INDEX TO 1.
           SEARCH WS-WORKING-DATE
               AT END
                   CONTINUE
               WHEN DAY-INDEX > WS-DAY-COUNT
                   CONTINUE
               WHEN WS-WORKING-DATE (DAY-INDEX) = AD-ATT-DATE
                   SET WS-DAY-SUB TO DAY-INDEX
                   SET ST-INDEX TO AD-STU-NO
                   IF AD-WAS-PRESENT OR AD-RELEASED OR AD-ON-DUTY
                       MOVE 'P' TO
                           WS-ST-DAY-MARK (ST-INDEX, WS-DAY-SUB)
                   ELSE
                       IF WS-ST-DAY-MARK (ST-INDEX, WS-DAY-SUB)
                           = SPACE
                           MOVE 'A' TO
                               WS-ST-DAY-MARK (ST-INDEX, WS-DAY-SUB)
                       END-IF
                   END-IF
           END-SEARCH.

       LOAD-EXPLANATIONS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CONDONATION-FILE.
           IF WS-CONDONE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ CONDONATION-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF CDN-STU-NO > ZERO AND CDN-APPROVED
                               SET ST-INDEX TO CDN-STU-NO
                               IF CDN-DATE >
                                   WS-ST-EXPLAINED (ST-INDEX)
                                   MOVE CDN-DATE TO
                                       WS-ST-EXPLAINED (ST-INDEX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONDONATION-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ATTENDANCE-EXPLANATIONS.
           IF WS-ATTEXPL-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ATTENDANCE-EXPLANATIONS
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF AE-STU-NO > ZERO
                               SET ST-INDEX TO AE-STU-NO
                               IF AE-REPLY-DATE >
                                   WS-ST-EXPLAINED (ST-INDEX)
                                   MOVE AE-REPLY-DATE TO
                                       WS-ST-EXPLAINED (ST-INDEX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTENDANCE-EXPLANATIONS
           END-IF.

       LOAD-ESCALATION-STATE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LONG-ABSENCE-STATE-FILE.
           IF WS-LABSTATE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ LONG-ABSENCE-STATE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF LA-STU-NO > ZERO
                               SET ST-INDEX TO LA-STU-NO
                               MOVE LA-STREAK-START TO
                                   WS-ST-STREAK-START (ST-INDEX)
                               MOVE LA-STAGE TO
                                   WS-ST-STAGE (ST-INDEX)
                               MOVE LA-STAGE-DATE TO
                                   WS-ST-STAGE-DATE (ST-INDEX)
                               MOVE LA-PRIOR-STATUS TO
                                   WS-ST-PRIOR-STATUS (ST-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LONG-ABSENCE-STATE-FILE
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

       CHECK-ONE-STUDENT.
           SET ST-INDEX TO STU-NO IN STUDENT-DETAILS.
           PERFORM FIND-ABSENCE-STREAK.
      * Back in school - put a long-absent status back and close any
      * escalation.
           IF LATEST-PRESENT
               IF STU-LONG-ABSENT
                   PERFORM RESTORE-STUDENT-STATUS
               ELSE
                   IF WS-ST-STAGE (ST-INDEX) > ZERO
                       MOVE 'RETURNED - ESCALATION CLOSED'
                           TO WS-ACTION-TEXT
                       PERFORM WRITE-TRANSITION-LINE
                   END-IF
               END-IF
               MOVE ZERO TO WS-ST-STAGE (ST-INDEX)
               GO TO CHECK-ONE-STUDENT-EXIT
           END-IF.
           IF WS-STREAK-DAYS = ZERO
               GO TO CHECK-ONE-STUDENT-EXIT
           END-IF.
      * A new run of absence starts its escalation over, unless the
      * status posted for the last run is still on the master.
           IF WS-STREAK-START NOT = WS-ST-STREAK-START (ST-INDEX)
               IF NOT (WS-ST-STAGE (ST-INDEX) = 3 AND STU-LONG-ABSENT)
                   MOVE ZERO TO WS-ST-STAGE (ST-INDEX)
               END-IF
               MOVE WS-STREAK-START TO WS-ST-STREAK-START (ST-INDEX)
           END-IF.
           IF WS-ST-EXPLAINED (ST-INDEX) >= WS-STREAK-START
               GO TO CHECK-ONE-STUDENT-EXIT
           END-IF.
           IF WS-ST-STAGE (ST-INDEX) < 1
               AND WS-STREAK-DAYS >= LP-SMS-DAYS
               PERFORM SEND-GUARDIAN-SMS
           END-IF.
           IF WS-ST-STAGE (ST-INDEX) < 2
               AND WS-STREAK-DAYS >= LP-NOTICE-DAYS
               PERFORM WRITE-TEACHER-NOTICE
           END-IF.
           IF WS-ST-STAGE (ST-INDEX) < 3
               AND WS-STREAK-DAYS >= LP-STATUS-DAYS
               AND NOT STU-LONG-ABSENT
               PERFORM POST-LONG-ABSENT-STATUS
           END-IF.
       CHECK-ONE-STUDENT-EXIT.
           EXIT.

      * Every path through CHECK-ONE-STUDENT leaves ST-INDEX on the
      * student; a stage still open is carried to the next run.
       SAVE-ESCALATION-STATE.
           IF WS-ST-STAGE (ST-INDEX) > ZERO
               PERFORM WRITE-STATE-RECORD
           END-IF.

      * Walks back from the latest working day, skipping days with
      * no register, counting absent days until a present day.
       FIND-ABSENCE-STREAK.
           MOVE ZERO TO WS-STREAK-DAYS.
           MOVE ZERO TO WS-STREAK-START.
           MOVE SPACE TO WS-LATEST-MARK.
           MOVE 'N' TO WS-SCAN-DONE.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT OR STREAK-SCAN-DONE
               EVALUATE WS-ST-DAY-MARK (ST-INDEX, WS-DAY-SUB)
                   WHEN 'P'
                       IF WS-LATEST-MARK = SPACE
                           MOVE 'P' TO WS-LATEST-MARK
                       END-IF
                       MOVE 'Y' TO WS-SCAN-DONE
                   WHEN 'A'
                       IF WS-LATEST-MARK = SPACE
                           MOVE 'A' TO WS-LATEST-MARK
                       END-IF
                       ADD 1 TO WS-STREAK-DAYS
                       MOVE WS-WORKING-DATE (WS-DAY-SUB)
                           TO WS-STREAK-START
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       SEND-GUARDIAN-SMS.
           MOVE 1 TO WS-ST-STAGE (ST-INDEX).
           MOVE WS-RUN-DATE-INT TO WS-ST-STAGE-DATE (ST-INDEX).
           SET GRD-INDEX TO ST-INDEX.
           IF WS-GRD-PRIMARY (GRD-INDEX) > ZERO
               MOVE WS-GRD-PRIMARY (GRD-INDEX) TO WS-CHECK-PHONE
           ELSE
               MOVE STU-PHONE TO WS-CHECK-PHONE
           END-IF.
           PERFORM CHECK-PHONE-OPT-OUT.
           EVALUATE TRUE
               WHEN OPT-OUT-TABLE-FULL
                   MOVE 'GUARDIAN SMS HELD - OPT-OUT LIST'
                       TO WS-ACTION-TEXT
               WHEN WS-CHECK-PHONE = ZERO
                   MOVE 'GUARDIAN SMS - NO PHONE' TO WS-ACTION-TEXT
               WHEN PHONE-OPTED-OUT
                   MOVE 'GUARDIAN SMS - OPTED OUT' TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE SPACES TO SMS-NOTIFICATION-LINE
                   MOVE WS-CHECK-PHONE TO SMS-PHONE
                   MOVE STU-NO IN STUDENT-DETAILS TO SMS-STU-NO
                   MOVE 'CONTINUED ABSENCE - CALL SCHOOL'
                       TO SMS-REASON
                   INITIALIZE SMS-TEXT-REQUEST
                   MOVE 'LABS' TO SQ-MSG-TYPE
                   MOVE STU-NO IN STUDENT-DETAILS TO SQ-STU-NO
                   MOVE STU-NAME TO SQ-STU-NAME
                   STRING STU-CLASS '/' STU-SECTION
                       DELIMITED BY SIZE INTO SQ-CLASS
                   MOVE WS-RUN-DATE-INT TO SQ-DATE
                   MOVE SMS-REASON TO SQ-DETAIL
                   CALL 'SMSTEXT' USING SMS-TEXT-REQUEST
                   MOVE SQ-TEXT TO SMS-TEXT
                   MOVE 'LONGABS ' TO SMS-PROGRAM-ID
                   MOVE SQ-MSG-TYPE TO SMS-CATEGORY
                   CALL 'SMSGATE' USING SMS-NOTIFICATION-LINE
                       SMS-GATE-ANSWER
                   IF SG-SEND
                       WRITE SMS-NOTIFICATION-LINE
                       ADD 1 TO WS-SMS-COUNT
                       MOVE 'GUARDIAN SMS SENT' TO WS-ACTION-TEXT
                   ELSE
                       ADD 1 TO WS-SMS-HELD
                       MOVE 'GUARDIAN SMS HELD - QUOTA'
                           TO WS-ACTION-TEXT
                   END-IF
           END-EVALUATE.
           PERFORM WRITE-TRANSITION-LINE.

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

       WRITE-TEACHER-NOTICE.
           MOVE 2 TO WS-ST-STAGE (ST-INDEX).
           MOVE WS-RUN-DATE-INT TO WS-ST-STAGE-DATE (ST-INDEX).
           ADD 1 TO WS-NOTICE-COUNT.
           MOVE 'N' TO WS-TEACHER-FOUND.
           SET CT-INDEX TO 1.
           SEARCH WS-CT-ENTRY
               AT END
                   CONTINUE
               WHEN CT-INDEX > WS-TEACHER-COUNT
                   CONTINUE
               WHEN WS-CT-CLASS (CT-INDEX) = STU-CLASS
                   AND WS-CT-SECTION (CT-INDEX) = STU-SECTION
                   MOVE 'Y' TO WS-TEACHER-FOUND
           END-SEARCH.
           MOVE SPACES TO TEACHER-NOTICE-LINE.
           IF TEACHER-ON-TABLE
               STRING 'TO : ' WS-CT-NAME (CT-INDEX) ' ('
                   WS-CT-ID (CT-INDEX) ')  CLASS TEACHER '
                   STU-CLASS '-' STU-SECTION
                   DELIMITED BY SIZE INTO TEACHER-NOTICE-LINE
           ELSE
               STRING 'TO : THE OFFICE - NO CLASS TEACHER FOR '
                   STU-CLASS '-' STU-SECTION
                   DELIMITED BY SIZE INTO TEACHER-NOTICE-LINE
           END-IF.
           WRITE TEACHER-NOTICE-LINE.
           MOVE SPACES TO TEACHER-NOTICE-LINE.
           STRING 'DATE : ' WS-RUN-DATE-INT
               '   LONG ABSENCE NOTICE'
               DELIMITED BY SIZE INTO TEACHER-NOTICE-LINE.
           WRITE TEACHER-NOTICE-LINE.
           MOVE SPACES TO TEACHER-NOTICE-LINE.
           STRING STU-NO IN STUDENT-DETAILS ' '
               STU-NAME IN STUDENT-DETAILS ' HAS BEEN ABSENT '
               WS-STREAK-DAYS ' WORKING DAYS SINCE ' WS-STREAK-START
               DELIMITED BY SIZE INTO TEACHER-NOTICE-LINE.
           WRITE TEACHER-NOTICE-LINE.
           MOVE 'WITH NO EXPLANATION ON FILE. PLEASE CONTACT THE FAMILY'
               TO TEACHER-NOTICE-LINE.
           WRITE TEACHER-NOTICE-LINE.
           MOVE 'AND RECORD ANY REASON GIVEN WITH THE OFFICE.'
               TO TEACHER-NOTICE-LINE.
           WRITE TEACHER-NOTICE-LINE.
           MOVE ALL '-' TO TEACHER-NOTICE-LINE.
           WRITE TEACHER-NOTICE-LINE.
           MOVE 'CLASS TEACHER NOTIFIED' TO WS-ACTION-TEXT.
           PERFORM WRITE-TRANSITION-LINE.

       POST-LONG-ABSENT-STATUS.
           MOVE STUDENT-DETAILS TO WS-BEFORE-IMAGE.
           MOVE STU-STATUS TO WS-ST-PRIOR-STATUS (ST-INDEX).
           MOVE 'L' TO STU-STATUS.
           REWRITE STUDENT-DETAILS
               INVALID KEY
                   ADD 1 TO WS-REWRITE-FAILED
                   MOVE WS-BEFORE-IMAGE TO STUDENT-DETAILS
                   MOVE 'STATUS POST FAILED - REWRITE'
                       TO WS-ACTION-TEXT
               NOT INVALID KEY
                   MOVE 3 TO WS-ST-STAGE (ST-INDEX)
                   MOVE WS-RUN-DATE-INT TO WS-ST-STAGE-DATE (ST-INDEX)
                   ADD 1 TO WS-POSTED-COUNT
                   PERFORM WRITE-CHANGE-AUDIT
                   MOVE 'STATUS SET L LONG-ABSENT' TO WS-ACTION-TEXT
           END-REWRITE.
           PERFORM WRITE-TRANSITION-LINE.

      * A long-absent status keyed by hand, with no posting of ours
      * to undo, goes back to active.
       RESTORE-STUDENT-STATUS.
           MOVE STUDENT-DETAILS TO WS-BEFORE-IMAGE.
           IF WS-ST-STAGE (ST-INDEX) = 3
               AND WS-ST-PRIOR-STATUS (ST-INDEX) NOT = 'L'
               MOVE WS-ST-PRIOR-STATUS (ST-INDEX) TO STU-STATUS
           ELSE
               MOVE 'A' TO STU-STATUS
           END-IF.
           REWRITE STUDENT-DETAILS
               INVALID KEY
                   ADD 1 TO WS-REWRITE-FAILED
                   MOVE WS-BEFORE-IMAGE TO STUDENT-DETAILS
                   MOVE 'STATUS RESTORE FAILED - REWRITE'
                       TO WS-ACTION-TEXT
               NOT INVALID KEY
                   ADD 1 TO WS-RESTORED-COUNT
                   PERFORM WRITE-CHANGE-AUDIT
                   MOVE 'RETURNED - STATUS RESTORED' TO WS-ACTION-TEXT
           END-REWRITE.
           PERFORM WRITE-TRANSITION-LINE.

       WRITE-CHANGE-AUDIT.
           OPEN EXTEND CHANGE-AUDIT-FILE.
           IF WS-CHGAUD-STATUS NOT = '00'
               OPEN OUTPUT CHANGE-AUDIT-FILE
           END-IF.
           MOVE STU-NO IN STUDENT-DETAILS TO CHG-STU-NO.
           ACCEPT CHG-DATE FROM DATE YYYYMMDD.
           ACCEPT CHG-TIME FROM TIME.
           MOVE 'C'             TO CHG-TXN-TYPE.
           MOVE WS-PROGRAM-NAME TO CHG-OPERATOR-ID.
           MOVE WS-BEFORE-IMAGE TO CHG-BEFORE-IMAGE.
           MOVE STUDENT-DETAILS TO CHG-AFTER-IMAGE.
           WRITE CHANGE-AUDIT-RECORD.
           CLOSE CHANGE-AUDIT-FILE.
           PERFORM WRITE-MASTER-JOURNAL.

       WRITE-MASTER-JOURNAL.
           MOVE 'R' TO WS-JRNL-ACTION.
           MOVE STUDENT-DETAILS TO WS-JRNL-IMAGE.
           CALL 'MSTJRNL' USING WS-JRNL-ACTION WS-PROGRAM-NAME
               WS-JRNL-IMAGE.

       WRITE-STATE-RECORD.
           MOVE STU-NO IN STUDENT-DETAILS TO LA-STU-NO.
           MOVE WS-ST-STREAK-START (ST-INDEX) TO LA-STREAK-START.
           MOVE WS-ST-STAGE (ST-INDEX)        TO LA-STAGE.
           MOVE WS-ST-STAGE-DATE (ST-INDEX)   TO LA-STAGE-DATE.
           MOVE WS-ST-PRIOR-STATUS (ST-INDEX) TO LA-PRIOR-STATUS.
           WRITE LONG-ABSENCE-STATE-RECORD.
           ADD 1 TO WS-STATE-WRITTEN.

       WRITE-TRANSITION-LINE.
           ADD 1 TO WS-TRANSITIONS.
           MOVE SPACES TO LONG-ABSENCE-LINE.
           STRING STU-NO IN STUDENT-DETAILS ' '
               STU-NAME IN STUDENT-DETAILS ' ' STU-CLASS '-'
               STU-SECTION ' ' WS-STREAK-DAYS ' ' WS-STREAK-START
               ' ' WS-ACTION-TEXT
               DELIMITED BY SIZE INTO LONG-ABSENCE-LINE.
           WRITE LONG-ABSENCE-LINE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO LONG-ABSENCE-LINE.
           STRING SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO LONG-ABSENCE-LINE.
           WRITE LONG-ABSENCE-LINE.
           MOVE SPACES TO LONG-ABSENCE-LINE.
           STRING 'LONG-ABSENCE TRANSITIONS FOR ' WS-RUN-DATE-INT
               DELIMITED BY SIZE INTO LONG-ABSENCE-LINE.
           WRITE LONG-ABSENCE-LINE.
           MOVE SPACES TO LONG-ABSENCE-LINE.
           STRING 'ESCALATION AT SMS ' LP-SMS-DAYS ' / TEACHER '
               LP-NOTICE-DAYS ' / STATUS ' LP-STATUS-DAYS
               ' WORKING DAYS'
               DELIMITED BY SIZE INTO LONG-ABSENCE-LINE.
           WRITE LONG-ABSENCE-LINE.
           MOVE ALL '=' TO LONG-ABSENCE-LINE.
           WRITE LONG-ABSENCE-LINE.
           MOVE 'STU-NO NAME            CL-S DY SINCE    ACTION'
               TO LONG-ABSENCE-LINE.
           WRITE LONG-ABSENCE-LINE.
           MOVE ALL '-' TO LONG-ABSENCE-LINE.
           WRITE LONG-ABSENCE-LINE.

       WRITE-REPORT-TOTALS.
           MOVE ALL '=' TO LONG-ABSENCE-LINE.
           WRITE LONG-ABSENCE-LINE.
           MOVE SPACES TO LONG-ABSENCE-LINE.
           STRING 'TRANSITIONS : ' WS-TRANSITIONS
               '   SMS SENT : ' WS-SMS-COUNT
               '   HELD : ' WS-SMS-HELD
               '   TEACHER NOTICES : ' WS-NOTICE-COUNT
               DELIMITED BY SIZE INTO LONG-ABSENCE-LINE.
           WRITE LONG-ABSENCE-LINE.
           MOVE SPACES TO LONG-ABSENCE-LINE.
           STRING 'STATUS POSTED L : ' WS-POSTED-COUNT
               '   RESTORED : ' WS-RESTORED-COUNT
               '   REWRITE FAILED : ' WS-REWRITE-FAILED
               DELIMITED BY SIZE INTO LONG-ABSENCE-LINE.
           WRITE LONG-ABSENCE-LINE.
           MOVE SPACES TO LONG-ABSENCE-LINE.
           STRING 'STUDENTS UNDER ESCALATION : ' WS-STATE-WRITTEN
               DELIMITED BY SIZE INTO LONG-ABSENCE-LINE.
           WRITE LONG-ABSENCE-LINE.

       CLAIM-MASTER-LOCK.
           MOVE 'C' TO WS-LOCK-FUNCTION.
           CALL 'MSTLOCK' USING WS-LOCK-FUNCTION WS-PROGRAM-NAME
               WS-LOCK-RESULT WS-LOCK-HOLDER.
           IF NOT LOCK-GRANTED
               DISPLAY 'STUDENT MASTER IN USE BY : ' WS-LOCK-HOLDER
               DISPLAY 'TRY AGAIN LATER, OR USE LOCKCLR IF THE '
                   'LOCK IS ABANDONED'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.

       RELEASE-MASTER-LOCK.
           MOVE 'R' TO WS-LOCK-FUNCTION.
           CALL 'MSTLOCK' USING WS-LOCK-FUNCTION WS-PROGRAM-NAME
               WS-LOCK-RESULT WS-LOCK-HOLDER.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'LONGABS'       TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE   TO RL-TERM-CODE.
           MOVE WS-RUN-DATE-INT TO RL-RUN-DATE.
           MOVE WS-START-TIME   TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-STUDENTS-READ  TO RL-RECORDS-READ.
           MOVE WS-TRANSITIONS    TO RL-RECORDS-WRITTEN.
           MOVE WS-REWRITE-FAILED TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE     TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM LONGABS.
