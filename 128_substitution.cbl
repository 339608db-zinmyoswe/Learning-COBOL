      ******************************************************************
      * Author:
      * Date:
      * Purpose: Morning substitution run. For the run-control date
      *          (the system date when no card is present) it checks
      *          the academic calendar, finds every teacher on
      *          TCHRLEAV.DAT for the date and every teacher on hall
      *          duty on INVIGSES.DAT, and walks that weekday's
      *          TIMETBL.DAT slots. Each period belonging to an absent
      *          teacher is given to a present teacher who is free
      *          that period, not invigilating, and still under the
      *          daily load ceiling on the optional SUBSTCTL.DAT card
      *          (7 periods when absent) - the least-loaded teacher
      *          first, one of the absent teacher's own department on
      *          a tie. The day's arrangements replace any earlier run
      *          for the date on SUBSTREG.DAT, each substitute gets a
      *          slip on SUBSLIP.RPT, and any period nobody could take
      *          goes on the SUBUNCOV.RPT register for the office to
      *          settle by hand (condition code 4).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SUBSTARR.
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
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT TEACHER-MASTER-FILE ASSIGN TO "TCHRMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TCHRMST-STATUS.
           SELECT LEAVE-REGISTER ASSIGN TO "TCHRLEAV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT DUTY-SESSION-FILE ASSIGN TO "INVIGSES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INVIG-STATUS.
           SELECT TIMETABLE-FILE ASSIGN TO "TIMETBL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIMETBL-STATUS.
           SELECT SUBST-CONTROL ASSIGN TO "SUBSTCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT SUBST-REGISTER ASSIGN TO "SUBSTREG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBSTREG-STATUS.
           SELECT SLIP-REPORT ASSIGN TO "SUBSLIP.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNCOVERED-REPORT ASSIGN TO "SUBUNCOV.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  CALENDAR-FILE.
           COPY ACADCALR.

       FD  TEACHER-MASTER-FILE.
       01 TEACHER-MASTER-LINE.
           05 TM-TEACHER-ID      PIC 9(04).
           05 TM-TEACHER-NAME    PIC X(15).
           05 TM-DEPARTMENT      PIC X(12).

       FD  LEAVE-REGISTER.
           COPY TCHRLVR.

       FD  DUTY-SESSION-FILE.
           COPY INVGSESR.

       FD  TIMETABLE-FILE.
           COPY TIMETBLR.

       FD  SUBST-CONTROL.
       01 SUBST-CONTROL-RECORD.
           05 SC-MAX-DAILY-LOAD  PIC 9(02).

       FD  SUBST-REGISTER.
           COPY SUBSTRGR.

       FD  SLIP-REPORT.
       01 SLIP-REPORT-LINE PIC X(72).

       FD  UNCOVERED-REPORT.
       01 UNCOVERED-REPORT-LINE PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-CALENDAR-STATUS PIC X(02) VALUE '00'.
       01 WS-TCHRMST-STATUS  PIC X(02) VALUE '00'.
       01 WS-LEAVE-STATUS    PIC X(02) VALUE '00'.
       01 WS-INVIG-STATUS    PIC X(02) VALUE '00'.
       01 WS-TIMETBL-STATUS  PIC X(02) VALUE '00'.
       01 WS-CONTROL-STATUS  PIC X(02) VALUE '00'.
       01 WS-SUBSTREG-STATUS PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08) VALUE ZERO.
       01 WS-RUN-DATE-INT    PIC 9(08) VALUE ZERO.
       01 WS-DAY-NO          PIC 9(01).
       01 WS-DAY-WORK        PIC 9(07).
       01 WS-DAY-TYPE        PIC X(01) VALUE SPACE.
       01 WS-MAX-DAILY-LOAD  PIC 9(02) VALUE 7.
       01 WS-TEACHER-COUNT   PIC 9(02) VALUE ZERO.
       01 WS-TEACHER-TABLE.
           05 WS-TM-ENTRY OCCURS 50 TIMES INDEXED BY TM-INDEX.
               10 WS-TM-ID       PIC 9(04).
               10 WS-TM-NAME     PIC X(15).
               10 WS-TM-DEPT     PIC X(12).
               10 WS-TM-ABSENT   PIC X(01).
               10 WS-TM-INVIG    PIC X(01).
               10 WS-TM-PERIODS  PIC 9(02).
               10 WS-TM-SUBS     PIC 9(02).
               10 WS-TM-BUSY     PIC X(01) OCCURS 10 TIMES.
       01 WS-SLOT-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-SLOT-TABLE.
           05 WS-SL-ENTRY OCCURS 600 TIMES INDEXED BY SL-INDEX.
               10 WS-SL-CLASS    PIC 9(02).
               10 WS-SL-SECTION  PIC X(01).
               10 WS-SL-PERIOD   PIC 9(02).
               10 WS-SL-SUBJ     PIC X(04).
               10 WS-SL-TCHR     PIC 9(04).
       01 WS-REG-COUNT       PIC 9(04) VALUE ZERO.
       01 WS-REG-FULL-FLAG   PIC X(01) VALUE 'N'.
           88 REGISTER-TABLE-FULL VALUE 'Y'.
       01 WS-REGISTER-TABLE.
           05 WS-SB-ENTRY OCCURS 3000 TIMES INDEXED BY SB-INDEX.
               10 WS-SB-DATE     PIC 9(08).
               10 WS-SB-CLASS    PIC 9(02).
               10 WS-SB-SECTION  PIC X(01).
               10 WS-SB-PERIOD   PIC 9(02).
               10 WS-SB-SUBJ     PIC X(04).
               10 WS-SB-ABSENT   PIC 9(04).
               10 WS-SB-SUBST    PIC 9(04).
               10 WS-SB-STATUS   PIC X(01).
       01 WS-TODAY-FIRST     PIC 9(04) VALUE ZERO.
       01 WS-ABSENT-SLOT     PIC 9(02) VALUE ZERO.
       01 WS-BEST-SLOT       PIC 9(02) VALUE ZERO.
       01 WS-BEST-SCORE      PIC 9(02) VALUE ZERO.
       01 WS-BEST-SAME-DEPT  PIC X(01) VALUE 'N'.
       01 WS-CAND-SCORE      PIC 9(02) VALUE ZERO.
       01 WS-CAND-SAME-DEPT  PIC X(01) VALUE 'N'.
       01 WS-WORK-PERIOD     PIC 9(02).
       01 WS-WORK-TCHR       PIC 9(04).
       01 WS-FOUND-SLOT      PIC 9(02) VALUE ZERO.
       01 WS-NAME-SUB        PIC 9(02) VALUE ZERO.
       01 WS-ABSENT-COUNT    PIC 9(02) VALUE ZERO.
       01 WS-SLOTS-READ      PIC 9(05) VALUE ZERO.
       01 WS-COVERED-COUNT   PIC 9(03) VALUE ZERO.
       01 WS-UNCOVERED-COUNT PIC 9(03) VALUE ZERO.
       01 WS-ABSENT-NAME     PIC X(15).
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
           COMPUTE WS-DAY-WORK =
               FUNCTION MOD (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-INT),
               7).
           IF WS-DAY-WORK = ZERO
               MOVE 7 TO WS-DAY-NO
           ELSE
               MOVE WS-DAY-WORK TO WS-DAY-NO
           END-IF.
           PERFORM CHECK-CALENDAR-DAY.
           IF WS-DAY-TYPE NOT = 'W'
               DISPLAY WS-RUN-DATE-INT ' IS NOT A WORKING DAY - '
                   'NO SUBSTITUTION ARRANGED'
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM LOAD-TEACHER-MASTER.
           IF WS-TEACHER-COUNT = ZERO
               DISPLAY 'NO TEACHER MASTER ON FILE, NOTHING TO ARRANGE'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM LOAD-SUBST-CONTROL.
           PERFORM LOAD-ABSENT-TEACHERS.
           PERFORM LOAD-INVIGILATORS.
           PERFORM LOAD-DAY-TIMETABLE.
           PERFORM LOAD-SUBST-REGISTER.
      * Rewriting from a truncated table would lose the overflow rows
      * of earlier dates - the run stops before anything is changed.
           IF REGISTER-TABLE-FULL
               DISPLAY 'SUBSTREG.DAT EXCEEDS THE ' WS-REG-COUNT
                   '-ROW TABLE - RUN REFUSED, REGISTER UNCHANGED'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           COMPUTE WS-TODAY-FIRST = WS-REG-COUNT + 1.
           PERFORM VARYING SL-INDEX FROM 1 BY 1
               UNTIL SL-INDEX > WS-SLOT-COUNT
               PERFORM COVER-ONE-SLOT
           END-PERFORM.
           PERFORM REWRITE-SUBST-REGISTER.
           PERFORM PRINT-SUBSTITUTION-SLIPS.
           PERFORM PRINT-UNCOVERED-REGISTER.
           DISPLAY 'TEACHERS ABSENT : ' WS-ABSENT-COUNT
               '  PERIODS COVERED : ' WS-COVERED-COUNT
               '  UNCOVERED : ' WS-UNCOVERED-COUNT.
           IF WS-UNCOVERED-COUNT > ZERO
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

       CHECK-CALENDAR-DAY.
      * With no calendar, or a date it does not carry, every day but
      * Sunday is taken as a working day.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ CALENDAR-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF CAL-DATE = WS-RUN-DATE-INT
                               MOVE CAL-DAY-TYPE TO WS-DAY-TYPE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.
           IF WS-DAY-TYPE = SPACE
               IF WS-DAY-NO = 7
                   MOVE 'H' TO WS-DAY-TYPE
               ELSE
                   MOVE 'W' TO WS-DAY-TYPE
               END-IF
           END-IF.

       LOAD-TEACHER-MASTER.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TEACHER-MASTER-FILE.
           IF WS-TCHRMST-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TEACHER-MASTER-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-TEACHER-COUNT < 50
                               ADD 1 TO WS-TEACHER-COUNT
                               SET TM-INDEX TO WS-TEACHER-COUNT
                               PERFORM MOVE-TEACHER-TO-TABLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEACHER-MASTER-FILE
           END-IF.

       MOVE-TEACHER-TO-TABLE.
           MOVE TM-TEACHER-ID   TO WS-TM-ID (TM-INDEX).
           MOVE TM-TEACHER-NAME TO WS-TM-NAME (TM-INDEX).
           MOVE TM-DEPARTMENT   TO WS-TM-DEPT (TM-INDEX).
           MOVE 'N'             TO WS-TM-ABSENT (TM-INDEX).
           MOVE 'N'             TO WS-TM-INVIG (TM-INDEX).
           MOVE ZERO            TO WS-TM-PERIODS (TM-INDEX).
           MOVE ZERO            TO WS-TM-SUBS (TM-INDEX).
           PERFORM VARYING WS-WORK-PERIOD FROM 1 BY 1
               UNTIL WS-WORK-PERIOD > 10
               MOVE 'N' TO WS-TM-BUSY (TM-INDEX, WS-WORK-PERIOD)
           END-PERFORM.

       FIND-TEACHER-SLOT.
           MOVE ZERO TO WS-FOUND-SLOT.
           PERFORM VARYING TM-INDEX FROM 1 BY 1
               UNTIL TM-INDEX > WS-TEACHER-COUNT
               IF WS-TM-ID (TM-INDEX) = WS-WORK-TCHR
                   SET WS-FOUND-SLOT TO TM-INDEX
               END-IF
           END-PERFORM.

       LOAD-SUBST-CONTROL.
           OPEN INPUT SUBST-CONTROL.
           IF WS-CONTROL-STATUS = '00'
               READ SUBST-CONTROL
                   NOT AT END
                       IF SC-MAX-DAILY-LOAD > ZERO
                           MOVE SC-MAX-DAILY-LOAD TO WS-MAX-DAILY-LOAD
                       END-IF
               END-READ
               CLOSE SUBST-CONTROL
           END-IF.
           DISPLAY 'DAILY LOAD CEILING : ' WS-MAX-DAILY-LOAD
               ' PERIODS'.

       LOAD-ABSENT-TEACHERS.
      * Every type counts, on-duty included - the teacher is away
      * from the classroom either way.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LEAVE-REGISTER.
           IF WS-LEAVE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ LEAVE-REGISTER
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF TL-LEAVE-DATE = WS-RUN-DATE-INT
                               MOVE TL-TEACHER-ID TO WS-WORK-TCHR
                               PERFORM FIND-TEACHER-SLOT
                               IF WS-FOUND-SLOT > ZERO
                                   SET TM-INDEX TO WS-FOUND-SLOT
                                   IF WS-TM-ABSENT (TM-INDEX) = 'N'
                                       ADD 1 TO WS-ABSENT-COUNT
                                   END-IF
                                   MOVE 'Y' TO WS-TM-ABSENT (TM-INDEX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-REGISTER
           END-IF.

       LOAD-INVIGILATORS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT DUTY-SESSION-FILE.
           IF WS-INVIG-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ DUTY-SESSION-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF IV-EXAM-DATE = WS-RUN-DATE-INT
                               MOVE IV-TEACHER-ID TO WS-WORK-TCHR
                               PERFORM FIND-TEACHER-SLOT
                               IF WS-FOUND-SLOT > ZERO
                                   SET TM-INDEX TO WS-FOUND-SLOT
                                   MOVE 'Y' TO WS-TM-INVIG (TM-INDEX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUTY-SESSION-FILE
           END-IF.

       LOAD-DAY-TIMETABLE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TIMETABLE-FILE.
           IF WS-TIMETBL-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TIMETABLE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF TT-DAY-NO = WS-DAY-NO AND TT-PERIOD-VALID
                               ADD 1 TO WS-SLOTS-READ
                               PERFORM RECORD-DAY-SLOT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIMETABLE-FILE
           ELSE
               DISPLAY 'NO TIMETABLE ON FILE - NOTHING TO COVER'
           END-IF.

       RECORD-DAY-SLOT.
           MOVE TT-TEACHER-ID TO WS-WORK-TCHR.
           PERFORM FIND-TEACHER-SLOT.
           IF WS-FOUND-SLOT > ZERO
               SET TM-INDEX TO WS-FOUND-SLOT
               ADD 1 TO WS-TM-PERIODS (TM-INDEX)
               MOVE 'Y' TO WS-TM-BUSY (TM-INDEX, TT-PERIOD)
           END-IF.
           IF WS-SLOT-COUNT < 600
               ADD 1 TO WS-SLOT-COUNT
               SET SL-INDEX TO WS-SLOT-COUNT
               MOVE TT-CLASS      TO WS-SL-CLASS (SL-INDEX)
               MOVE TT-SECTION    TO WS-SL-SECTION (SL-INDEX)
               MOVE TT-PERIOD     TO WS-SL-PERIOD (SL-INDEX)
               MOVE TT-SUBJ-CODE  TO WS-SL-SUBJ (SL-INDEX)
               MOVE TT-TEACHER-ID TO WS-SL-TCHR (SL-INDEX)
           END-IF.

       LOAD-SUBST-REGISTER.
      * Rows for the run date from an earlier run are dropped here
      * and arranged afresh.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SUBST-REGISTER.
           IF WS-SUBSTREG-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SUBST-REGISTER
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF SB-DATE NOT = WS-RUN-DATE-INT
                               PERFORM KEEP-REGISTER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBST-REGISTER
           END-IF.

       KEEP-REGISTER-ROW.
           IF WS-REG-COUNT < 3000
               ADD 1 TO WS-REG-COUNT
               SET SB-INDEX TO WS-REG-COUNT
               MOVE SB-DATE        TO WS-SB-DATE (SB-INDEX)
               MOVE SB-CLASS       TO WS-SB-CLASS (SB-INDEX)
               MOVE SB-SECTION     TO WS-SB-SECTION (SB-INDEX)
               MOVE SB-PERIOD      TO WS-SB-PERIOD (SB-INDEX)
               MOVE SB-SUBJ-CODE   TO WS-SB-SUBJ (SB-INDEX)
               MOVE SB-ABSENT-TCHR TO WS-SB-ABSENT (SB-INDEX)
               MOVE SB-SUBST-TCHR  TO WS-SB-SUBST (SB-INDEX)
               MOVE SB-STATUS      TO WS-SB-STATUS (SB-INDEX)
           ELSE
               SET REGISTER-TABLE-FULL TO TRUE
           END-IF.

       COVER-ONE-SLOT.
           MOVE WS-SL-TCHR (SL-INDEX) TO WS-WORK-TCHR.
           PERFORM FIND-TEACHER-SLOT.
           MOVE WS-FOUND-SLOT TO WS-ABSENT-SLOT.
           IF WS-ABSENT-SLOT > ZERO
               SET TM-INDEX TO WS-ABSENT-SLOT
               IF WS-TM-ABSENT (TM-INDEX) = 'Y'
                   PERFORM CHOOSE-SUBSTITUTE
                   PERFORM ADD-TODAY-ROW
               END-IF
           END-IF.

       CHOOSE-SUBSTITUTE.
           MOVE WS-SL-PERIOD (SL-INDEX) TO WS-WORK-PERIOD.
           MOVE ZERO TO WS-BEST-SLOT.
           MOVE 99 TO WS-BEST-SCORE.
           MOVE 'N' TO WS-BEST-SAME-DEPT.
           PERFORM VARYING TM-INDEX FROM 1 BY 1
               UNTIL TM-INDEX > WS-TEACHER-COUNT
               IF WS-TM-ABSENT (TM-INDEX) = 'N'
                   AND WS-TM-INVIG (TM-INDEX) = 'N'
                   AND WS-TM-BUSY (TM-INDEX, WS-WORK-PERIOD) = 'N'
                   PERFORM RATE-CANDIDATE
               END-IF
           END-PERFORM.
           IF WS-BEST-SLOT > ZERO
               SET TM-INDEX TO WS-BEST-SLOT
               MOVE 'Y' TO WS-TM-BUSY (TM-INDEX, WS-WORK-PERIOD)
               ADD 1 TO WS-TM-SUBS (TM-INDEX)
           END-IF.

       RATE-CANDIDATE.
           COMPUTE WS-CAND-SCORE = WS-TM-PERIODS (TM-INDEX)
               + WS-TM-SUBS (TM-INDEX).
           IF WS-CAND-SCORE < WS-MAX-DAILY-LOAD
               MOVE 'N' TO WS-CAND-SAME-DEPT
               IF WS-TM-DEPT (TM-INDEX) = WS-TM-DEPT (WS-ABSENT-SLOT)
                   MOVE 'Y' TO WS-CAND-SAME-DEPT
               END-IF
               IF WS-CAND-SCORE < WS-BEST-SCORE
                   OR (WS-CAND-SCORE = WS-BEST-SCORE
                       AND WS-CAND-SAME-DEPT = 'Y'
                       AND WS-BEST-SAME-DEPT = 'N')
                   SET WS-BEST-SLOT TO TM-INDEX
                   MOVE WS-CAND-SCORE TO WS-BEST-SCORE
                   MOVE WS-CAND-SAME-DEPT TO WS-BEST-SAME-DEPT
               END-IF
           END-IF.

       ADD-TODAY-ROW.
           IF WS-REG-COUNT >= 3000
               DISPLAY 'SUBSTITUTION REGISTER FULL - CLASS '
                   WS-SL-CLASS (SL-INDEX) WS-SL-SECTION (SL-INDEX)
                   ' PERIOD ' WS-SL-PERIOD (SL-INDEX) ' NOT RECORDED'
               ADD 1 TO WS-UNCOVERED-COUNT
           ELSE
               ADD 1 TO WS-REG-COUNT
               SET SB-INDEX TO WS-REG-COUNT
               MOVE WS-RUN-DATE-INT          TO WS-SB-DATE (SB-INDEX)
               MOVE WS-SL-CLASS (SL-INDEX)   TO WS-SB-CLASS (SB-INDEX)
               MOVE WS-SL-SECTION (SL-INDEX) TO
                   WS-SB-SECTION (SB-INDEX)
               MOVE WS-SL-PERIOD (SL-INDEX)  TO
                   WS-SB-PERIOD (SB-INDEX)
               MOVE WS-SL-SUBJ (SL-INDEX)    TO WS-SB-SUBJ (SB-INDEX)
               MOVE WS-SL-TCHR (SL-INDEX)    TO
                   WS-SB-ABSENT (SB-INDEX)
               IF WS-BEST-SLOT > ZERO
                   MOVE WS-TM-ID (WS-BEST-SLOT) TO
                       WS-SB-SUBST (SB-INDEX)
                   MOVE 'C' TO WS-SB-STATUS (SB-INDEX)
                   ADD 1 TO WS-COVERED-COUNT
               ELSE
                   MOVE ZERO TO WS-SB-SUBST (SB-INDEX)
                   MOVE 'U' TO WS-SB-STATUS (SB-INDEX)
                   ADD 1 TO WS-UNCOVERED-COUNT
               END-IF
           END-IF.

       REWRITE-SUBST-REGISTER.
           OPEN OUTPUT SUBST-REGISTER.
           PERFORM VARYING SB-INDEX FROM 1 BY 1
               UNTIL SB-INDEX > WS-REG-COUNT
               MOVE WS-SB-DATE (SB-INDEX)    TO SB-DATE
               MOVE WS-SB-CLASS (SB-INDEX)   TO SB-CLASS
               MOVE WS-SB-SECTION (SB-INDEX) TO SB-SECTION
               MOVE WS-SB-PERIOD (SB-INDEX)  TO SB-PERIOD
               MOVE WS-SB-SUBJ (SB-INDEX)    TO SB-SUBJ-CODE
               MOVE WS-SB-ABSENT (SB-INDEX)  TO SB-ABSENT-TCHR
               MOVE WS-SB-SUBST (SB-INDEX)   TO SB-SUBST-TCHR
               MOVE WS-SB-STATUS (SB-INDEX)  TO SB-STATUS
               WRITE SUBSTITUTION-RECORD
           END-PERFORM.
           CLOSE SUBST-REGISTER.

       PRINT-SUBSTITUTION-SLIPS.
           OPEN OUTPUT SLIP-REPORT.
           PERFORM VARYING TM-INDEX FROM 1 BY 1
               UNTIL TM-INDEX > WS-TEACHER-COUNT
               IF WS-TM-SUBS (TM-INDEX) > ZERO
                   PERFORM WRITE-ONE-SLIP
               END-IF
           END-PERFORM.
           CLOSE SLIP-REPORT.

       WRITE-ONE-SLIP.
           MOVE ALL '=' TO SLIP-REPORT-LINE.
           WRITE SLIP-REPORT-LINE.
           MOVE SPACES TO SLIP-REPORT-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO SLIP-REPORT-LINE.
           WRITE SLIP-REPORT-LINE.
           MOVE '             SUBSTITUTION SLIP' TO SLIP-REPORT-LINE.
           WRITE SLIP-REPORT-LINE.
           MOVE SPACES TO SLIP-REPORT-LINE.
           STRING 'TEACHER : ' WS-TM-ID (TM-INDEX) ' '
               WS-TM-NAME (TM-INDEX) '   DATE : ' WS-RUN-DATE-INT
               DELIMITED BY SIZE INTO SLIP-REPORT-LINE.
           WRITE SLIP-REPORT-LINE.
           MOVE ALL '-' TO SLIP-REPORT-LINE.
           WRITE SLIP-REPORT-LINE.
           MOVE 'PERIOD  CLASS  SUBJECT  IN PLACE OF' TO
               SLIP-REPORT-LINE.
           WRITE SLIP-REPORT-LINE.
           PERFORM VARYING SB-INDEX FROM WS-TODAY-FIRST BY 1
               UNTIL SB-INDEX > WS-REG-COUNT
               IF WS-SB-SUBST (SB-INDEX) = WS-TM-ID (TM-INDEX)
                   AND WS-SB-STATUS (SB-INDEX) = 'C'
                   PERFORM WRITE-SLIP-LINE
               END-IF
           END-PERFORM.
           MOVE ALL '-' TO SLIP-REPORT-LINE.
           WRITE SLIP-REPORT-LINE.
           MOVE SPACES TO SLIP-REPORT-LINE.
           STRING 'SUBSTITUTE PERIODS : ' WS-TM-SUBS (TM-INDEX)
               '   OWN PERIODS : ' WS-TM-PERIODS (TM-INDEX)
               DELIMITED BY SIZE INTO SLIP-REPORT-LINE.
           WRITE SLIP-REPORT-LINE.

       WRITE-SLIP-LINE.
           MOVE WS-SB-ABSENT (SB-INDEX) TO WS-WORK-TCHR.
           PERFORM LOOKUP-ABSENT-NAME.
           MOVE SPACES TO SLIP-REPORT-LINE.
           STRING '  ' WS-SB-PERIOD (SB-INDEX) '     '
               WS-SB-CLASS (SB-INDEX) '-' WS-SB-SECTION (SB-INDEX)
               '   ' WS-SB-SUBJ (SB-INDEX) '     '
               WS-SB-ABSENT (SB-INDEX) ' ' WS-ABSENT-NAME
               DELIMITED BY SIZE INTO SLIP-REPORT-LINE.
           WRITE SLIP-REPORT-LINE.

       LOOKUP-ABSENT-NAME.
      * A separate subscript keeps the slip's own teacher index
      * intact.
           MOVE SPACES TO WS-ABSENT-NAME.
           PERFORM VARYING WS-NAME-SUB FROM 1 BY 1
               UNTIL WS-NAME-SUB > WS-TEACHER-COUNT
               IF WS-TM-ID (WS-NAME-SUB) = WS-WORK-TCHR
                   MOVE WS-TM-NAME (WS-NAME-SUB) TO WS-ABSENT-NAME
               END-IF
           END-PERFORM.

       PRINT-UNCOVERED-REGISTER.
           OPEN OUTPUT UNCOVERED-REPORT.
           MOVE ALL '=' TO UNCOVERED-REPORT-LINE.
           WRITE UNCOVERED-REPORT-LINE.
           MOVE SPACES TO UNCOVERED-REPORT-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO UNCOVERED-REPORT-LINE.
           WRITE UNCOVERED-REPORT-LINE.
           MOVE '             UNCOVERED PERIODS REGISTER' TO
               UNCOVERED-REPORT-LINE.
           WRITE UNCOVERED-REPORT-LINE.
           MOVE SPACES TO UNCOVERED-REPORT-LINE.
           STRING 'DATE : ' WS-RUN-DATE-INT '   LOAD CEILING : '
               WS-MAX-DAILY-LOAD
               DELIMITED BY SIZE INTO UNCOVERED-REPORT-LINE.
           WRITE UNCOVERED-REPORT-LINE.
           MOVE ALL '-' TO UNCOVERED-REPORT-LINE.
           WRITE UNCOVERED-REPORT-LINE.
           MOVE 'PERIOD  CLASS  SUBJECT  ABSENT TEACHER' TO
               UNCOVERED-REPORT-LINE.
           WRITE UNCOVERED-REPORT-LINE.
           PERFORM VARYING SB-INDEX FROM WS-TODAY-FIRST BY 1
               UNTIL SB-INDEX > WS-REG-COUNT
               IF WS-SB-STATUS (SB-INDEX) = 'U'
                   MOVE WS-SB-ABSENT (SB-INDEX) TO WS-WORK-TCHR
                   PERFORM LOOKUP-ABSENT-NAME
                   MOVE SPACES TO UNCOVERED-REPORT-LINE
                   STRING '  ' WS-SB-PERIOD (SB-INDEX) '     '
                       WS-SB-CLASS (SB-INDEX) '-'
                       WS-SB-SECTION (SB-INDEX) '   '
                       WS-SB-SUBJ (SB-INDEX) '     '
                       WS-SB-ABSENT (SB-INDEX) ' ' WS-ABSENT-NAME
                       DELIMITED BY SIZE INTO UNCOVERED-REPORT-LINE
                   WRITE UNCOVERED-REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE ALL '-' TO UNCOVERED-REPORT-LINE.
           WRITE UNCOVERED-REPORT-LINE.
           MOVE SPACES TO UNCOVERED-REPORT-LINE.
           STRING 'PERIODS COVERED : ' WS-COVERED-COUNT
               '   UNCOVERED : ' WS-UNCOVERED-COUNT
               DELIMITED BY SIZE INTO UNCOVERED-REPORT-LINE.
           WRITE UNCOVERED-REPORT-LINE.
           MOVE ALL '=' TO UNCOVERED-REPORT-LINE.
           WRITE UNCOVERED-REPORT-LINE.
           CLOSE UNCOVERED-REPORT.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'SUBSTARR'         TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE      TO RL-TERM-CODE.
           MOVE WS-RUN-DATE-INT    TO RL-RUN-DATE.
           MOVE WS-START-TIME      TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-SLOTS-READ      TO RL-RECORDS-READ.
           MOVE WS-COVERED-COUNT   TO RL-RECORDS-WRITTEN.
           MOVE WS-UNCOVERED-COUNT TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE        TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM SUBSTARR.
