      ******************************************************************
      * Author:
      * Date:
      * Purpose: Gate card-reader attendance import. The readers at
      *          the gate export the day's punches to PUNCH.DAT (card
      *          number, date, time, reader); this run maps each card
      *          to its STU-NO through the CARDMAP.DAT card list and
      *          posts the RUNCTL run date's whole-day presence to
      *          ATTDAILY.DAT, so the register no longer rests on the
      *          teacher's hand entry alone. A student's earliest
      *          punch is the arrival - later punches and punches on
      *          a second card are duplicates and ignored - and an
      *          arrival after the PUNCHCTL.DAT cut-off time (default
      *          08:00) is posted 'L' late, which ATTSUMM counts as
      *          present. A student the class teacher already marked
      *          'P' through ATTPOST keeps that entry (turned to 'L'
      *          when the punch was late) instead of getting a second
      *          one. Nothing is posted unless CALENDAR.DAT has the
      *          date as a working day. The exception report
      *          ATTPUNCH.RPT lists, for the office to settle with the
      *          class teachers before the day's attendance is taken
      *          as final: unknown or withdrawn cards, punches dated
      *          other than the run date, punches on a holiday or
      *          break, cards of students no longer on the roll, and
      *          every mismatch with the register - marked present or
      *          released with no punch, or punched in but marked
      *          absent. RC 4 when there are exceptions. Appends to
      *          RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ATTPUNCH.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PUNCH-FILE ASSIGN TO "PUNCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PUNCH-STATUS.
           SELECT CARD-MAP-FILE ASSIGN TO "CARDMAP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARDMAP-STATUS.
           SELECT PUNCH-CONTROL ASSIGN TO "PUNCHCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT DAILY-ATTENDANCE ASSIGN TO "ATTDAILY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAILY-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT EXCEPTION-REPORT ASSIGN TO "ATTPUNCH.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * One record per card swipe, as the gate readers export it.
       FD  PUNCH-FILE.
       01 PUNCH-RECORD.
           05 PN-CARD-NO      PIC X(10).
           05 PN-PUNCH-DATE   PIC 9(08).
           05 PN-PUNCH-TIME   PIC 9(06).
           05 PN-READER-ID    PIC X(04).

      * Card list from the reader enrolment - a lost or withdrawn
      * card stays on the list marked 'W' so a found card is caught.
       FD  CARD-MAP-FILE.
       01 CARD-MAP-RECORD.
           05 CM-CARD-NO      PIC X(10).
           05 CM-STU-NO       PIC 9(05).
           05 CM-STATUS       PIC X(01).
               88 CM-CARD-ACTIVE    VALUE 'A' ' '.
               88 CM-CARD-WITHDRAWN VALUE 'W'.

       FD  PUNCH-CONTROL.
       01 PUNCH-CONTROL-RECORD.
           05 PC-CUTOFF-TIME  PIC 9(04).

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
               88 AD-WAS-ABSENT   VALUE 'A'.
               88 AD-RELEASED     VALUE 'R'.
               88 AD-RELEASE-MARKER VALUE 'G'.
           05 AD-PERIOD       PIC 9(02).
               88 AD-WHOLE-DAY    VALUE 00.

       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  EXCEPTION-REPORT.
       01 EXCEPTION-LINE      PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-PUNCH-STATUS    PIC X(02) VALUE '00'.
       01 WS-CARDMAP-STATUS  PIC X(02) VALUE '00'.
       01 WS-CONTROL-STATUS  PIC X(02) VALUE '00'.
       01 WS-CALENDAR-STATUS PIC X(02) VALUE '00'.
       01 WS-DAILY-STATUS    PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08).
       01 WS-ATT-DATE        PIC 9(08) VALUE ZERO.
       01 WS-CUTOFF-TIME     PIC 9(04) VALUE 0800.
       01 WS-CUTOFF-HHMMSS   PIC 9(06).
       01 WS-CAL-VERDICT     PIC X(01) VALUE 'U'.
           88 DATE-IS-WORKING   VALUE 'W'.
           88 DATE-NOT-WORKING  VALUE 'H' 'B'.
           88 DATE-NOT-ON-CALENDAR VALUE 'U'.
      * Card list, searched for every punch.
       01 WS-CARD-COUNT      PIC 9(04) VALUE ZERO.
       01 WS-CARD-TABLE.
           05 WS-CD-ENTRY OCCURS 9999 TIMES INDEXED BY CD-INDEX.
               10 WS-CD-CARD-NO   PIC X(10).
               10 WS-CD-STU-NO    PIC 9(05).
               10 WS-CD-STATUS    PIC X(01).
       01 WS-CARD-FOUND      PIC X(01).
           88 CARD-ON-LIST     VALUE 'Y'.
      * Earliest punch and the register entry by STU-NO.
       01 WS-STUDENT-TABLE.
           05 WS-ST-ENTRY OCCURS 99999 TIMES INDEXED BY ST-INDEX.
               10 WS-ST-ARRIVAL   PIC 9(06).
               10 WS-ST-PUNCHED   PIC X(01).
               10 WS-ST-REGISTER  PIC X(01).
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-EXC-KEY         PIC X(10).
       01 WS-EXC-TIME        PIC 9(06).
       01 WS-EXC-REASON      PIC X(40).
       01 WS-NEW-MARK        PIC X(01).
       01 WS-PUNCHES-READ    PIC 9(05) VALUE ZERO.
       01 WS-DUPLICATE-COUNT PIC 9(05) VALUE ZERO.
       01 WS-STUDENTS-PUNCHED PIC 9(05) VALUE ZERO.
       01 WS-POSTED-PRESENT  PIC 9(05) VALUE ZERO.
       01 WS-POSTED-LATE     PIC 9(05) VALUE ZERO.
       01 WS-MARKED-LATE     PIC 9(05) VALUE ZERO.
       01 WS-ON-REGISTER     PIC 9(05) VALUE ZERO.
       01 WS-EXCEPTION-COUNT PIC 9(05) VALUE ZERO.
       01 WS-RPT-COUNT       PIC Z(4)9.
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
           PERFORM LOAD-PUNCH-CONTROL.
           OPEN INPUT PUNCH-FILE.
           IF WS-PUNCH-STATUS NOT = '00'
               DISPLAY 'NO PUNCH.DAT FROM THE GATE READERS - '
                   'NOTHING TO IMPORT'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           CLOSE PUNCH-FILE.
           PERFORM CHECK-CALENDAR-DATE.
           PERFORM LOAD-CARD-MAP.
           INITIALIZE WS-STUDENT-TABLE.
           OPEN OUTPUT EXCEPTION-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM READ-PUNCH-FILE.
           IF DATE-IS-WORKING
               PERFORM MATCH-TEACHER-REGISTER
               PERFORM POST-PUNCHED-STUDENTS
               PERFORM LIST-REGISTER-MISMATCHES
           ELSE
               PERFORM LIST-HOLIDAY-PUNCHES
           END-IF.
           PERFORM WRITE-REPORT-FOOTING.
           CLOSE EXCEPTION-REPORT.
           DISPLAY 'PUNCHES READ         : ' WS-PUNCHES-READ.
           DISPLAY 'DUPLICATES IGNORED   : ' WS-DUPLICATE-COUNT.
           DISPLAY 'POSTED PRESENT/LATE  : ' WS-POSTED-PRESENT
               '/' WS-POSTED-LATE.
           DISPLAY 'REGISTER SET LATE    : ' WS-MARKED-LATE.
           DISPLAY 'EXCEPTIONS           : ' WS-EXCEPTION-COUNT
               ' - SEE ATTPUNCH.RPT'.
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
                       MOVE RUN-DATE TO WS-ATT-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-ATT-DATE = ZERO
               ACCEPT WS-ATT-DATE FROM DATE YYYYMMDD
           END-IF.

       LOAD-PUNCH-CONTROL.
           OPEN INPUT PUNCH-CONTROL.
           IF WS-CONTROL-STATUS = '00'
               READ PUNCH-CONTROL
                   NOT AT END
                       MOVE PC-CUTOFF-TIME TO WS-CUTOFF-TIME
               END-READ
               CLOSE PUNCH-CONTROL
           ELSE
               DISPLAY 'NO PUNCH CONTROL CARD, DEFAULT LATE CUT-OFF '
                   'USED : ' WS-CUTOFF-TIME
           END-IF.
      * A punch in the cut-off minute itself is on time.
           COMPUTE WS-CUTOFF-HHMMSS = WS-CUTOFF-TIME * 100 + 59.

       CHECK-CALENDAR-DATE.
           MOVE 'U' TO WS-CAL-VERDICT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ CALENDAR-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF CAL-DATE = WS-ATT-DATE
                               MOVE CAL-DAY-TYPE TO WS-CAL-VERDICT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.
           IF NOT DATE-IS-WORKING
               DISPLAY 'DATE ' WS-ATT-DATE ' IS NOT A WORKING DAY '
                   'ON CALENDAR.DAT - NO ATTENDANCE POSTED'
           END-IF.

       LOAD-CARD-MAP.
           MOVE ZERO TO WS-CARD-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CARD-MAP-FILE.
           IF WS-CARDMAP-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ CARD-MAP-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-CARD-COUNT < 9999
                               ADD 1 TO WS-CARD-COUNT
                               SET CD-INDEX TO WS-CARD-COUNT
                               MOVE CM-CARD-NO
                                   TO WS-CD-CARD-NO (CD-INDEX)
                               MOVE CM-STU-NO
                                   TO WS-CD-STU-NO (CD-INDEX)
                               MOVE CM-STATUS
                                   TO WS-CD-STATUS (CD-INDEX)
                           ELSE
                               DISPLAY 'CARD LIST FULL - CARD '
                                   CM-CARD-NO ' NOT LOADED'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARD-MAP-FILE
           ELSE
               DISPLAY 'NO CARDMAP.DAT ON FILE - EVERY CARD WILL BE '
                   'REPORTED UNKNOWN'
           END-IF.

       READ-PUNCH-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PUNCH-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ PUNCH-FILE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PUNCHES-READ
                       PERFORM TAKE-ONE-PUNCH
               END-READ
           END-PERFORM.
           CLOSE PUNCH-FILE.

       TAKE-ONE-PUNCH.
           MOVE PN-CARD-NO TO WS-EXC-KEY.
           MOVE PN-PUNCH-TIME TO WS-EXC-TIME.
           IF PN-PUNCH-DATE NOT = WS-ATT-DATE
               MOVE SPACES TO WS-EXC-REASON
               STRING 'PUNCH DATED ' PN-PUNCH-DATE
                   ' - NOT THE RUN DATE' DELIMITED BY SIZE
                   INTO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               PERFORM FIND-CARD
               IF NOT CARD-ON-LIST
                   MOVE 'UNKNOWN CARD - NOT ON CARDMAP.DAT'
                       TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   IF WS-CD-STATUS (CD-INDEX) = 'W'
                       MOVE 'WITHDRAWN CARD USED AT THE GATE'
                           TO WS-EXC-REASON
                       PERFORM WRITE-EXCEPTION-LINE
                   ELSE
                       PERFORM KEEP-EARLIEST-PUNCH
                   END-IF
               END-IF
           END-IF.

       FIND-CARD.
           MOVE 'N' TO WS-CARD-FOUND.
           SET CD-INDEX TO 1.
           SEARCH WS-CD-ENTRY
               AT END
                   CONTINUE
               WHEN CD-INDEX > WS-CARD-COUNT
                   CONTINUE
               WHEN WS-CD-CARD-NO (CD-INDEX) = PN-CARD-NO
                   MOVE 'Y' TO WS-CARD-FOUND
           END-SEARCH.

       KEEP-EARLIEST-PUNCH.
           MOVE WS-CD-STU-NO (CD-INDEX) TO WS-WORK-STU-NO.
           IF WS-WORK-STU-NO = ZERO
               MOVE 'CARD HAS NO STU-NO ON CARDMAP.DAT'
                   TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               SET ST-INDEX TO WS-WORK-STU-NO
               IF WS-ST-PUNCHED (ST-INDEX) = 'Y'
                   ADD 1 TO WS-DUPLICATE-COUNT
                   IF PN-PUNCH-TIME < WS-ST-ARRIVAL (ST-INDEX)
                       MOVE PN-PUNCH-TIME TO WS-ST-ARRIVAL (ST-INDEX)
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-ST-PUNCHED (ST-INDEX)
                   MOVE PN-PUNCH-TIME TO WS-ST-ARRIVAL (ST-INDEX)
                   ADD 1 TO WS-STUDENTS-PUNCHED
               END-IF
           END-IF.

       MATCH-TEACHER-REGISTER.
      * The class teacher's whole-day entries for the date. A 'P'
      * for a student who punched in after the cut-off becomes 'L';
      * every other entry is left as keyed and only noted.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN I-O DAILY-ATTENDANCE.
           IF WS-DAILY-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ DAILY-ATTENDANCE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF AD-ATT-DATE = WS-ATT-DATE
                               AND AD-WHOLE-DAY
                               AND AD-STU-NO > ZERO
                               AND NOT AD-RELEASE-MARKER
                               PERFORM NOTE-REGISTER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAILY-ATTENDANCE
           END-IF.

       NOTE-REGISTER-ENTRY.
           SET ST-INDEX TO AD-STU-NO.
           ADD 1 TO WS-ON-REGISTER.
           IF AD-PRESENT = 'P'
               AND WS-ST-PUNCHED (ST-INDEX) = 'Y'
               AND WS-ST-ARRIVAL (ST-INDEX) > WS-CUTOFF-HHMMSS
               MOVE 'L' TO AD-PRESENT
               REWRITE DAILY-ATTENDANCE-RECORD
               ADD 1 TO WS-MARKED-LATE
           END-IF.
           MOVE AD-PRESENT TO WS-ST-REGISTER (ST-INDEX).

       POST-PUNCHED-STUDENTS.
           OPEN INPUT STUDENT-MASTER.
           OPEN EXTEND DAILY-ATTENDANCE.
           IF WS-DAILY-STATUS NOT = '00'
               OPEN OUTPUT DAILY-ATTENDANCE
           END-IF.
           PERFORM VARYING ST-INDEX FROM 1 BY 1
               UNTIL ST-INDEX > 99999
               IF WS-ST-PUNCHED (ST-INDEX) = 'Y'
                   AND WS-ST-REGISTER (ST-INDEX) = SPACE
                   PERFORM POST-ONE-ARRIVAL
               END-IF
           END-PERFORM.
           CLOSE DAILY-ATTENDANCE.
           CLOSE STUDENT-MASTER.

       POST-ONE-ARRIVAL.
           SET WS-WORK-STU-NO TO ST-INDEX.
           MOVE SPACES TO WS-EXC-KEY.
           MOVE WS-WORK-STU-NO TO WS-EXC-KEY.
           MOVE WS-ST-ARRIVAL (ST-INDEX) TO WS-EXC-TIME.
           MOVE WS-WORK-STU-NO TO STU-NO IN STUDENT-DETAILS.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'CARD MAPS TO A STU-NO NOT ON THE MASTER'
                       TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   IF STU-TRANSFERRED OR STU-STRUCK-OFF
                       MOVE 'PUNCHED IN BUT NO LONGER ON THE ROLL'
                           TO WS-EXC-REASON
                       PERFORM WRITE-EXCEPTION-LINE
                   ELSE
                       PERFORM WRITE-ARRIVAL-RECORD
                   END-IF
           END-READ.

       WRITE-ARRIVAL-RECORD.
           IF WS-ST-ARRIVAL (ST-INDEX) > WS-CUTOFF-HHMMSS
               MOVE 'L' TO WS-NEW-MARK
               ADD 1 TO WS-POSTED-LATE
           ELSE
               MOVE 'P' TO WS-NEW-MARK
               ADD 1 TO WS-POSTED-PRESENT
           END-IF.
           MOVE WS-ATT-DATE TO AD-ATT-DATE.
           MOVE STU-CLASS   TO AD-CLASS.
           MOVE STU-SECTION TO AD-SECTION.
           MOVE WS-WORK-STU-NO TO AD-STU-NO.
           MOVE WS-NEW-MARK TO AD-PRESENT.
           MOVE ZERO        TO AD-PERIOD.
           WRITE DAILY-ATTENDANCE-RECORD.
           MOVE WS-NEW-MARK TO WS-ST-REGISTER (ST-INDEX).

       LIST-REGISTER-MISMATCHES.
           PERFORM VARYING ST-INDEX FROM 1 BY 1
               UNTIL ST-INDEX > 99999
               IF WS-ST-REGISTER (ST-INDEX) NOT = SPACE
                   PERFORM CHECK-ONE-MISMATCH
               END-IF
           END-PERFORM.

       CHECK-ONE-MISMATCH.
           SET WS-WORK-STU-NO TO ST-INDEX.
           MOVE SPACES TO WS-EXC-KEY.
           MOVE WS-WORK-STU-NO TO WS-EXC-KEY.
           MOVE WS-ST-ARRIVAL (ST-INDEX) TO WS-EXC-TIME.
           EVALUATE TRUE
               WHEN WS-ST-PUNCHED (ST-INDEX) = 'Y'
                   AND WS-ST-REGISTER (ST-INDEX) = 'A'
                   MOVE 'PUNCHED IN BUT MARKED ABSENT ON REGISTER'
                       TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN WS-ST-PUNCHED (ST-INDEX) NOT = 'Y'
                   AND (WS-ST-REGISTER (ST-INDEX) = 'P' OR 'L' OR 'R')
                   MOVE 'PRESENT ON REGISTER BUT NO GATE PUNCH'
                       TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LIST-HOLIDAY-PUNCHES.
           PERFORM VARYING ST-INDEX FROM 1 BY 1
               UNTIL ST-INDEX > 99999
               IF WS-ST-PUNCHED (ST-INDEX) = 'Y'
                   SET WS-WORK-STU-NO TO ST-INDEX
                   MOVE SPACES TO WS-EXC-KEY
                   MOVE WS-WORK-STU-NO TO WS-EXC-KEY
                   MOVE WS-ST-ARRIVAL (ST-INDEX) TO WS-EXC-TIME
                   IF DATE-NOT-ON-CALENDAR
                       MOVE 'DATE NOT ON CALENDAR.DAT - NOT POSTED'
                           TO WS-EXC-REASON
                   ELSE
                       MOVE 'PUNCH ON A HOLIDAY OR BREAK - NOT POSTED'
                           TO WS-EXC-REASON
                   END-IF
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-PERFORM.

       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           IF WS-EXC-TIME = ZERO
               STRING WS-EXC-KEY '  NO PUNCH  ' WS-EXC-REASON
                   DELIMITED BY SIZE INTO EXCEPTION-LINE
           ELSE
               STRING WS-EXC-KEY '  ' WS-EXC-TIME (1:2) ':'
                   WS-EXC-TIME (3:2) ':' WS-EXC-TIME (5:2) '  '
                   WS-EXC-REASON
                   DELIMITED BY SIZE INTO EXCEPTION-LINE
           END-IF.
           WRITE EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.

       WRITE-REPORT-HEADING.
           MOVE ALL '=' TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE '        GATE PUNCH IMPORT - ATTENDANCE EXCEPTIONS'
               TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING 'DATE : ' WS-ATT-DATE '   LATE AFTER : '
               WS-CUTOFF-TIME (1:2) ':' WS-CUTOFF-TIME (3:2)
               '   CALENDAR DAY TYPE : ' WS-CAL-VERDICT
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE ALL '-' TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE 'CARD/STU-NO   TIME      EXCEPTION' TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE ALL '-' TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

       WRITE-REPORT-FOOTING.
           MOVE ALL '-' TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE WS-PUNCHES-READ TO WS-RPT-COUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING 'PUNCHES READ                 ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE WS-DUPLICATE-COUNT TO WS-RPT-COUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING 'DUPLICATE PUNCHES IGNORED    ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE WS-STUDENTS-PUNCHED TO WS-RPT-COUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING 'STUDENTS PUNCHED IN          ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE WS-ON-REGISTER TO WS-RPT-COUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING 'ALREADY ON THE REGISTER      ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE WS-POSTED-PRESENT TO WS-RPT-COUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING 'POSTED PRESENT (P)           ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE WS-POSTED-LATE TO WS-RPT-COUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING 'POSTED LATE (L)              ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE WS-MARKED-LATE TO WS-RPT-COUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING 'REGISTER P TURNED LATE (L)   ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE WS-EXCEPTION-COUNT TO WS-RPT-COUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING 'EXCEPTIONS TO SETTLE         ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE ALL '=' TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'ATTPUNCH'          TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE       TO RL-TERM-CODE.
           MOVE WS-ATT-DATE         TO RL-RUN-DATE.
           MOVE WS-START-TIME       TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-PUNCHES-READ     TO RL-RECORDS-READ.
           COMPUTE RL-RECORDS-WRITTEN =
               WS-POSTED-PRESENT + WS-POSTED-LATE.
           MOVE WS-EXCEPTION-COUNT  TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE         TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM ATTPUNCH.
