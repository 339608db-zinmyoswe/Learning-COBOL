      *          Prints the per-hall duty roster to INVIGDTY.RPT and
      *          per-teacher duty letters to INVIGLTR.RPT, then
      *          rewrites INVIGHST.DAT so the same teachers stop
      *          getting hit every exam. Every duty is also written
      *          with its date, session and hall to INVIGSES.DAT so
      *          the SUBSTARR morning substitution run can keep a
      *          teacher on hall duty off the cover list.
      *          Students seated in the accommodation room (per the
      *          seat plan) are looked up on the accommodation
      *          register through ACCOMCHK for each session their
      *          class sits a paper they take: a scribe case - or a
      *          reader case, a scribe also reading the paper - gets
      *          a teacher of their own, and the room's invigilator is
      *          marked for the longest extra time approved. No
      *          teacher is given two duties in one session.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT DUTY-LETTERS ASSIGN TO "INVIGLTR.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DUTY-SESSION-FILE ASSIGN TO "INVIGSES.DAT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 TM-DEPARTMENT      PIC X(12).

       FD  SUBJECT-TEACHER-REF.
           COPY SUBTCHRR.

       FD  DUTY-HISTORY.
       01 DUTY-HISTORY-RECORD.
       FD  DUTY-LETTERS.
       01 DUTY-LETTER-LINE    PIC X(72).

       FD  DUTY-SESSION-FILE.
           COPY INVGSESR.

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
               10 WS-TM-DEPT     PIC X(12).
               10 WS-TM-HISTORY  PIC 9(05).
               10 WS-TM-THIS-RUN PIC 9(03).
               10 WS-TM-BUSY     PIC X(01).
       01 WS-SUBJREF-COUNT   PIC 9(02) VALUE ZERO.
       01 WS-SUBJ-TEACHER-TABLE.
           05 WS-SUBJREF-ENTRY OCCURS 50 TIMES
       01 WS-SCHED-COUNT     PIC 9(03) VALUE ZERO.
       01 WS-SCHEDULE-TABLE.
           05 WS-ES-ENTRY OCCURS 500 TIMES INDEXED BY ES-INDEX.
               10 WS-ES-CLASS   PIC 9(02).
               10 WS-ES-SUBJ    PIC X(04).
               10 WS-ES-DATE    PIC 9(08).
               10 WS-ES-SESSION PIC X(01).
       01 WS-HALL-TABLE.
           05 WS-HALL-NO OCCURS 20 TIMES INDEXED BY HALL-INDEX
               PIC 9(02).
       01 WS-ROOM-HALL       PIC 9(02) VALUE ZERO.
       01 WS-ROOM-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-ROOM-TABLE.
           05 WS-RM-ENTRY OCCURS 200 TIMES INDEXED BY RM-INDEX.
               10 WS-RM-STU-NO   PIC 9(05).
               10 WS-RM-CLASS    PIC 9(02).
       01 WS-SESSION-EXTRA   PIC 9(03) VALUE ZERO.
       01 WS-SITTING-FLAG    PIC X(01).
           88 STUDENT-SITTING  VALUE 'Y'.
       01 WS-ENROL-RESULT    PIC X(01).
           88 NOT-ENROLLED-IN-SUBJ VALUE 'N'.
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-WORK-CLASS      PIC 9(02).
       01 WS-WORK-SUBJ       PIC X(04).
       01 WS-ONE-DAY         PIC 9(08) VALUE ZERO.
       01 WS-AC-EXTRA-MINUTES PIC 9(03).
       01 WS-AC-SCRIBE       PIC X(01).
       01 WS-AC-READER       PIC X(01).
       01 WS-AC-GROUND-FLOOR PIC X(01).
       01 WS-AC-CERT-REF     PIC X(15).
       01 WS-ACCOM-RESULT    PIC X(01).
           88 ACCOMMODATED     VALUE 'A'.
       01 WS-DUTY-TYPE       PIC X(01).
           88 HALL-DUTY        VALUE 'H'.
           88 EXTENDED-DUTY    VALUE 'E'.
           88 SCRIBE-DUTY      VALUE 'S'.
           88 READER-DUTY      VALUE 'R'.
       01 WS-DUTY-STU-NO     PIC 9(05) VALUE ZERO.
       01 WS-DUTY-EXTRA      PIC 9(03) VALUE ZERO.
       01 WS-DUTY-TEXT       PIC X(24).
       01 WS-SESSION-SEEN    PIC X(01).
       01 WS-HALL-SEEN       PIC X(01).
       01 WS-WORK-DATE       PIC 9(08).
               STOP RUN
           END-IF.
           OPEN OUTPUT DUTY-ROSTER.
           OPEN OUTPUT DUTY-SESSION-FILE.
           PERFORM WRITE-ROSTER-HEADING.
           PERFORM VARYING SES-INDEX FROM 1 BY 1
               UNTIL SES-INDEX > WS-SESSION-COUNT
           END-PERFORM.
           PERFORM WRITE-ROSTER-FOOTING.
           CLOSE DUTY-ROSTER.
           CLOSE DUTY-SESSION-FILE.
           PERFORM WRITE-DUTY-LETTERS.
           PERFORM REWRITE-DUTY-HISTORY.
           DISPLAY 'INVIGILATION DUTIES ALLOCATED : ' WS-DUTY-COUNT.
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF ES-TERM-CODE = RUN-TERM-CODE
                               AND ES-CLASS-SITTING
                               PERFORM NOTE-SCHEDULE-ROW
                           END-IF
                   END-READ
           IF WS-SCHED-COUNT < 500
               ADD 1 TO WS-SCHED-COUNT
               SET ES-INDEX TO WS-SCHED-COUNT
               MOVE ES-CLASS     TO WS-ES-CLASS (ES-INDEX)
               MOVE ES-SUBJ-CODE TO WS-ES-SUBJ (ES-INDEX)
               MOVE ES-EXAM-DATE TO WS-ES-DATE (ES-INDEX)
               MOVE ES-SESSION   TO WS-ES-SESSION (ES-INDEX)
                       NOT AT END
                           IF SPL-TERM-CODE = RUN-TERM-CODE
                               PERFORM NOTE-HALL-IN-USE
                               IF SPL-ACCOM-ROOM
                                   PERFORM NOTE-ROOM-STUDENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE SPL-HALL TO WS-HALL-NO (HALL-INDEX)
           END-IF.

       NOTE-ROOM-STUDENT.
           MOVE SPL-HALL TO WS-ROOM-HALL.
           IF WS-ROOM-COUNT < 200
               ADD 1 TO WS-ROOM-COUNT
               SET RM-INDEX TO WS-ROOM-COUNT
               MOVE SPL-STU-NO TO WS-RM-STU-NO (RM-INDEX)
               MOVE SPL-CLASS  TO WS-RM-CLASS (RM-INDEX)
           END-IF.

       ALLOCATE-ONE-SESSION.
           PERFORM VARYING TM-INDEX FROM 1 BY 1
               UNTIL TM-INDEX > WS-TEACHER-COUNT
               MOVE 'N' TO WS-TM-BUSY (TM-INDEX)
           END-PERFORM.
           PERFORM FIND-SESSION-EXTRA-TIME.
           PERFORM VARYING HALL-INDEX FROM 1 BY 1
               UNTIL HALL-INDEX > WS-HALL-COUNT
               MOVE WS-HALL-NO (HALL-INDEX) TO WS-WORK-HALL
               MOVE 'H' TO WS-DUTY-TYPE
               MOVE ZERO TO WS-DUTY-STU-NO
               MOVE ZERO TO WS-DUTY-EXTRA
               IF WS-WORK-HALL = WS-ROOM-HALL
                   AND WS-SESSION-EXTRA > ZERO
                   MOVE 'E' TO WS-DUTY-TYPE
                   MOVE WS-SESSION-EXTRA TO WS-DUTY-EXTRA
               END-IF
               PERFORM PICK-AND-RECORD-DUTY
           END-PERFORM.
           PERFORM ASSIGN-SESSION-ASSISTANTS.

       PICK-AND-RECORD-DUTY.
           PERFORM PICK-DUTY-TEACHER.
           IF WS-PICK-INDEX > ZERO
               PERFORM RECORD-ONE-DUTY
           ELSE
               PERFORM SET-DUTY-TEXT
               MOVE SPACES TO DUTY-ROSTER-LINE
               STRING WS-WORK-DATE ' ' WS-WORK-SESSION
                   '  HALL ' WS-WORK-HALL
                   '  ** NO TEACHER AVAILABLE **  ' WS-DUTY-TEXT
                   DELIMITED BY SIZE INTO DUTY-ROSTER-LINE
               WRITE DUTY-ROSTER-LINE
           END-IF.

      * A room student sits the session when their class has a
      * paper in it that they take.
       CHECK-ROOM-STUDENT-SITTING.
           MOVE 'N' TO WS-SITTING-FLAG.
           MOVE WS-RM-STU-NO (RM-INDEX) TO WS-WORK-STU-NO.
           MOVE WS-RM-CLASS (RM-INDEX) TO WS-WORK-CLASS.
           PERFORM VARYING ES-INDEX FROM 1 BY 1
               UNTIL ES-INDEX > WS-SCHED-COUNT OR STUDENT-SITTING
               IF WS-ES-DATE (ES-INDEX) = WS-WORK-DATE
                   AND WS-ES-SESSION (ES-INDEX) = WS-WORK-SESSION
                   AND WS-ES-CLASS (ES-INDEX) = WS-WORK-CLASS
                   MOVE WS-ES-SUBJ (ES-INDEX) TO WS-WORK-SUBJ
                   CALL 'ENROLCHK' USING WS-WORK-STU-NO
                       WS-WORK-CLASS WS-WORK-SUBJ WS-ENROL-RESULT
                   IF NOT NOT-ENROLLED-IN-SUBJ
                       MOVE 'Y' TO WS-SITTING-FLAG
                   END-IF
               END-IF
           END-PERFORM.
           IF STUDENT-SITTING
               CALL 'ACCOMCHK' USING WS-WORK-STU-NO WS-WORK-DATE
                   WS-ONE-DAY WS-AC-EXTRA-MINUTES WS-AC-SCRIBE
                   WS-AC-READER WS-AC-GROUND-FLOOR WS-AC-CERT-REF
                   WS-ACCOM-RESULT
               IF NOT ACCOMMODATED
                   MOVE 'N' TO WS-SITTING-FLAG
               END-IF
           END-IF.

       FIND-SESSION-EXTRA-TIME.
           MOVE ZERO TO WS-SESSION-EXTRA.
           PERFORM VARYING RM-INDEX FROM 1 BY 1
               UNTIL RM-INDEX > WS-ROOM-COUNT
               PERFORM CHECK-ROOM-STUDENT-SITTING
               IF STUDENT-SITTING
                   AND WS-AC-EXTRA-MINUTES > WS-SESSION-EXTRA
                   MOVE WS-AC-EXTRA-MINUTES TO WS-SESSION-EXTRA
               END-IF
           END-PERFORM.

       ASSIGN-SESSION-ASSISTANTS.
           MOVE WS-ROOM-HALL TO WS-WORK-HALL.
           MOVE ZERO TO WS-DUTY-EXTRA.
           PERFORM VARYING RM-INDEX FROM 1 BY 1
               UNTIL RM-INDEX > WS-ROOM-COUNT
               PERFORM CHECK-ROOM-STUDENT-SITTING
               IF STUDENT-SITTING
                   AND (WS-AC-SCRIBE = 'Y' OR WS-AC-READER = 'Y')
                   IF WS-AC-SCRIBE = 'Y'
                       MOVE 'S' TO WS-DUTY-TYPE
                   ELSE
                       MOVE 'R' TO WS-DUTY-TYPE
                   END-IF
                   MOVE WS-WORK-STU-NO TO WS-DUTY-STU-NO
                   PERFORM PICK-AND-RECORD-DUTY
               END-IF
           END-PERFORM.

       SET-DUTY-TEXT.
           MOVE SPACES TO WS-DUTY-TEXT.
           EVALUATE TRUE
               WHEN EXTENDED-DUTY
                   STRING 'EXTENDED +' WS-DUTY-EXTRA ' MIN'
                       DELIMITED BY SIZE INTO WS-DUTY-TEXT
               WHEN SCRIBE-DUTY
                   STRING 'SCRIBE FOR ' WS-DUTY-STU-NO
                       DELIMITED BY SIZE INTO WS-DUTY-TEXT
               WHEN READER-DUTY
                   STRING 'READER FOR ' WS-DUTY-STU-NO
                       DELIMITED BY SIZE INTO WS-DUTY-TEXT
           END-EVALUATE.

       PICK-DUTY-TEACHER.
           MOVE ZERO TO WS-PICK-INDEX.
           MOVE 999999 TO WS-PICK-LOAD.
               SET TM-INDEX TO WS-SCAN-TM
               PERFORM CHECK-TEACHER-EXEMPTION
               IF NOT TEACHER-EXEMPT
                   AND WS-TM-BUSY (TM-INDEX) NOT = 'Y'
                   COMPUTE WS-CAND-LOAD =
                       WS-TM-HISTORY (TM-INDEX)
                       + WS-TM-THIS-RUN (TM-INDEX)
       RECORD-ONE-DUTY.
           SET TM-INDEX TO WS-PICK-INDEX.
           ADD 1 TO WS-TM-THIS-RUN (TM-INDEX).
           MOVE 'Y' TO WS-TM-BUSY (TM-INDEX).
           ADD 1 TO WS-DUTY-COUNT.
           PERFORM SET-DUTY-TEXT.
           MOVE SPACES TO DUTY-ROSTER-LINE.
           STRING WS-WORK-DATE ' ' WS-WORK-SESSION
               '  HALL ' WS-WORK-HALL '  '
               WS-TM-ID (TM-INDEX) ' '
               WS-TM-NAME (TM-INDEX) ' ' WS-DUTY-TEXT
               DELIMITED BY SIZE INTO DUTY-ROSTER-LINE.
           WRITE DUTY-ROSTER-LINE.
           MOVE RUN-TERM-CODE       TO IV-TERM-CODE.
           MOVE WS-WORK-DATE        TO IV-EXAM-DATE.
           MOVE WS-WORK-SESSION     TO IV-SESSION.
           MOVE WS-WORK-HALL        TO IV-HALL.
           MOVE WS-TM-ID (TM-INDEX) TO IV-TEACHER-ID.
           MOVE WS-DUTY-TYPE        TO IV-DUTY-TYPE.
           MOVE WS-DUTY-STU-NO      TO IV-STU-NO.
           MOVE WS-DUTY-EXTRA       TO IV-EXTRA-MINUTES.
           WRITE INVIG-SESSION-RECORD.

       WRITE-ROSTER-HEADING.
           MOVE ALL '=' TO DUTY-ROSTER-LINE.
           WRITE DUTY-ROSTER-LINE.
           MOVE ALL '-' TO DUTY-ROSTER-LINE.
           WRITE DUTY-ROSTER-LINE.
           MOVE 'DATE     S  HALL     ID   TEACHER         DUTY' TO
               DUTY-ROSTER-LINE.
           WRITE DUTY-ROSTER-LINE.
           MOVE ALL '-' TO DUTY-ROSTER-LINE.
