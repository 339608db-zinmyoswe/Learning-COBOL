      *          machine-readable seat plan to SEATPLAN.DAT for the
      *          downstream exam jobs. The run reconciles
      *          seats assigned against the eligible population and
      *          fails loudly when the halls are too small. Any
      *          student with a condition, allergy or emergency
      *          medication on HEALTH.DAT (through HLTHCHK) gets a
      *          medical alert line under the roster entry so the
      *          invigilator knows before an emergency happens.
      *          Students with an approved exam accommodation valid
      *          over the term's date-sheet window (ACCOMCHK against
      *          EXAMACCM.DAT) are seated apart: extra-time, scribe
      *          and reader cases go to the separate accommodation
      *          room (the hall after the last exam hall, sized by
      *          the SEATPARM.DAT card) and ground-floor cases are
      *          seated first so they land in the ground-floor halls
      *          the card names. The roster and seat slip show the
      *          accommodation and the seat plan marks the room.
      *          Where the FACILITY.DAT room master lists exam halls
      *          in use, the halls and their seats come from it
      *          instead of the card: each exam-hall room with its
      *          own exam seating, ground-floor rooms numbered first,
      *          and the accommodation room sized from the room
      *          marked for it. The roster and slip then name the
      *          room. The card remains the fallback.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SEAT-PARM-FILE ASSIGN TO "SEATPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT FACILITY-FILE ASSIGN TO "FACILITY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACILITY-STATUS.
           SELECT EXAM-SCHEDULE ASSIGN TO "EXAMSCHD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       01 SEAT-PARM-RECORD.
           05 PRM-HALL-COUNT   PIC 9(02).
           05 PRM-SEATS-PER-HALL PIC 9(03).
      * Halls 1 to PRM-GROUND-HALLS are on the ground floor.
           05 PRM-GROUND-HALLS PIC 9(02).
           05 PRM-ROOM-SEATS   PIC 9(03).

       FD  FACILITY-FILE.
           COPY FACILITR.

       FD  EXAM-SCHEDULE.
           COPY EXAMSCHR.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-INELIG-STATUS   PIC X(02) VALUE '00'.
       01 WS-PARM-STATUS     PIC X(02) VALUE '00'.
       01 WS-FACILITY-STATUS PIC X(02) VALUE '00'.
       01 WS-FACILITY-EOF-FLAG PIC X(01) VALUE 'N'.
           88 END-OF-FACILITY  VALUE 'Y'.
       01 WS-FLOOR-PASS      PIC X(01).
           88 GROUND-FLOOR-PASS VALUE 'G'.
       01 WS-SCHEDULE-STATUS PIC X(02) VALUE '00'.
       01 WS-SCHED-EOF-FLAG  PIC X(01) VALUE 'N'.
           88 END-OF-SCHEDULE  VALUE 'Y'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-MASTER-EOF-FLAG PIC X(01) VALUE 'N'.
           88 END-OF-MASTER    VALUE 'Y'.
               INDEXED BY BLOCKED-INDEX PIC X(01) VALUE 'N'.
       01 WS-HALL-COUNT      PIC 9(02) VALUE 2.
       01 WS-SEATS-PER-HALL  PIC 9(03) VALUE 100.
       01 WS-GROUND-HALLS    PIC 9(02) VALUE 1.
       01 WS-ROOM-SEATS      PIC 9(03) VALUE 20.
       01 WS-ROOM-HALL       PIC 9(02) VALUE ZERO.
       01 WS-ROOM-ROOM-ID    PIC X(05) VALUE SPACES.
      * One entry per exam hall, from FACILITY.DAT or built from the
      * card's hall count and seats per hall.
       01 WS-FACILITY-HALLS  PIC 9(02) VALUE ZERO.
       01 WS-FACILITY-OVER   PIC 9(03) VALUE ZERO.
       01 WS-HALL-TABLE.
           05 WS-HALL-ENTRY OCCURS 50 TIMES INDEXED BY HALL-INDEX.
               10 WS-HALL-ROOM-ID  PIC X(05).
               10 WS-HALL-SEATS    PIC 9(03).
               10 WS-HALL-GROUND   PIC X(01).
       01 WS-SEAT-ROOM-ID    PIC X(05) VALUE SPACES.
       01 WS-ROOM-COUNT      PIC 9(05) VALUE ZERO.
       01 WS-ROOM-SEQ        PIC 9(03) VALUE ZERO.
       01 WS-HALL-ELIGIBLE   PIC 9(05) VALUE ZERO.
       01 WS-GROUND-MISSED   PIC 9(05) VALUE ZERO.
       01 WS-WINDOW-FROM     PIC 9(08) VALUE ZERO.
       01 WS-WINDOW-TO       PIC 9(08) VALUE ZERO.
       01 WS-CAPACITY        PIC 9(05) VALUE ZERO.
       01 WS-ELIGIBLE-COUNT  PIC 9(05) VALUE ZERO.
       01 WS-ASSIGNED-COUNT  PIC 9(05) VALUE ZERO.
               10 WS-CAND-NAME     PIC X(15).
               10 WS-CAND-CLASS    PIC 9(02).
               10 WS-CAND-TAKEN    PIC X(01).
               10 WS-CAND-ACCOM    PIC X(01).
                   88 CAND-IN-ROOM      VALUE 'R'.
                   88 CAND-GROUND-FLOOR VALUE 'G'.
               10 WS-CAND-EXTRA    PIC 9(03).
               10 WS-CAND-SCRIBE   PIC X(01).
               10 WS-CAND-READER   PIC X(01).
       01 WS-SWEEP-CLASS     PIC 9(02).
       01 WS-SEAT-SEQ        PIC 9(05) VALUE ZERO.
       01 WS-SEAT-HALL       PIC 9(02).
       01 WS-CURR-HALL       PIC 9(02) VALUE ZERO.
       01 WS-PLACED-THIS-PASS PIC 9(05).
       01 WS-FOUND-INDEX     PIC 9(04) VALUE ZERO.
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-HL-BLOOD-GROUP  PIC X(03).
       01 WS-HL-CONDITIONS   PIC X(20).
       01 WS-HL-ALLERGIES    PIC X(20).
       01 WS-HL-MEDICATION   PIC X(20).
       01 WS-HEALTH-RESULT   PIC X(01).
           88 MEDICAL-ALERT    VALUE 'A'.
       01 WS-AC-EXTRA-MINUTES PIC 9(03).
       01 WS-AC-SCRIBE       PIC X(01).
       01 WS-AC-READER       PIC X(01).
       01 WS-AC-GROUND-FLOOR PIC X(01).
       01 WS-AC-CERT-REF     PIC X(15).
       01 WS-ACCOM-RESULT    PIC X(01).
           88 ACCOMMODATED     VALUE 'A'.
       01 WS-ACCOM-TEXT      PIC X(40).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      **
           PERFORM LOAD-RUN-CONTROL.
           PERFORM LOAD-SEAT-PARM.
           PERFORM LOAD-FACILITY-HALLS.
           PERFORM LOAD-EXAM-WINDOW.
           PERFORM LOAD-INELIGIBLE-LIST.
           PERFORM LOAD-ELIGIBLE-STUDENTS.
           MOVE ZERO TO WS-CAPACITY.
           PERFORM VARYING HALL-INDEX FROM 1 BY 1
               UNTIL HALL-INDEX > WS-HALL-COUNT
               ADD WS-HALL-SEATS (HALL-INDEX) TO WS-CAPACITY
           END-PERFORM.
           COMPUTE WS-HALL-ELIGIBLE =
               WS-ELIGIBLE-COUNT - WS-ROOM-COUNT.
           IF WS-HALL-ELIGIBLE > WS-CAPACITY
               DISPLAY 'HALL CAPACITY ' WS-CAPACITY ' IS BELOW THE '
                   'ELIGIBLE POPULATION ' WS-HALL-ELIGIBLE
                   ' - ALLOCATION REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ROOM-COUNT > WS-ROOM-SEATS
               DISPLAY 'ACCOMMODATION ROOM SEATS ' WS-ROOM-SEATS
                   ' ARE BELOW THE ' WS-ROOM-COUNT ' STUDENTS NEEDING '
                   'IT - ALLOCATION REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-ROOM-HALL = WS-HALL-COUNT + 1.
           OPEN OUTPUT HALL-ROSTER.
           OPEN OUTPUT SEAT-SLIPS.
           OPEN OUTPUT SEAT-PLAN-FILE.
           PERFORM PLACE-GROUND-FLOOR-CASES.
           PERFORM ALLOCATE-SEATS-BY-CLASS.
           PERFORM PLACE-ROOM-CASES.
           CLOSE HALL-ROSTER.
           CLOSE SEAT-SLIPS.
           CLOSE SEAT-PLAN-FILE.
           DISPLAY 'SEAT ALLOCATION COMPLETE'.
           DISPLAY '  ELIGIBLE STUDENTS : ' WS-ELIGIBLE-COUNT.
           DISPLAY '  SEATS ASSIGNED    : ' WS-ASSIGNED-COUNT.
           DISPLAY '  ACCOMMODATION ROOM: ' WS-ROOM-COUNT.
           IF WS-ASSIGNED-COUNT = WS-ELIGIBLE-COUNT
               DISPLAY '  SEAT COUNT RECONCILED OK'
           ELSE
               DISPLAY '  SEAT COUNT MISMATCH !!'
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-GROUND-MISSED > ZERO
               DISPLAY '  ** ' WS-GROUND-MISSED ' GROUND-FLOOR CASE(S) '
                   'SEATED ABOVE THE GROUND FLOOR - RESEAT BY HAND **'
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       ALLOCATE-SEATS-BY-CLASS.
               END-PERFORM
           END-PERFORM.

      * Ground-floor cases take the first seats, which fall in the
      * ground-floor halls; one seated higher is flagged.
       PLACE-GROUND-FLOOR-CASES.
           PERFORM VARYING CAND-INDEX FROM 1 BY 1
               UNTIL CAND-INDEX > WS-ELIGIBLE-COUNT
               IF CAND-GROUND-FLOOR (CAND-INDEX)
                   MOVE 'Y' TO WS-CAND-TAKEN (CAND-INDEX)
                   PERFORM ASSIGN-NEXT-SEAT
                   IF WS-HALL-GROUND (WS-SEAT-HALL) NOT = 'Y'
                       ADD 1 TO WS-GROUND-MISSED
                   END-IF
               END-IF
           END-PERFORM.

       PLACE-ROOM-CASES.
           PERFORM VARYING CAND-INDEX FROM 1 BY 1
               UNTIL CAND-INDEX > WS-ELIGIBLE-COUNT
               IF CAND-IN-ROOM (CAND-INDEX)
                   MOVE 'Y' TO WS-CAND-TAKEN (CAND-INDEX)
                   PERFORM ASSIGN-ROOM-SEAT
               END-IF
           END-PERFORM.

       ASSIGN-ROOM-SEAT.
           ADD 1 TO WS-ROOM-SEQ.
           ADD 1 TO WS-ASSIGNED-COUNT.
           MOVE WS-ROOM-HALL TO WS-SEAT-HALL.
           MOVE WS-ROOM-SEQ TO WS-SEAT-NO.
           MOVE WS-ROOM-ROOM-ID TO WS-SEAT-ROOM-ID.
           IF WS-SEAT-HALL NOT = WS-CURR-HALL
               MOVE WS-SEAT-HALL TO WS-CURR-HALL
               PERFORM WRITE-ROSTER-HEADING
           END-IF.
           PERFORM WRITE-ROSTER-LINE.
           PERFORM WRITE-SEAT-SLIP.
           PERFORM WRITE-SEAT-PLAN-ROW.

       PLACE-ONE-OF-CLASS.
           MOVE ZERO TO WS-FOUND-INDEX.
           PERFORM VARYING CAND-INDEX FROM 1 BY 1
               OR WS-FOUND-INDEX > ZERO
               IF WS-CAND-CLASS (CAND-INDEX) = WS-SWEEP-CLASS
                   AND WS-CAND-TAKEN (CAND-INDEX) = 'N'
                   AND NOT CAND-IN-ROOM (CAND-INDEX)
                   SET WS-FOUND-INDEX TO CAND-INDEX
               END-IF
           END-PERFORM.
               PERFORM ASSIGN-NEXT-SEAT
           END-IF.

      * Halls fill in turn, each up to its own seat count.
       ASSIGN-NEXT-SEAT.
           ADD 1 TO WS-SEAT-SEQ.
           ADD 1 TO WS-ASSIGNED-COUNT.
           ADD 1 TO WS-PLACED-THIS-PASS.
           IF WS-SEAT-SEQ = 1
               MOVE 1 TO WS-SEAT-HALL
               MOVE 1 TO WS-SEAT-NO
           ELSE
               ADD 1 TO WS-SEAT-NO
               IF WS-SEAT-NO > WS-HALL-SEATS (WS-SEAT-HALL)
                   ADD 1 TO WS-SEAT-HALL
                   MOVE 1 TO WS-SEAT-NO
               END-IF
           END-IF.
           MOVE WS-HALL-ROOM-ID (WS-SEAT-HALL) TO WS-SEAT-ROOM-ID.
           IF WS-SEAT-HALL NOT = WS-CURR-HALL
               MOVE WS-SEAT-HALL TO WS-CURR-HALL
               PERFORM WRITE-ROSTER-HEADING
           MOVE WS-SEAT-NO    TO SPL-SEAT-NO.
           MOVE WS-CAND-STU-NO (CAND-INDEX) TO SPL-STU-NO.
           MOVE WS-CAND-CLASS (CAND-INDEX)  TO SPL-CLASS.
           MOVE WS-CAND-ACCOM (CAND-INDEX)  TO SPL-ACCOM-FLAG.
           WRITE SEAT-PLAN-RECORD.

       WRITE-ROSTER-HEADING.
               HALL-ROSTER-LINE.
           WRITE HALL-ROSTER-LINE.
           MOVE SPACES TO HALL-ROSTER-LINE.
           IF WS-SEAT-HALL = WS-ROOM-HALL
               STRING 'ACCOMMODATION ROOM - HALL ' WS-SEAT-HALL
                   '   TERM : ' RUN-TERM-CODE
                   DELIMITED BY SIZE INTO HALL-ROSTER-LINE
           ELSE
               STRING 'EXAM HALL ROSTER - HALL ' WS-SEAT-HALL
                   '   TERM : ' RUN-TERM-CODE
                   DELIMITED BY SIZE INTO HALL-ROSTER-LINE
           END-IF.
           IF WS-SEAT-ROOM-ID NOT = SPACES
               MOVE 'ROOM : ' TO HALL-ROSTER-LINE (44:7)
               MOVE WS-SEAT-ROOM-ID TO HALL-ROSTER-LINE (51:5)
           END-IF.
           WRITE HALL-ROSTER-LINE.
           MOVE '------------------------------------------' TO
               HALL-ROSTER-LINE.
               WS-CAND-CLASS (CAND-INDEX)
               DELIMITED BY SIZE INTO HALL-ROSTER-LINE.
           WRITE HALL-ROSTER-LINE.
           MOVE WS-CAND-STU-NO (CAND-INDEX) TO WS-WORK-STU-NO.
           PERFORM WRITE-MEDICAL-ALERT.
           IF WS-CAND-ACCOM (CAND-INDEX) NOT = SPACE
               PERFORM SET-ACCOM-TEXT
               MOVE SPACES TO HALL-ROSTER-LINE
               STRING '  ** ACCOMMODATION ' WS-ACCOM-TEXT
                   DELIMITED BY SIZE INTO HALL-ROSTER-LINE
               WRITE HALL-ROSTER-LINE
           END-IF.

       SET-ACCOM-TEXT.
           MOVE SPACES TO WS-ACCOM-TEXT.
           IF CAND-GROUND-FLOOR (CAND-INDEX)
               MOVE 'GROUND FLOOR' TO WS-ACCOM-TEXT
           ELSE
               IF WS-CAND-EXTRA (CAND-INDEX) > ZERO
                   STRING 'EXTRA ' WS-CAND-EXTRA (CAND-INDEX) ' MIN'
                       DELIMITED BY SIZE INTO WS-ACCOM-TEXT
               END-IF
               IF WS-CAND-SCRIBE (CAND-INDEX) = 'Y'
                   MOVE 'SCRIBE' TO WS-ACCOM-TEXT (15:6)
               END-IF
               IF WS-CAND-READER (CAND-INDEX) = 'Y'
                   MOVE 'READER' TO WS-ACCOM-TEXT (22:6)
               END-IF
           END-IF.

       WRITE-MEDICAL-ALERT.
           CALL 'HLTHCHK' USING WS-WORK-STU-NO WS-HL-BLOOD-GROUP
               WS-HL-CONDITIONS WS-HL-ALLERGIES WS-HL-MEDICATION
               WS-HEALTH-RESULT.
           IF MEDICAL-ALERT
               MOVE SPACES TO HALL-ROSTER-LINE
               STRING '  ** ALERT ' WS-HL-CONDITIONS ' ALLERGY '
                   WS-HL-ALLERGIES
                   DELIMITED BY SIZE INTO HALL-ROSTER-LINE
               WRITE HALL-ROSTER-LINE
               MOVE SPACES TO HALL-ROSTER-LINE
               STRING '     MEDICATION ' WS-HL-MEDICATION
                   ' BLOOD GROUP ' WS-HL-BLOOD-GROUP
                   DELIMITED BY SIZE INTO HALL-ROSTER-LINE
               WRITE HALL-ROSTER-LINE
           END-IF.

       WRITE-SEAT-SLIP.
           MOVE '==========================================' TO
           STRING 'TERM : ' RUN-TERM-CODE '   HALL : ' WS-SEAT-HALL
               '   SEAT : ' WS-SEAT-NO
               DELIMITED BY SIZE INTO SEAT-SLIP-LINE.
           IF WS-SEAT-ROOM-ID NOT = SPACES
               MOVE 'ROOM : ' TO SEAT-SLIP-LINE (38:7)
               MOVE WS-SEAT-ROOM-ID TO SEAT-SLIP-LINE (45:5)
           END-IF.
           WRITE SEAT-SLIP-LINE.
           IF WS-CAND-ACCOM (CAND-INDEX) NOT = SPACE
               PERFORM SET-ACCOM-TEXT
               MOVE SPACES TO SEAT-SLIP-LINE
               IF CAND-IN-ROOM (CAND-INDEX)
                   STRING 'ACCOMMODATION ROOM : ' WS-ACCOM-TEXT
                       DELIMITED BY SIZE INTO SEAT-SLIP-LINE
               ELSE
                   STRING 'ACCOMMODATION : ' WS-ACCOM-TEXT
                       DELIMITED BY SIZE INTO SEAT-SLIP-LINE
               END-IF
               WRITE SEAT-SLIP-LINE
           END-IF.
           MOVE '==========================================' TO
               SEAT-SLIP-LINE.
           WRITE SEAT-SLIP-LINE.
                   MOVE STU-NAME  TO WS-CAND-NAME (CAND-INDEX)
                   MOVE STU-CLASS TO WS-CAND-CLASS (CAND-INDEX)
                   MOVE 'N'       TO WS-CAND-TAKEN (CAND-INDEX)
                   PERFORM NOTE-CANDIDATE-ACCOM
               END-IF
           END-IF.

      * Extra time, a scribe or a reader means the separate room,
      * which is taken to be on the ground floor.
       NOTE-CANDIDATE-ACCOM.
           MOVE SPACE TO WS-CAND-ACCOM (CAND-INDEX).
           CALL 'ACCOMCHK' USING STU-NO IN STUDENT-DETAILS
               WS-WINDOW-FROM WS-WINDOW-TO WS-AC-EXTRA-MINUTES
               WS-AC-SCRIBE WS-AC-READER WS-AC-GROUND-FLOOR
               WS-AC-CERT-REF WS-ACCOM-RESULT.
           MOVE WS-AC-EXTRA-MINUTES TO WS-CAND-EXTRA (CAND-INDEX).
           MOVE WS-AC-SCRIBE TO WS-CAND-SCRIBE (CAND-INDEX).
           MOVE WS-AC-READER TO WS-CAND-READER (CAND-INDEX).
           IF ACCOMMODATED
               IF WS-AC-EXTRA-MINUTES > ZERO
                   OR WS-AC-SCRIBE = 'Y' OR WS-AC-READER = 'Y'
                   MOVE 'R' TO WS-CAND-ACCOM (CAND-INDEX)
                   ADD 1 TO WS-ROOM-COUNT
               ELSE
                   IF WS-AC-GROUND-FLOOR = 'Y'
                       MOVE 'G' TO WS-CAND-ACCOM (CAND-INDEX)
                   END-IF
               END-IF
           END-IF.

      * The accommodation must be valid somewhere in the term's
      * date-sheet; with no date-sheet, on the run date.
       LOAD-EXAM-WINDOW.
           OPEN INPUT EXAM-SCHEDULE.
           IF WS-SCHEDULE-STATUS = '00'
               PERFORM UNTIL END-OF-SCHEDULE
                   READ EXAM-SCHEDULE
                       AT END
                           SET END-OF-SCHEDULE TO TRUE
                       NOT AT END
                           IF ES-TERM-CODE = RUN-TERM-CODE
                               AND ES-CLASS-SITTING
                               PERFORM WIDEN-EXAM-WINDOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXAM-SCHEDULE
           END-IF.
           IF WS-WINDOW-FROM = ZERO
               MOVE RUN-DATE TO WS-WINDOW-FROM
               IF WS-WINDOW-FROM = ZERO
                   ACCEPT WS-WINDOW-FROM FROM DATE YYYYMMDD
               END-IF
               MOVE WS-WINDOW-FROM TO WS-WINDOW-TO
           END-IF.

       WIDEN-EXAM-WINDOW.
           IF WS-WINDOW-FROM = ZERO
               OR ES-EXAM-DATE < WS-WINDOW-FROM
               MOVE ES-EXAM-DATE TO WS-WINDOW-FROM
           END-IF.
           IF ES-EXAM-DATE > WS-WINDOW-TO
               MOVE ES-EXAM-DATE TO WS-WINDOW-TO
           END-IF.

       LOAD-INELIGIBLE-LIST.
                           MOVE PRM-SEATS-PER-HALL
                               TO WS-SEATS-PER-HALL
                       END-IF
                       IF PRM-GROUND-HALLS IS NUMERIC
                           AND PRM-GROUND-HALLS > ZERO
                           MOVE PRM-GROUND-HALLS TO WS-GROUND-HALLS
                       END-IF
                       IF PRM-ROOM-SEATS IS NUMERIC
                           AND PRM-ROOM-SEATS > ZERO
                           MOVE PRM-ROOM-SEATS TO WS-ROOM-SEATS
                       END-IF
               END-READ
               CLOSE SEAT-PARM-FILE
           ELSE
                   WS-HALL-COUNT ' HALLS OF ' WS-SEATS-PER-HALL
           END-IF.

      * Exam halls in use on the room master replace the card's halls,
      * the ground-floor ones taken first so that the ground-floor
      * cases seated first land in them. Without any, the card's
      * uniform halls are laid out, halls 1 to WS-GROUND-HALLS on the
      * ground floor.
       LOAD-FACILITY-HALLS.
           MOVE ZERO TO WS-FACILITY-HALLS.
           MOVE 'G' TO WS-FLOOR-PASS.
           PERFORM READ-FACILITY-HALLS.
           MOVE 'U' TO WS-FLOOR-PASS.
           PERFORM READ-FACILITY-HALLS.
           IF WS-FACILITY-OVER > ZERO
               DISPLAY WS-FACILITY-OVER ' EXAM HALL(S) ON FACILITY.DAT '
                   'BEYOND THE 50-HALL TABLE NOT USED'
           END-IF.
           IF WS-FACILITY-HALLS > ZERO
               MOVE WS-FACILITY-HALLS TO WS-HALL-COUNT
               DISPLAY 'EXAM HALLS FROM FACILITY.DAT : ' WS-HALL-COUNT
           ELSE
               IF WS-HALL-COUNT > 50
                   MOVE 50 TO WS-HALL-COUNT
               END-IF
               PERFORM VARYING HALL-INDEX FROM 1 BY 1
                   UNTIL HALL-INDEX > WS-HALL-COUNT
                   MOVE SPACES TO WS-HALL-ROOM-ID (HALL-INDEX)
                   MOVE WS-SEATS-PER-HALL TO WS-HALL-SEATS (HALL-INDEX)
                   IF HALL-INDEX > WS-GROUND-HALLS
                       MOVE 'N' TO WS-HALL-GROUND (HALL-INDEX)
                   ELSE
                       MOVE 'Y' TO WS-HALL-GROUND (HALL-INDEX)
                   END-IF
               END-PERFORM
           END-IF.

       READ-FACILITY-HALLS.
           MOVE 'N' TO WS-FACILITY-EOF-FLAG.
           OPEN INPUT FACILITY-FILE.
           IF WS-FACILITY-STATUS = '00'
               PERFORM UNTIL END-OF-FACILITY
                   READ FACILITY-FILE
                       AT END
                           SET END-OF-FACILITY TO TRUE
                       NOT AT END
                           IF FC-IN-USE AND FC-EXAM-SEATS > ZERO
                               PERFORM TAKE-FACILITY-HALL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACILITY-FILE
           END-IF.

       TAKE-FACILITY-HALL.
           IF GROUND-FLOOR-PASS
               IF FC-EXAM-ACCOM
                   MOVE FC-EXAM-SEATS TO WS-ROOM-SEATS
                   MOVE FC-ROOM-ID TO WS-ROOM-ROOM-ID
               END-IF
               IF FC-EXAM-HALL AND FC-GROUND-FLOOR
                   PERFORM ADD-FACILITY-HALL
               END-IF
           ELSE
               IF FC-EXAM-HALL AND NOT FC-GROUND-FLOOR
                   PERFORM ADD-FACILITY-HALL
               END-IF
           END-IF.

       ADD-FACILITY-HALL.
           IF WS-FACILITY-HALLS < 50
               ADD 1 TO WS-FACILITY-HALLS
               SET HALL-INDEX TO WS-FACILITY-HALLS
               MOVE FC-ROOM-ID TO WS-HALL-ROOM-ID (HALL-INDEX)
               MOVE FC-EXAM-SEATS TO WS-HALL-SEATS (HALL-INDEX)
               IF FC-GROUND-FLOOR
                   MOVE 'Y' TO WS-HALL-GROUND (HALL-INDEX)
               ELSE
                   MOVE 'N' TO WS-HALL-GROUND (HALL-INDEX)
               END-IF
           ELSE
               ADD 1 TO WS-FACILITY-OVER
           END-IF.

       LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = '00'
