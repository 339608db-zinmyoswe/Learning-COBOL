      *          actually scheduled. ATTSUMM later summarizes
      *          ATTDAILY.DAT into the ATTEND.DAT percentages that
      *          ELIGCHK's 75 percent rule reads, so that file finally
      *          has an owner inside the system. A student sent home
      *          on a GATEPASS gate pass has a release marker on
      *          ATTDAILY.DAT for the date; an 'A' keyed for them for
      *          the whole-day register or for any period from the
      *          first period missed is posted 'R' released instead,
      *          so an authorised early release never reads as
      *          absence. The ATTPUNCH card-reader import posts the
      *          whole-day entry for students who punched in at the
      *          gate ('L' when after the cut-off) and checks it
      *          against the register keyed here. A student the
      *          EVNTDESK event desk has posted on-duty ('D') for the
      *          date is away on a field trip or tournament: the
      *          whole-day entry is already on file and is not posted
      *          again, and a period register posts them 'D' whatever
      *          is keyed, so they are never recorded absent.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 AD-SECTION      PIC X(01).
           05 AD-STU-NO       PIC 9(05).
           05 AD-PRESENT      PIC X(01).
               88 AD-WAS-PRESENT  VALUE 'P' 'L'.
               88 AD-WAS-LATE     VALUE 'L'.
               88 AD-WAS-ABSENT   VALUE 'A'.
               88 AD-RELEASED     VALUE 'R'.
               88 AD-RELEASE-MARKER VALUE 'G'.
               88 AD-ON-DUTY      VALUE 'D'.
           05 AD-PERIOD       PIC 9(02).
               88 AD-WHOLE-DAY    VALUE 00.

           88 PRESENT-CODE-VALID VALUE 'P' 'A'.
       01 WS-PRESENT-COUNT   PIC 9(03) VALUE ZERO.
       01 WS-ABSENT-COUNT    PIC 9(03) VALUE ZERO.
       01 WS-RELEASED-COUNT  PIC 9(03) VALUE ZERO.
       01 WS-ON-DUTY-COUNT   PIC 9(03) VALUE ZERO.
       01 WS-DAILY-EOF-FLAG  PIC X(01) VALUE 'N'.
           88 END-OF-DAILY-FILE VALUE 'Y'.
      * Gate-pass releases already marked for this date and section.
       01 WS-RELEASE-COUNT   PIC 9(02) VALUE ZERO.
       01 WS-RELEASE-TABLE.
           05 WS-RS-ENTRY OCCURS 50 TIMES INDEXED BY RS-INDEX.
               10 WS-RS-STU-NO      PIC 9(05).
               10 WS-RS-FROM-PERIOD PIC 9(02).
       01 WS-RELEASE-FOUND   PIC X(01).
           88 STUDENT-RELEASED VALUE 'Y'.
      * Students already posted on-duty at an event for this date
      * and section.
       01 WS-DUTY-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-DUTY-TABLE.
           05 WS-DT-STU-NO OCCURS 200 TIMES INDEXED BY DT-INDEX
               PIC 9(05).
       01 WS-DUTY-FOUND      PIC X(01).
           88 STUDENT-ON-DUTY  VALUE 'Y'.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                   STOP RUN
               END-IF
           END-IF.
           PERFORM LOAD-RELEASE-MARKERS.
           PERFORM LOAD-ON-DUTY-ENTRIES.
           OPEN EXTEND DAILY-ATTENDANCE.
           IF WS-DAILY-STATUS NOT = '00'
               OPEN OUTPUT DAILY-ATTENDANCE
           CLOSE DAILY-ATTENDANCE.
           CLOSE ATTENDANCE-REGISTER.
           DISPLAY 'REGISTER POSTED - PRESENT : ' WS-PRESENT-COUNT
               '  ABSENT : ' WS-ABSENT-COUNT
               '  RELEASED : ' WS-RELEASED-COUNT
               '  ON DUTY : ' WS-ON-DUTY-COUNT.
           STOP RUN.

       ACCEPT-ONE-REGISTER-ENTRY.
           END-IF.

       POST-REGISTER-ENTRY.
           PERFORM CHECK-STUDENT-ON-DUTY.
           IF STUDENT-ON-DUTY
               MOVE 'D' TO WS-PRESENT
               DISPLAY 'STU-NO ' WS-STU-NO ' IS AWAY ON AN EVENT - '
                   'POSTED D ON-DUTY'
           END-IF.
           IF WS-PRESENT = 'A'
               PERFORM CHECK-STUDENT-RELEASED
               IF STUDENT-RELEASED
                   MOVE 'R' TO WS-PRESENT
                   DISPLAY 'STU-NO ' WS-STU-NO ' LEFT ON A GATE PASS '
                       '- POSTED R RELEASED, NOT ABSENT'
               END-IF
           END-IF.
      * The event desk's whole-day entry stands for the whole-day
      * register.
           IF NOT (STUDENT-ON-DUTY AND WHOLE-DAY-REGISTER)
               MOVE WS-ATT-DATE TO AD-ATT-DATE
               MOVE WS-CLASS    TO AD-CLASS
               MOVE WS-SECTION  TO AD-SECTION
               MOVE WS-STU-NO   TO AD-STU-NO
               MOVE WS-PRESENT  TO AD-PRESENT
               MOVE WS-PERIOD   TO AD-PERIOD
               WRITE DAILY-ATTENDANCE-RECORD
           END-IF.
           EVALUATE WS-PRESENT
               WHEN 'P'
                   ADD 1 TO WS-PRESENT-COUNT
               WHEN 'R'
                   ADD 1 TO WS-RELEASED-COUNT
               WHEN 'D'
                   ADD 1 TO WS-ON-DUTY-COUNT
               WHEN OTHER
                   ADD 1 TO WS-ABSENT-COUNT
           END-EVALUATE.
           MOVE SPACES TO ATTENDANCE-REGISTER-LINE.
           STRING '  ' WS-STU-NO '            ' WS-PRESENT
               DELIMITED BY SIZE INTO ATTENDANCE-REGISTER-LINE.
           WRITE ATTENDANCE-REGISTER-LINE.
           MOVE ALL '-' TO ATTENDANCE-REGISTER-LINE.
           WRITE ATTENDANCE-REGISTER-LINE.
           MOVE '  STU-NO       P/A/R/D' TO ATTENDANCE-REGISTER-LINE.
           WRITE ATTENDANCE-REGISTER-LINE.
           MOVE ALL '-' TO ATTENDANCE-REGISTER-LINE.
           WRITE ATTENDANCE-REGISTER-LINE.
           WRITE ATTENDANCE-REGISTER-LINE.
           MOVE SPACES TO ATTENDANCE-REGISTER-LINE.
           STRING 'PRESENT : ' WS-PRESENT-COUNT '   ABSENT : '
               WS-ABSENT-COUNT '   RELEASED : ' WS-RELEASED-COUNT
               DELIMITED BY SIZE INTO ATTENDANCE-REGISTER-LINE.
           WRITE ATTENDANCE-REGISTER-LINE.
           IF WS-ON-DUTY-COUNT > ZERO
               MOVE SPACES TO ATTENDANCE-REGISTER-LINE
               STRING 'ON DUTY AT AN EVENT : ' WS-ON-DUTY-COUNT
                   DELIMITED BY SIZE INTO ATTENDANCE-REGISTER-LINE
               WRITE ATTENDANCE-REGISTER-LINE
           END-IF.
           MOVE SPACES TO ATTENDANCE-REGISTER-LINE.
           WRITE ATTENDANCE-REGISTER-LINE.
           MOVE 'CLASS TEACHER SIGN.          PRINCIPAL SIGN.' TO
               DISPLAY 'NO TIMETABLE ON FILE - PERIOD POSTING '
                   'CANNOT BE VALIDATED'
           END-IF.

       LOAD-RELEASE-MARKERS.
           MOVE ZERO TO WS-RELEASE-COUNT.
           MOVE 'N' TO WS-DAILY-EOF-FLAG.
           OPEN INPUT DAILY-ATTENDANCE.
           IF WS-DAILY-STATUS = '00'
               PERFORM UNTIL END-OF-DAILY-FILE
                   READ DAILY-ATTENDANCE
                       AT END
                           SET END-OF-DAILY-FILE TO TRUE
                       NOT AT END
                           IF AD-RELEASE-MARKER
                               AND AD-ATT-DATE = WS-ATT-DATE
                               AND AD-CLASS = WS-CLASS
                               AND AD-SECTION = WS-SECTION
                               AND WS-RELEASE-COUNT < 50
                               ADD 1 TO WS-RELEASE-COUNT
                               SET RS-INDEX TO WS-RELEASE-COUNT
                               MOVE AD-STU-NO TO
                                   WS-RS-STU-NO (RS-INDEX)
                               MOVE AD-PERIOD TO
                                   WS-RS-FROM-PERIOD (RS-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAILY-ATTENDANCE
           END-IF.

       CHECK-STUDENT-RELEASED.
      * The whole-day register is taken at the start of the day, so
      * a released student was in school for it.
           MOVE 'N' TO WS-RELEASE-FOUND.
           PERFORM VARYING RS-INDEX FROM 1 BY 1
               UNTIL RS-INDEX > WS-RELEASE-COUNT
               IF WS-RS-STU-NO (RS-INDEX) = WS-STU-NO
                   AND (WHOLE-DAY-REGISTER
                       OR WS-PERIOD >= WS-RS-FROM-PERIOD (RS-INDEX))
                   MOVE 'Y' TO WS-RELEASE-FOUND
               END-IF
           END-PERFORM.

       LOAD-ON-DUTY-ENTRIES.
           MOVE ZERO TO WS-DUTY-COUNT.
           MOVE 'N' TO WS-DAILY-EOF-FLAG.
           OPEN INPUT DAILY-ATTENDANCE.
           IF WS-DAILY-STATUS = '00'
               PERFORM UNTIL END-OF-DAILY-FILE
                   READ DAILY-ATTENDANCE
                       AT END
                           SET END-OF-DAILY-FILE TO TRUE
                       NOT AT END
                           IF AD-ON-DUTY AND AD-WHOLE-DAY
                               AND AD-ATT-DATE = WS-ATT-DATE
                               AND AD-CLASS = WS-CLASS
                               AND AD-SECTION = WS-SECTION
                               AND WS-DUTY-COUNT < 200
                               ADD 1 TO WS-DUTY-COUNT
                               SET DT-INDEX TO WS-DUTY-COUNT
                               MOVE AD-STU-NO TO WS-DT-STU-NO (DT-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAILY-ATTENDANCE
           END-IF.

       CHECK-STUDENT-ON-DUTY.
           MOVE 'N' TO WS-DUTY-FOUND.
           PERFORM VARYING DT-INDEX FROM 1 BY 1
               UNTIL DT-INDEX > WS-DUTY-COUNT
               IF WS-DT-STU-NO (DT-INDEX) = WS-STU-NO
                   MOVE 'Y' TO WS-DUTY-FOUND
               END-IF
           END-PERFORM.
      ** add other procedures here
       END PROGRAM ATTPOST.
