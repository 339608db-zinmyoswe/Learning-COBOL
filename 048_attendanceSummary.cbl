      *          student, so the eligibility rule finally has a
      *          defensible denominator. Period-posted sections whose
      *          entry count exceeds the working days keep the
      *          entries-recorded denominator. Periods a student
      *          missed after an authorised GATEPASS early release
      *          are posted 'R' and count as attended, not absent;
      *          the gate-pass release markers ('G') themselves are
      *          not attendance entries and are skipped. A late
      *          arrival ('L', posted by ATTPUNCH from the gate card
      *          readers) counts as present, and so does a day or
      *          period spent on-duty at a field trip or tournament
      *          ('D', posted by EVNTDESK and ATTPOST).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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


       TALLY-DAILY-RECORD.
           ADD 1 TO WS-DAYS-READ.
           IF AD-STU-NO > ZERO AND NOT AD-RELEASE-MARKER
               SET ATT-INDEX TO AD-STU-NO
               ADD 1 TO WS-ATT-RECORDED (ATT-INDEX)
               IF AD-WAS-PRESENT OR AD-RELEASED OR AD-ON-DUTY
                   ADD 1 TO WS-ATT-PRESENT (ATT-INDEX)
               END-IF
           END-IF.
