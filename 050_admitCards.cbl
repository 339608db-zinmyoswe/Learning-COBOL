      *          from the run-control card, including the term's exam
      *          date-sheet rows for the student's class from
      *          EXAMSCHD.DAT (maintained by DATESHT) so the card is
      *          the document families actually work from. Elective
      *          papers the student has not chosen (ENROLCHK against
      *          STUSUBJ.DAT) are left off the card. An approved
      *          exam accommodation valid during the term's exams
      *          (ACCOMCHK against EXAMACCM.DAT) prints on the card
      *          so hall staff can see it. Finishes by reconciling
      *          cards printed against the eligible population so the
      *          exam office is not typing these in a word processor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 WS-ES-SESSION PIC X(01).
               10 WS-ES-DUR     PIC 9(03).
       01 WS-SHEET-LINES     PIC 9(02) VALUE ZERO.
       01 WS-WINDOW-FROM     PIC 9(08) VALUE ZERO.
       01 WS-WINDOW-TO       PIC 9(08) VALUE ZERO.
       01 WS-AC-EXTRA-MINUTES PIC 9(03).
       01 WS-AC-SCRIBE       PIC X(01).
       01 WS-AC-READER       PIC X(01).
       01 WS-AC-GROUND-FLOOR PIC X(01).
       01 WS-AC-CERT-REF     PIC X(15).
       01 WS-ACCOM-RESULT    PIC X(01).
           88 ACCOMMODATED     VALUE 'A'.
       01 WS-SHEET-SUBJ      PIC X(04).
       01 WS-ENROL-RESULT    PIC X(01).
           88 NOT-ENROLLED-IN-SUBJ VALUE 'N'.
       01 WS-BOARDREG-STATUS PIC X(02) VALUE '00'.
       01 WS-BRDREG-EOF-FLAG PIC X(01) VALUE 'N'.
           88 END-OF-BOARD-REG VALUE 'Y'.
               WRITE ADMIT-CARD-LINE
           END-IF.
           PERFORM WRITE-DATE-SHEET-BLOCK.
           PERFORM WRITE-ACCOM-BLOCK.
           MOVE '------------------------------------------' TO
               ADMIT-CARD-LINE.
           WRITE ADMIT-CARD-LINE.
                           SET END-OF-SCHEDULE TO TRUE
                       NOT AT END
                           IF ES-TERM-CODE = RUN-TERM-CODE
                               AND ES-CLASS-SITTING
                               AND WS-SCHED-COUNT < 500
                               ADD 1 TO WS-SCHED-COUNT
                               SET ES-INDEX TO WS-SCHED-COUNT
                                   WS-ES-SESSION (ES-INDEX)
                               MOVE ES-DURATION-MIN TO
                                   WS-ES-DUR (ES-INDEX)
                               PERFORM WIDEN-EXAM-WINDOW
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY 'NO EXAM DATE-SHEET ON FILE - CARDS PRINT '
                   'WITHOUT THE SCHEDULE BLOCK'
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

       WRITE-ACCOM-BLOCK.
           CALL 'ACCOMCHK' USING STU-NO IN STUDENT-DETAILS
               WS-WINDOW-FROM WS-WINDOW-TO WS-AC-EXTRA-MINUTES
               WS-AC-SCRIBE WS-AC-READER WS-AC-GROUND-FLOOR
               WS-AC-CERT-REF WS-ACCOM-RESULT.
           IF ACCOMMODATED
               MOVE '------------------------------------------'
                   TO ADMIT-CARD-LINE
               WRITE ADMIT-CARD-LINE
               MOVE SPACES TO ADMIT-CARD-LINE
               STRING 'APPROVED EXAM ACCOMMODATION  CERT : '
                   WS-AC-CERT-REF
                   DELIMITED BY SIZE INTO ADMIT-CARD-LINE
               WRITE ADMIT-CARD-LINE
               IF WS-AC-EXTRA-MINUTES > ZERO
                   MOVE SPACES TO ADMIT-CARD-LINE
                   STRING '  EXTRA TIME ' WS-AC-EXTRA-MINUTES
                       ' MINUTES PER PAPER'
                       DELIMITED BY SIZE INTO ADMIT-CARD-LINE
                   WRITE ADMIT-CARD-LINE
               END-IF
               IF WS-AC-SCRIBE = 'Y'
                   MOVE '  SCRIBE PROVIDED' TO ADMIT-CARD-LINE
                   WRITE ADMIT-CARD-LINE
               END-IF
               IF WS-AC-READER = 'Y'
                   MOVE '  READER PROVIDED' TO ADMIT-CARD-LINE
                   WRITE ADMIT-CARD-LINE
               END-IF
               IF WS-AC-GROUND-FLOOR = 'Y'
                   MOVE '  GROUND-FLOOR SEATING' TO ADMIT-CARD-LINE
                   WRITE ADMIT-CARD-LINE
               END-IF
               IF WS-AC-EXTRA-MINUTES > ZERO
                   OR WS-AC-SCRIBE = 'Y' OR WS-AC-READER = 'Y'
                   MOVE '  SEATED IN THE ACCOMMODATION ROOM' TO
                       ADMIT-CARD-LINE
                   WRITE ADMIT-CARD-LINE
               END-IF
           END-IF.

       WRITE-DATE-SHEET-BLOCK.
           MOVE ZERO TO WS-SHEET-LINES.
           PERFORM VARYING ES-INDEX FROM 1 BY 1
               UNTIL ES-INDEX > WS-SCHED-COUNT
               IF WS-ES-CLASS (ES-INDEX) = STU-CLASS
                   MOVE WS-ES-SUBJ (ES-INDEX) TO WS-SHEET-SUBJ
                   CALL 'ENROLCHK' USING STU-NO IN STUDENT-DETAILS
                       STU-CLASS WS-SHEET-SUBJ WS-ENROL-RESULT
               END-IF
               IF WS-ES-CLASS (ES-INDEX) = STU-CLASS
                   AND NOT NOT-ENROLLED-IN-SUBJ
                   IF WS-SHEET-LINES = ZERO
                       MOVE '------------------------------------------'
                           TO ADMIT-CARD-LINE
