      *          whatever the theory says - and the session prints a
      *          capture register to PRACMARK.RPT. BOARDEXP submits
      *          the two components separately from these rows.
      *          A practical cancelled for unfair means (UFMCASE) is
      *          refused and shown on the register. The operator
      *          signs on, and a student whose subject, class and
      *          section are not assigned to the operator's teacher
      *          id (MARKAUTH) is refused, journaled and shown on the
      *          register too, unless the operator is an authorised
      *          data-entry clerk.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-REGISTER-STATUS PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-PROGRAM-NAME    PIC X(08) VALUE 'PRACMARK'.
       01 WS-OPERATOR-ID     PIC X(08).
       01 WS-OPERATOR-NAME   PIC X(15).
       01 WS-AUTH-LEVEL      PIC 9(01) VALUE ZERO.
       01 WS-SIGNON-RESULT   PIC X(01).
           88 SIGNON-OK        VALUE 'Y'.
       01 WS-MARKS-AUTH      PIC X(01) VALUE 'N'.
           88 MARKS-AUTHORISED VALUE 'Y'.
       01 WS-REFUSED-COUNT   PIC 9(03) VALUE ZERO.
       01 WS-WORK-SUBJ       PIC X(04).
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-WORK-MARKS      PIC 9(03).
      * The main procedure of the program
      **
           PERFORM LOAD-RUN-CONTROL.
           PERFORM OPERATOR-SIGN-ON.
           DISPLAY 'ENTER SUBJECT CODE : '.
           ACCEPT WS-WORK-SUBJ.
           PERFORM LOOK-UP-SUBJECT.
           OPEN I-O MARKS-DETAIL-FILE.
           IF WS-DETAIL-STATUS NOT = '00'
               OPEN OUTPUT MARKS-DETAIL-FILE
               CLOSE MARKS-DETAIL-FILE
               OPEN I-O MARKS-DETAIL-FILE
           END-IF.
           OPEN EXTEND CAPTURE-REGISTER.
           IF WS-REGISTER-STATUS NOT = '00'
           DISPLAY 'KEY PRACTICAL MARKS - STU-NO 0 ENDS'.
           PERFORM ACCEPT-ONE-ENTRY.
           PERFORM UNTIL WS-WORK-STU-NO = ZERO
               PERFORM POST-ONE-PRACTICAL THRU POST-ONE-PRACTICAL-EXIT
               PERFORM ACCEPT-ONE-ENTRY
           END-PERFORM.
           PERFORM WRITE-REGISTER-FOOTING.
           CLOSE CAPTURE-REGISTER.
           CLOSE MARKS-DETAIL-FILE.
           DISPLAY 'PRACTICALS POSTED : ' WS-POSTED-COUNT
               '  COMPONENT FAILURES : ' WS-FAILED-COUNT
               '  REFUSED : ' WS-REFUSED-COUNT.
           IF WS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPERATOR-SIGN-ON.
           CALL 'OPSIGNON' USING WS-OPERATOR-ID WS-OPERATOR-NAME
               WS-AUTH-LEVEL WS-SIGNON-RESULT WS-PROGRAM-NAME.
           IF NOT SIGNON-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = '00'
           DISPLAY 'ENTER STU-NO (0 TO END) : '.
           ACCEPT WS-WORK-STU-NO.
           IF WS-WORK-STU-NO > ZERO
               CALL 'MARKAUTH' USING WS-OPERATOR-ID WS-PROGRAM-NAME
                   WS-WORK-STU-NO WS-WORK-SUBJ WS-MARKS-AUTH
           END-IF.
           IF WS-WORK-STU-NO > ZERO
               AND MARKS-AUTHORISED
               DISPLAY 'ENTER PRACTICAL MARKS (MAX '
                   WS-PRAC-MAX ') : '
               ACCEPT WS-WORK-MARKS
           END-IF.

       POST-ONE-PRACTICAL.
           IF NOT MARKS-AUTHORISED
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO CAPTURE-REGISTER-LINE
               STRING WS-WORK-STU-NO
                   ' ** NOT ASSIGNED TO THIS OPERATOR, NOT POSTED **'
                   DELIMITED BY SIZE INTO CAPTURE-REGISTER-LINE
               WRITE CAPTURE-REGISTER-LINE
               GO TO POST-ONE-PRACTICAL-EXIT
           END-IF.
           MOVE WS-WORK-STU-NO TO DTL-STU-NO.
           MOVE RUN-TERM-CODE  TO DTL-TERM-CODE.
           MOVE WS-WORK-SUBJ   TO DTL-SUBJ-CODE.
               MOVE RUN-EXAM-TYPE TO DTL-EXAM-TYPE
           END-IF.
           MOVE 'P' TO DTL-COMPONENT.
      * A practical cancelled for unfair means stays at zero.
           READ MARKS-DETAIL-FILE
               INVALID KEY
                   MOVE SPACE TO DTL-ABSENT-FLAG
           END-READ.
           IF DTL-MARKS-CANCELLED
               DISPLAY 'PRACTICAL CANCELLED FOR UNFAIR MEANS - '
                   'MARKS NOT STORED : ' WS-WORK-STU-NO
               MOVE SPACES TO CAPTURE-REGISTER-LINE
               STRING WS-WORK-STU-NO
                   ' ** CANCELLED - UNFAIR MEANS, NOT POSTED **'
                   DELIMITED BY SIZE INTO CAPTURE-REGISTER-LINE
               WRITE CAPTURE-REGISTER-LINE
               GO TO POST-ONE-PRACTICAL-EXIT
           END-IF.
           MOVE WS-WORK-MARKS TO DTL-SUBJ-MARKS.
           MOVE 1 TO DTL-SUBJ-CREDITS.
           MOVE SPACE TO DTL-ABSENT-FLAG.
                   DELIMITED BY SIZE INTO CAPTURE-REGISTER-LINE
           END-IF.
           WRITE CAPTURE-REGISTER-LINE.
       POST-ONE-PRACTICAL-EXIT.
           EXIT.

       WRITE-REGISTER-HEADING.
           MOVE ALL '=' TO CAPTURE-REGISTER-LINE.
           MOVE SPACES TO CAPTURE-REGISTER-LINE.
           STRING 'POSTED ' WS-POSTED-COUNT
               '  COMPONENT FAILURES ' WS-FAILED-COUNT
               '  REFUSED ' WS-REFUSED-COUNT
               DELIMITED BY SIZE INTO CAPTURE-REGISTER-LINE.
           WRITE CAPTURE-REGISTER-LINE.
           MOVE ALL '=' TO CAPTURE-REGISTER-LINE.
