      *          one official row per student - so classification,
      *          ranking and the carry-forward history all run off
      *          the weighted result. Prints a register to
      *          TERMRSLT.RPT. A student with a make-up case still
      *          pending or approved on MAKEUP.DAT for the term is
      *          held - not posted, so no fail goes out on the
      *          missed paper - until MAKEUPEX posts the make-up
      *          marks and the run is repeated. Internal assessment
      *          rows (exam type I, posted by HWKIAPST) average in
      *          with the unit tests.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SIGNOFF-FILE ASSIGN TO "SIGNOFF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIGNOFF-STATUS.
           SELECT MAKEUP-CASE-FILE ASSIGN TO "MAKEUP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAKEUP-STATUS.
           SELECT RESULT-REGISTER ASSIGN TO "TERMRSLT.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
           05 LGW-PERCENT       PIC 9(03)V9(02).
       FD  SIGNOFF-FILE.
           COPY SIGNOFFR.
       FD  MAKEUP-CASE-FILE.
           COPY MAKEUPR.
       FD  RESULT-REGISTER.
       01 RESULT-REGISTER-LINE PIC X(72).

       01 WS-SECTION-SIGNED  PIC X(01).
           88 SECTION-SIGNED-OFF VALUE 'Y'.
       01 WS-UNSIGNED-COUNT  PIC 9(05) VALUE ZERO.
       01 WS-MAKEUP-STATUS   PIC X(02) VALUE '00'.
       01 WS-MK-EOF-FLAG     PIC X(01) VALUE 'N'.
           88 END-OF-MAKEUP-CASES VALUE 'Y'.
       01 WS-MAKEUP-HELD-FLAGS.
           05 WS-MAKEUP-HELD OCCURS 99999 TIMES
               INDEXED BY MKP-INDEX PIC X(01) VALUE 'N'.
       01 WS-MAKEUP-HELD-COUNT PIC 9(05) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           PERFORM LOAD-RUN-CONTROL.
           PERFORM LOAD-WEIGHTS-CARD.
           PERFORM LOAD-SECTION-SIGN-OFFS.
           PERFORM LOAD-MAKEUP-CASES.
           INITIALIZE WS-STUDENT-EXAM-TABLE.
           PERFORM STREAM-MARKS-DETAIL.
           IF WS-LINES-READ = ZERO
                   'SIGNOFF AND RE-RUN **'
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-MAKEUP-HELD-COUNT > ZERO
               DISPLAY '** ' WS-MAKEUP-HELD-COUNT ' STUDENT(S) HELD '
                   'FOR MAKE-UP MARKS - RE-RUN ONCE MAKEUPEX HAS '
                   'POSTED THEM **'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       COMBINE-ONE-STUDENT.
                       'APPLIED : ' WS-WORK-STU-NO
               NOT INVALID KEY
                   PERFORM CHECK-SECTION-SIGN-OFF
                   SET MKP-INDEX TO WS-WORK-STU-NO
                   EVALUATE TRUE
                       WHEN WS-MAKEUP-HELD (MKP-INDEX) = 'Y'
                           ADD 1 TO WS-MAKEUP-HELD-COUNT
                           MOVE SPACES TO RESULT-REGISTER-LINE
                           STRING 'STU-NO ' WS-WORK-STU-NO
                               '  ** MAKE-UP EXAM PENDING - RESULT '
                               'HELD, NOT POSTED **'
                               DELIMITED BY SIZE
                               INTO RESULT-REGISTER-LINE
                           WRITE RESULT-REGISTER-LINE
                       WHEN NOT SECTION-SIGNED-OFF
                           ADD 1 TO WS-UNSIGNED-COUNT
                           MOVE SPACES TO RESULT-REGISTER-LINE
                           STRING 'STU-NO ' WS-WORK-STU-NO
                               '  ** SECTION ' STU-CLASS '/'
                               STU-SECTION ' NOT SIGNED OFF - NOT '
                               'POSTED **'
                               DELIMITED BY SIZE
                               INTO RESULT-REGISTER-LINE
                           WRITE RESULT-REGISTER-LINE
                       WHEN OTHER
                           PERFORM REWRITE-OFFICIAL-ROLLUP
                   END-EVALUATE
           END-READ.
           PERFORM WRITE-REGISTER-DETAIL.

                   'WILL EXCEPT UNTIL TEACHERS SIGN OFF'
           END-IF.

      * A case still pending or approved holds the student back; a
      * rejected case or posted make-up marks let the result go out.
       LOAD-MAKEUP-CASES.
           OPEN INPUT MAKEUP-CASE-FILE.
           IF WS-MAKEUP-STATUS = '00'
               PERFORM UNTIL END-OF-MAKEUP-CASES
                   READ MAKEUP-CASE-FILE
                       AT END
                           SET END-OF-MAKEUP-CASES TO TRUE
                       NOT AT END
                           IF MU-STU-NO > ZERO
                               AND MU-TERM-CODE = RUN-TERM-CODE
                               AND MU-RESULT-HELD
                               SET MKP-INDEX TO MU-STU-NO
                               MOVE 'Y' TO
                                   WS-MAKEUP-HELD (MKP-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAKEUP-CASE-FILE
           END-IF.

       WRITE-MASTER-JOURNAL.
           MOVE 'R' TO WS-JRNL-ACTION.
           MOVE STUDENT-DETAILS TO WS-JRNL-IMAGE.
           END-IF.

       TALLY-ONE-EXAM-LINE.
      * Internal assessment from the homework scores counts with
      * the unit tests.
           EVALUATE DTL-EXAM-TYPE
               WHEN 'U'
               WHEN 'I'
                   MOVE 1 TO WS-EXAM-SLOT-NO
               WHEN 'M'
                   MOVE 2 TO WS-EXAM-SLOT-NO
