      ******************************************************************
      * Author:
      * Date:
      * Purpose: Retention and legal hold desk. A supervisor sets the
      *          RETNRULE.DAT card for each audit and journal file the
      *          RETNPURG purge job trims - the years of records to
      *          keep on the live file and a legal hold that stops
      *          the file being purged at all - and places or
      *          releases a legal hold on a student on LEGLHOLD.DAT,
      *          which keeps every record for that STU-NO on the live
      *          files while the enquiry lasts. Anyone signed on can
      *          list the cards and the holds. Sign-on is through
      *          OPSIGNON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RETNDESK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT RETENTION-RULES ASSIGN TO "RETNRULE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT LEGAL-HOLD-FILE ASSIGN TO "LEGLHOLD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  RETENTION-RULES.
           COPY RETNRULR.

       FD  LEGAL-HOLD-FILE.
           COPY LEGLHLDR.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-RULES-STATUS    PIC X(02) VALUE '00'.
       01 WS-HOLD-STATUS     PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-MENU-CHOICE     PIC 9(01) VALUE ZERO.
           88 DONE-WITH-MENU   VALUE 5.
       01 WS-OPERATOR-ID     PIC X(08).
       01 WS-OPERATOR-NAME   PIC X(15).
       01 WS-AUTH-LEVEL      PIC 9(01) VALUE ZERO.
           88 SUPERVISOR-LEVEL VALUE 2 THRU 9.
       01 WS-SIGNON-RESULT   PIC X(01).
           88 SIGNON-OK        VALUE 'Y'.
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'RETNDESK'.
       01 WS-TODAY           PIC 9(08).
       01 WS-FILE-TYPE-TABLE.
           05 FILLER PIC X(08) VALUE 'MARKSAUD'.
           05 FILLER PIC X(08) VALUE 'STDCHG  '.
           05 FILLER PIC X(08) VALUE 'STDJRNL '.
           05 FILLER PIC X(08) VALUE 'SESSJRNL'.
           05 FILLER PIC X(08) VALUE 'RUNLOG  '.
           05 FILLER PIC X(08) VALUE 'SMSFEED '.
           05 FILLER PIC X(08) VALUE 'DUNHIST '.
       01 WS-FILE-TYPES REDEFINES WS-FILE-TYPE-TABLE.
           05 WS-KNOWN-TYPE OCCURS 7 TIMES
               INDEXED BY KT-INDEX PIC X(08).
       01 WS-RULE-COUNT      PIC 9(02) VALUE ZERO.
       01 WS-RULE-TABLE.
           05 WS-RR-ENTRY OCCURS 20 TIMES INDEXED BY RR-INDEX.
               10 WS-RR-TYPE      PIC X(08).
               10 WS-RR-YEARS     PIC 9(02).
               10 WS-RR-HOLD      PIC X(01).
               10 WS-RR-REASON    PIC X(20).
               10 WS-RR-DATE      PIC 9(08).
               10 WS-RR-OPERATOR  PIC X(08).
       01 WS-HOLD-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-HOLD-TABLE.
           05 WS-LH-ENTRY OCCURS 500 TIMES INDEXED BY LH-INDEX.
               10 WS-LH-STU-NO    PIC 9(05).
               10 WS-LH-DATE      PIC 9(08).
               10 WS-LH-REASON    PIC X(30).
               10 WS-LH-OPERATOR  PIC X(08).
       01 WS-WORK-TYPE       PIC X(08).
       01 WS-WORK-YEARS      PIC 9(02).
       01 WS-WORK-HOLD       PIC X(01).
           88 WORK-HOLD-VALID  VALUE 'Y' 'N'.
       01 WS-WORK-REASON     PIC X(30).
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-TYPE-FOUND      PIC X(01).
           88 TYPE-IS-KNOWN    VALUE 'Y'.
       01 WS-RULE-FOUND      PIC X(01).
           88 RULE-ON-TABLE    VALUE 'Y'.
       01 WS-HOLD-FOUND      PIC X(01).
           88 HOLD-ON-TABLE    VALUE 'Y'.
       01 WS-SUB-A           PIC 9(03).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM OPERATOR-SIGN-ON.
           PERFORM LOAD-RULE-TABLE.
           PERFORM LOAD-HOLD-TABLE.
           PERFORM UNTIL DONE-WITH-MENU
               DISPLAY ' '
               DISPLAY '1. SET RETENTION RULE FOR A FILE (SUPERVISOR)'
               DISPLAY '2. PLACE LEGAL HOLD ON A STUDENT (SUPERVISOR)'
               DISPLAY '3. RELEASE A STUDENT LEGAL HOLD (SUPERVISOR)'
               DISPLAY '4. LIST RETENTION RULES AND HOLDS'
               DISPLAY '5. EXIT'
               DISPLAY 'ENTER CHOICE : '
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1 THRU 3
                       IF SUPERVISOR-LEVEL
                           EVALUATE WS-MENU-CHOICE
                               WHEN 1
                                   PERFORM MAINTAIN-RETENTION-RULE
                               WHEN 2
                                   PERFORM PLACE-STUDENT-HOLD
                               WHEN 3
                                   PERFORM RELEASE-STUDENT-HOLD
                           END-EVALUATE
                       ELSE
                           DISPLAY 'RETENTION AND HOLD CHANGES '
                               'REQUIRE SUPERVISOR AUTHORITY'
                       END-IF
                   WHEN 4
                       PERFORM LIST-RULES-AND-HOLDS
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       OPERATOR-SIGN-ON.
           CALL 'OPSIGNON' USING WS-OPERATOR-ID WS-OPERATOR-NAME
               WS-AUTH-LEVEL WS-SIGNON-RESULT WS-SIGNON-PROGRAM.
           IF NOT SIGNON-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-RULE-TABLE.
           MOVE ZERO TO WS-RULE-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT RETENTION-RULES.
           IF WS-RULES-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ RETENTION-RULES
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-RULE-COUNT < 20
                               ADD 1 TO WS-RULE-COUNT
                               SET RR-INDEX TO WS-RULE-COUNT
                               MOVE RR-FILE-TYPE TO
                                   WS-RR-TYPE (RR-INDEX)
                               MOVE RR-KEEP-YEARS TO
                                   WS-RR-YEARS (RR-INDEX)
                               MOVE RR-FILE-HOLD TO
                                   WS-RR-HOLD (RR-INDEX)
                               MOVE RR-HOLD-REASON TO
                                   WS-RR-REASON (RR-INDEX)
                               MOVE RR-CHANGED-DATE TO
                                   WS-RR-DATE (RR-INDEX)
                               MOVE RR-OPERATOR-ID TO
                                   WS-RR-OPERATOR (RR-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETENTION-RULES
           END-IF.

       REWRITE-RULE-FILE.
           OPEN OUTPUT RETENTION-RULES.
           PERFORM VARYING RR-INDEX FROM 1 BY 1
               UNTIL RR-INDEX > WS-RULE-COUNT
               MOVE WS-RR-TYPE (RR-INDEX)     TO RR-FILE-TYPE
               MOVE WS-RR-YEARS (RR-INDEX)    TO RR-KEEP-YEARS
               MOVE WS-RR-HOLD (RR-INDEX)     TO RR-FILE-HOLD
               MOVE WS-RR-REASON (RR-INDEX)   TO RR-HOLD-REASON
               MOVE WS-RR-DATE (RR-INDEX)     TO RR-CHANGED-DATE
               MOVE WS-RR-OPERATOR (RR-INDEX) TO RR-OPERATOR-ID
               WRITE RETENTION-RULE-RECORD
           END-PERFORM.
           CLOSE RETENTION-RULES.

       LOAD-HOLD-TABLE.
           MOVE ZERO TO WS-HOLD-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF WS-HOLD-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ LEGAL-HOLD-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-HOLD-COUNT < 500
                               ADD 1 TO WS-HOLD-COUNT
                               SET LH-INDEX TO WS-HOLD-COUNT
                               MOVE LH-STU-NO TO WS-LH-STU-NO (LH-INDEX)
                               MOVE LH-PLACED-DATE TO
                                   WS-LH-DATE (LH-INDEX)
                               MOVE LH-REASON TO WS-LH-REASON (LH-INDEX)
                               MOVE LH-OPERATOR-ID TO
                                   WS-LH-OPERATOR (LH-INDEX)
                           ELSE
                               DISPLAY 'HOLD TABLE FULL - ' LH-STU-NO
                                   ' NOT LOADED'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEGAL-HOLD-FILE
           END-IF.

       REWRITE-HOLD-FILE.
           OPEN OUTPUT LEGAL-HOLD-FILE.
           PERFORM VARYING LH-INDEX FROM 1 BY 1
               UNTIL LH-INDEX > WS-HOLD-COUNT
               MOVE WS-LH-STU-NO (LH-INDEX)   TO LH-STU-NO
               MOVE WS-LH-DATE (LH-INDEX)     TO LH-PLACED-DATE
               MOVE WS-LH-REASON (LH-INDEX)   TO LH-REASON
               MOVE WS-LH-OPERATOR (LH-INDEX) TO LH-OPERATOR-ID
               WRITE LEGAL-HOLD-RECORD
           END-PERFORM.
           CLOSE LEGAL-HOLD-FILE.

       MAINTAIN-RETENTION-RULE.
           DISPLAY 'FILE (MARKSAUD STDCHG STDJRNL SESSJRNL RUNLOG '
               'SMSFEED DUNHIST) : '.
           ACCEPT WS-WORK-TYPE.
           MOVE 'N' TO WS-TYPE-FOUND.
           SET KT-INDEX TO 1.
           SEARCH WS-KNOWN-TYPE
               AT END
                   CONTINUE
               WHEN WS-KNOWN-TYPE (KT-INDEX) = WS-WORK-TYPE
                   MOVE 'Y' TO WS-TYPE-FOUND
           END-SEARCH.
           IF NOT TYPE-IS-KNOWN
               DISPLAY 'THE PURGE JOB DOES NOT KNOW FILE ' WS-WORK-TYPE
           ELSE
               DISPLAY 'YEARS TO KEEP (00 = KEEP EVERYTHING) : '
               ACCEPT WS-WORK-YEARS
               DISPLAY 'FILE UNDER LEGAL HOLD (Y/N) : '
               ACCEPT WS-WORK-HOLD
               PERFORM UNTIL WORK-HOLD-VALID
                   DISPLAY 'MUST BE Y OR N, RE-ENTER : '
                   ACCEPT WS-WORK-HOLD
               END-PERFORM
               MOVE SPACES TO WS-WORK-REASON
               IF WS-WORK-HOLD = 'Y'
                   DISPLAY 'HOLD REASON : '
                   ACCEPT WS-WORK-REASON
               END-IF
               PERFORM FIND-RULE
               IF NOT RULE-ON-TABLE
                   IF WS-RULE-COUNT >= 20
                       DISPLAY 'RULE TABLE FULL, RULE NOT ADDED'
                   ELSE
                       ADD 1 TO WS-RULE-COUNT
                       SET RR-INDEX TO WS-RULE-COUNT
                       MOVE WS-WORK-TYPE TO WS-RR-TYPE (RR-INDEX)
                       MOVE 'Y' TO WS-RULE-FOUND
                   END-IF
               END-IF
               IF RULE-ON-TABLE
                   MOVE WS-WORK-YEARS  TO WS-RR-YEARS (RR-INDEX)
                   MOVE WS-WORK-HOLD   TO WS-RR-HOLD (RR-INDEX)
                   MOVE WS-WORK-REASON TO WS-RR-REASON (RR-INDEX)
                   MOVE WS-TODAY       TO WS-RR-DATE (RR-INDEX)
                   MOVE WS-OPERATOR-ID TO WS-RR-OPERATOR (RR-INDEX)
                   PERFORM REWRITE-RULE-FILE
                   DISPLAY 'RETENTION RULE SAVED FOR ' WS-WORK-TYPE
               END-IF
           END-IF.

       FIND-RULE.
           MOVE 'N' TO WS-RULE-FOUND.
           SET RR-INDEX TO 1.
           SEARCH WS-RR-ENTRY
               AT END
                   CONTINUE
               WHEN RR-INDEX > WS-RULE-COUNT
                   CONTINUE
               WHEN WS-RR-TYPE (RR-INDEX) = WS-WORK-TYPE
                   MOVE 'Y' TO WS-RULE-FOUND
           END-SEARCH.

       FIND-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND.
           SET LH-INDEX TO 1.
           SEARCH WS-LH-ENTRY
               AT END
                   CONTINUE
               WHEN LH-INDEX > WS-HOLD-COUNT
                   CONTINUE
               WHEN WS-LH-STU-NO (LH-INDEX) = WS-WORK-STU-NO
                   MOVE 'Y' TO WS-HOLD-FOUND
           END-SEARCH.

       PLACE-STUDENT-HOLD.
           DISPLAY 'ENTER STUDENT NUMBER : '.
           ACCEPT WS-WORK-STU-NO.
           PERFORM FIND-HOLD.
           IF WS-WORK-STU-NO = ZERO
               DISPLAY 'STUDENT NUMBER REQUIRED'
           ELSE
               IF HOLD-ON-TABLE
                   DISPLAY 'STUDENT ' WS-WORK-STU-NO
                       ' IS ALREADY ON HOLD SINCE '
                       WS-LH-DATE (LH-INDEX)
               ELSE
                   IF WS-HOLD-COUNT >= 500
                       DISPLAY 'HOLD TABLE FULL, HOLD NOT PLACED'
                   ELSE
                       DISPLAY 'ENQUIRY REFERENCE / REASON : '
                       ACCEPT WS-WORK-REASON
                       ADD 1 TO WS-HOLD-COUNT
                       SET LH-INDEX TO WS-HOLD-COUNT
                       MOVE WS-WORK-STU-NO TO WS-LH-STU-NO (LH-INDEX)
                       MOVE WS-TODAY       TO WS-LH-DATE (LH-INDEX)
                       MOVE WS-WORK-REASON TO WS-LH-REASON (LH-INDEX)
                       MOVE WS-OPERATOR-ID TO
                           WS-LH-OPERATOR (LH-INDEX)
                       PERFORM REWRITE-HOLD-FILE
                       DISPLAY 'LEGAL HOLD PLACED ON STUDENT '
                           WS-WORK-STU-NO
                   END-IF
               END-IF
           END-IF.

       RELEASE-STUDENT-HOLD.
           DISPLAY 'ENTER STUDENT NUMBER : '.
           ACCEPT WS-WORK-STU-NO.
           PERFORM FIND-HOLD.
           IF NOT HOLD-ON-TABLE
               DISPLAY 'NO LEGAL HOLD ON STUDENT ' WS-WORK-STU-NO
           ELSE
               SET WS-SUB-A TO LH-INDEX
               PERFORM VARYING LH-INDEX FROM WS-SUB-A BY 1
                   UNTIL LH-INDEX >= WS-HOLD-COUNT
                   MOVE WS-LH-ENTRY (LH-INDEX + 1)
                       TO WS-LH-ENTRY (LH-INDEX)
               END-PERFORM
               SUBTRACT 1 FROM WS-HOLD-COUNT
               PERFORM REWRITE-HOLD-FILE
               DISPLAY 'LEGAL HOLD RELEASED ON STUDENT '
                   WS-WORK-STU-NO
           END-IF.

       LIST-RULES-AND-HOLDS.
           DISPLAY 'FILE     YRS HOLD REASON               CHANGED'.
           PERFORM VARYING RR-INDEX FROM 1 BY 1
               UNTIL RR-INDEX > WS-RULE-COUNT
               DISPLAY WS-RR-TYPE (RR-INDEX) ' '
                   WS-RR-YEARS (RR-INDEX) '  '
                   WS-RR-HOLD (RR-INDEX) '    '
                   WS-RR-REASON (RR-INDEX) ' '
                   WS-RR-DATE (RR-INDEX)
           END-PERFORM.
           PERFORM VARYING KT-INDEX FROM 1 BY 1
               UNTIL KT-INDEX > 7
               MOVE WS-KNOWN-TYPE (KT-INDEX) TO WS-WORK-TYPE
               PERFORM FIND-RULE
               IF NOT RULE-ON-TABLE
                   DISPLAY WS-WORK-TYPE ' NO RULE - NEVER PURGED'
               END-IF
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY 'STUDENTS ON LEGAL HOLD : ' WS-HOLD-COUNT.
           PERFORM VARYING LH-INDEX FROM 1 BY 1
               UNTIL LH-INDEX > WS-HOLD-COUNT
               DISPLAY WS-LH-STU-NO (LH-INDEX) ' '
                   WS-LH-DATE (LH-INDEX) ' '
                   WS-LH-REASON (LH-INDEX) ' '
                   WS-LH-OPERATOR (LH-INDEX)
           END-PERFORM.
      ** add other procedures here
       END PROGRAM RETNDESK.
