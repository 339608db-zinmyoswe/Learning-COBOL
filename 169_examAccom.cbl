      ******************************************************************
      * Author:
      * Date:
      * Purpose: Exam accommodation register desk. A student with a
      *          certified disability or a temporary injury is
      *          registered on EXAMACCM.DAT by STU-NO and type - extra
      *          time (with the minutes), a scribe, a reader or
      *          ground-floor seating - with the basis, certificate
      *          reference and validity dates. The entry stays
      *          pending until a level-2 supervisor other than the
      *          operator who registered it approves or rejects it; a
      *          supervisor may also withdraw an approved entry. Only
      *          approved entries valid on the exam dates reach
      *          SEATALOC, INVIGDTY and ADMITCRD (through ACCOMCHK).
      *          The register prints to EXAMACCM.RPT. Sign-on is
      *          through OPSIGNON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EXAMACCM.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT EXAM-ACCOM-FILE ASSIGN TO "EXAMACCM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOM-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT EXAM-ACCOM-REPORT ASSIGN TO "EXAMACCM.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  EXAM-ACCOM-FILE.
           COPY EXMACCMR.

       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  EXAM-ACCOM-REPORT.
       01 EXAM-ACCOM-REPORT-LINE PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-ACCOM-STATUS    PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
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
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'EXAMACCM'.
       01 WS-TODAY           PIC 9(08).
       01 WS-ACCOM-COUNT     PIC 9(04) VALUE ZERO.
       01 WS-ACCOM-FULL-FLAG PIC X(01) VALUE 'N'.
           88 ACCOM-TABLE-FULL VALUE 'Y'.
       01 WS-ACCOM-TABLE.
           05 WS-ACCOM-LINE OCCURS 2000 TIMES INDEXED BY AC-INDEX
               PIC X(74).
       01 WS-FOUND-FLAG      PIC X(01).
           88 ENTRY-FOUND      VALUE 'Y'.
       01 WS-WORK-KEY.
           05 WS-WORK-STU-NO     PIC 9(05).
           05 WS-WORK-TYPE       PIC X(01).
               88 WORK-TYPE-VALID  VALUE 'T' 'S' 'R' 'G'.
       01 WS-WORK-STU-NAME   PIC X(15).
       01 WS-DECISION        PIC X(01).
           88 DECISION-VALID   VALUE 'A' 'R'.
       01 WS-CONFIRM         PIC X(01).
           88 ACTION-CONFIRMED VALUE 'Y'.
       01 WS-TYPE-TEXT       PIC X(20).
       01 WS-STATUS-TEXT     PIC X(09).
       01 WS-LIST-CHOICE     PIC X(01).
           88 LIST-CURRENT-ONLY VALUE 'C'.
       01 WS-LISTED-COUNT    PIC 9(04) VALUE ZERO.
       01 WS-PENDING-COUNT   PIC 9(04) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           CALL 'SCHPROF' USING SCHOOL-PROFILE.
           PERFORM OPERATOR-SIGN-ON.
           PERFORM LOAD-ACCOM-TABLE.
           PERFORM UNTIL DONE-WITH-MENU
               DISPLAY ' '
               DISPLAY '1. REGISTER AN EXAM ACCOMMODATION'
               DISPLAY '2. APPROVE OR REJECT (SUPERVISOR)'
               DISPLAY '3. WITHDRAW AN APPROVED ENTRY (SUPERVISOR)'
               DISPLAY '4. PRINT ACCOMMODATION REGISTER'
               DISPLAY '5. EXIT'
               DISPLAY 'ENTER CHOICE : '
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM REGISTER-ACCOM THRU
                           REGISTER-ACCOM-EXIT
                   WHEN 2
                       IF SUPERVISOR-LEVEL
                           PERFORM DECIDE-ACCOM THRU DECIDE-ACCOM-EXIT
                       ELSE
                           DISPLAY 'APPROVAL REQUIRES SUPERVISOR '
                               'AUTHORITY - SIGNED ON AS LEVEL '
                               WS-AUTH-LEVEL
                       END-IF
                   WHEN 3
                       IF SUPERVISOR-LEVEL
                           PERFORM WITHDRAW-ACCOM THRU
                               WITHDRAW-ACCOM-EXIT
                       ELSE
                           DISPLAY 'WITHDRAWAL REQUIRES SUPERVISOR '
                               'AUTHORITY - SIGNED ON AS LEVEL '
                               WS-AUTH-LEVEL
                       END-IF
                   WHEN 4
                       PERFORM PRINT-ACCOM-REGISTER
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

       LOAD-ACCOM-TABLE.
           MOVE ZERO TO WS-ACCOM-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT EXAM-ACCOM-FILE.
           IF WS-ACCOM-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ EXAM-ACCOM-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-ACCOM-COUNT < 2000
                               ADD 1 TO WS-ACCOM-COUNT
                               SET AC-INDEX TO WS-ACCOM-COUNT
                               MOVE EXAM-ACCOM-RECORD TO
                                   WS-ACCOM-LINE (AC-INDEX)
                           ELSE
                               SET ACCOM-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXAM-ACCOM-FILE
           END-IF.
           IF ACCOM-TABLE-FULL
               DISPLAY 'EXAMACCM.DAT EXCEEDS THE 2000-ENTRY TABLE - '
                   'REGISTRATIONS AND DECISIONS ARE BLOCKED'
           END-IF.

      * A partly loaded register is never written back.
       REWRITE-ACCOM-FILE.
           OPEN OUTPUT EXAM-ACCOM-FILE.
           PERFORM VARYING AC-INDEX FROM 1 BY 1
               UNTIL AC-INDEX > WS-ACCOM-COUNT
               MOVE WS-ACCOM-LINE (AC-INDEX) TO EXAM-ACCOM-RECORD
               WRITE EXAM-ACCOM-RECORD
           END-PERFORM.
           CLOSE EXAM-ACCOM-FILE.

       ACCEPT-ACCOM-KEY.
           DISPLAY 'ENTER STU-NO : '.
           ACCEPT WS-WORK-STU-NO.
           DISPLAY 'ACCOMMODATION - T EXTRA TIME, S SCRIBE, '
               'R READER, G GROUND-FLOOR SEATING : '.
           ACCEPT WS-WORK-TYPE.
           PERFORM UNTIL WORK-TYPE-VALID
               DISPLAY 'MUST BE T, S, R OR G, RE-ENTER : '
               ACCEPT WS-WORK-TYPE
           END-PERFORM.

       FIND-ACCOM.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING AC-INDEX FROM 1 BY 1
               UNTIL AC-INDEX > WS-ACCOM-COUNT OR ENTRY-FOUND
               MOVE WS-ACCOM-LINE (AC-INDEX) TO EXAM-ACCOM-RECORD
               IF AC-KEY = WS-WORK-KEY
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET AC-INDEX DOWN BY 1
           END-IF.

      * A rejected or withdrawn entry may be registered afresh; its
      * slot in the register is reused.
       REGISTER-ACCOM.
           IF ACCOM-TABLE-FULL
               DISPLAY 'ACCOMMODATION TABLE FULL, NOT REGISTERED'
               GO TO REGISTER-ACCOM-EXIT
           END-IF.
           PERFORM ACCEPT-ACCOM-KEY.
           MOVE 'N' TO WS-FOUND-FLAG.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS = '00'
               MOVE WS-WORK-STU-NO TO STU-NO IN STUDENT-DETAILS
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF STU-ACTIVE
                           MOVE 'Y' TO WS-FOUND-FLAG
                           MOVE STU-NAME TO WS-WORK-STU-NAME
                       END-IF
               END-READ
               CLOSE STUDENT-MASTER
           END-IF.
           IF NOT ENTRY-FOUND
               DISPLAY 'NO ACTIVE STUDENT ON MASTER : '
                   WS-WORK-STU-NO
               GO TO REGISTER-ACCOM-EXIT
           END-IF.
           DISPLAY 'STUDENT : ' WS-WORK-STU-NAME.
           PERFORM FIND-ACCOM.
           IF ENTRY-FOUND
               IF AC-PENDING OR AC-APPROVED
                   PERFORM SET-STATUS-TEXT
                   DISPLAY 'ALREADY ON THE REGISTER FOR THIS TYPE - '
                       WS-STATUS-TEXT
                   GO TO REGISTER-ACCOM-EXIT
               END-IF
           ELSE
               IF WS-ACCOM-COUNT >= 2000
                   DISPLAY 'ACCOMMODATION TABLE FULL, NOT REGISTERED'
                   GO TO REGISTER-ACCOM-EXIT
               END-IF
               ADD 1 TO WS-ACCOM-COUNT
               SET AC-INDEX TO WS-ACCOM-COUNT
           END-IF.
           MOVE SPACES TO EXAM-ACCOM-RECORD.
           MOVE WS-WORK-KEY TO AC-KEY.
           MOVE ZERO TO AC-EXTRA-MINUTES.
           IF AC-EXTRA-TIME
               DISPLAY 'EXTRA MINUTES PER PAPER (1-180) : '
               ACCEPT AC-EXTRA-MINUTES
               PERFORM UNTIL AC-EXTRA-MINUTES > ZERO
                   AND AC-EXTRA-MINUTES NOT > 180
                   DISPLAY 'MUST BE 1 TO 180, RE-ENTER : '
                   ACCEPT AC-EXTRA-MINUTES
               END-PERFORM
           END-IF.
           DISPLAY 'BASIS - D DISABILITY, I TEMPORARY INJURY : '.
           ACCEPT AC-BASIS.
           PERFORM UNTIL AC-BASIS-VALID
               DISPLAY 'MUST BE D OR I, RE-ENTER : '
               ACCEPT AC-BASIS
           END-PERFORM.
           DISPLAY 'CERTIFICATE REFERENCE : '.
           ACCEPT AC-CERT-REF.
           PERFORM UNTIL AC-CERT-REF NOT = SPACES
               DISPLAY 'A CERTIFICATE IS REQUIRED, RE-ENTER : '
               ACCEPT AC-CERT-REF
           END-PERFORM.
           DISPLAY 'VALID FROM (YYYYMMDD, 0 = TODAY) : '.
           ACCEPT AC-VALID-FROM.
           IF AC-VALID-FROM = ZERO
               MOVE WS-TODAY TO AC-VALID-FROM
           END-IF.
           IF AC-DISABILITY
               DISPLAY 'VALID TO (YYYYMMDD, 0 = OPEN-ENDED) : '
           ELSE
               DISPLAY 'VALID TO (YYYYMMDD) : '
           END-IF.
           ACCEPT AC-VALID-TO.
      * An injury heals - its certificate always carries an end date.
           IF AC-INJURY AND AC-VALID-TO = ZERO
               DISPLAY 'A TEMPORARY INJURY NEEDS AN END DATE, NOT '
                   'REGISTERED'
               PERFORM UNDO-NEW-SLOT
               GO TO REGISTER-ACCOM-EXIT
           END-IF.
           IF AC-VALID-TO NOT = ZERO
               AND AC-VALID-TO < AC-VALID-FROM
               DISPLAY 'VALID-TO IS BEFORE VALID-FROM, NOT REGISTERED'
               PERFORM UNDO-NEW-SLOT
               GO TO REGISTER-ACCOM-EXIT
           END-IF.
           MOVE 'P' TO AC-STATUS.
           MOVE WS-OPERATOR-ID TO AC-REQ-OPERATOR.
           MOVE WS-TODAY TO AC-REQ-DATE.
           MOVE SPACES TO AC-DEC-OPERATOR.
           MOVE ZERO TO AC-DEC-DATE.
           MOVE EXAM-ACCOM-RECORD TO WS-ACCOM-LINE (AC-INDEX).
           PERFORM REWRITE-ACCOM-FILE.
           DISPLAY 'ACCOMMODATION REGISTERED - PENDING SUPERVISOR '
               'APPROVAL'.
       REGISTER-ACCOM-EXIT.
           EXIT.

       UNDO-NEW-SLOT.
           IF NOT ENTRY-FOUND
               SUBTRACT 1 FROM WS-ACCOM-COUNT
           END-IF.

       DECIDE-ACCOM.
           IF ACCOM-TABLE-FULL
               DISPLAY 'REGISTER NOT FULLY LOADED, NO DECISION CAN '
                   'BE RECORDED'
               GO TO DECIDE-ACCOM-EXIT
           END-IF.
           MOVE ZERO TO WS-PENDING-COUNT.
           PERFORM VARYING AC-INDEX FROM 1 BY 1
               UNTIL AC-INDEX > WS-ACCOM-COUNT
               MOVE WS-ACCOM-LINE (AC-INDEX) TO EXAM-ACCOM-RECORD
               IF AC-PENDING
                   ADD 1 TO WS-PENDING-COUNT
                   PERFORM SET-TYPE-TEXT
                   DISPLAY '  PENDING ' AC-STU-NO ' ' WS-TYPE-TEXT
                       ' ' AC-CERT-REF ' BY ' AC-REQ-OPERATOR
               END-IF
           END-PERFORM.
           IF WS-PENDING-COUNT = ZERO
               DISPLAY 'NO ACCOMMODATIONS PENDING'
               GO TO DECIDE-ACCOM-EXIT
           END-IF.
           PERFORM ACCEPT-ACCOM-KEY.
           PERFORM FIND-ACCOM.
           IF NOT ENTRY-FOUND OR NOT AC-PENDING
               DISPLAY 'NO PENDING ENTRY FOR STU-NO ' WS-WORK-STU-NO
                   ' TYPE ' WS-WORK-TYPE
               GO TO DECIDE-ACCOM-EXIT
           END-IF.
           IF AC-REQ-OPERATOR = WS-OPERATOR-ID
               DISPLAY 'REGISTERED BY YOU - ANOTHER SUPERVISOR MUST '
                   'DECIDE IT'
               GO TO DECIDE-ACCOM-EXIT
           END-IF.
           PERFORM SET-TYPE-TEXT.
           DISPLAY 'TYPE        : ' WS-TYPE-TEXT.
           IF AC-EXTRA-TIME
               DISPLAY 'EXTRA MINS  : ' AC-EXTRA-MINUTES
           END-IF.
           DISPLAY 'BASIS       : ' AC-BASIS '   CERT : ' AC-CERT-REF.
           DISPLAY 'VALID       : ' AC-VALID-FROM ' TO ' AC-VALID-TO.
           DISPLAY 'DECISION - A APPROVE, R REJECT : '.
           ACCEPT WS-DECISION.
           PERFORM UNTIL DECISION-VALID
               DISPLAY 'MUST BE A OR R, RE-ENTER : '
               ACCEPT WS-DECISION
           END-PERFORM.
           MOVE WS-DECISION TO AC-STATUS.
           MOVE WS-OPERATOR-ID TO AC-DEC-OPERATOR.
           MOVE WS-TODAY TO AC-DEC-DATE.
           MOVE EXAM-ACCOM-RECORD TO WS-ACCOM-LINE (AC-INDEX).
           PERFORM REWRITE-ACCOM-FILE.
           PERFORM SET-STATUS-TEXT.
           DISPLAY 'ACCOMMODATION ' WS-STATUS-TEXT.
       DECIDE-ACCOM-EXIT.
           EXIT.

       WITHDRAW-ACCOM.
           IF ACCOM-TABLE-FULL
               DISPLAY 'REGISTER NOT FULLY LOADED, NOTHING WITHDRAWN'
               GO TO WITHDRAW-ACCOM-EXIT
           END-IF.
           PERFORM ACCEPT-ACCOM-KEY.
           PERFORM FIND-ACCOM.
           IF NOT ENTRY-FOUND OR NOT AC-APPROVED
               DISPLAY 'NO APPROVED ENTRY FOR STU-NO ' WS-WORK-STU-NO
                   ' TYPE ' WS-WORK-TYPE
               GO TO WITHDRAW-ACCOM-EXIT
           END-IF.
           DISPLAY 'WITHDRAW ' AC-CERT-REF ' (Y/N) : '.
           ACCEPT WS-CONFIRM.
           IF NOT ACTION-CONFIRMED
               DISPLAY 'NOT WITHDRAWN'
               GO TO WITHDRAW-ACCOM-EXIT
           END-IF.
           MOVE 'W' TO AC-STATUS.
           MOVE WS-OPERATOR-ID TO AC-DEC-OPERATOR.
           MOVE WS-TODAY TO AC-DEC-DATE.
           MOVE EXAM-ACCOM-RECORD TO WS-ACCOM-LINE (AC-INDEX).
           PERFORM REWRITE-ACCOM-FILE.
           DISPLAY 'ACCOMMODATION WITHDRAWN'.
       WITHDRAW-ACCOM-EXIT.
           EXIT.

       SET-TYPE-TEXT.
           EVALUATE TRUE
               WHEN AC-EXTRA-TIME
                   MOVE 'EXTRA TIME' TO WS-TYPE-TEXT
               WHEN AC-SCRIBE
                   MOVE 'SCRIBE' TO WS-TYPE-TEXT
               WHEN AC-READER
                   MOVE 'READER' TO WS-TYPE-TEXT
               WHEN AC-GROUND-FLOOR
                   MOVE 'GROUND-FLOOR SEATING' TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-TYPE-TEXT
           END-EVALUATE.

       SET-STATUS-TEXT.
           EVALUATE TRUE
               WHEN AC-PENDING
                   MOVE 'PENDING' TO WS-STATUS-TEXT
               WHEN AC-APPROVED
                   MOVE 'APPROVED' TO WS-STATUS-TEXT
               WHEN AC-REJECTED
                   MOVE 'REJECTED' TO WS-STATUS-TEXT
               WHEN AC-WITHDRAWN
                   MOVE 'WITHDRAWN' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-STATUS-TEXT
           END-EVALUATE.

       PRINT-ACCOM-REGISTER.
           DISPLAY 'PRINT C CURRENT APPROVED ONLY, A ALL ENTRIES : '.
           ACCEPT WS-LIST-CHOICE.
           MOVE ZERO TO WS-LISTED-COUNT.
           OPEN OUTPUT EXAM-ACCOM-REPORT.
           MOVE ALL '=' TO EXAM-ACCOM-REPORT-LINE.
           WRITE EXAM-ACCOM-REPORT-LINE.
           MOVE SPACES TO EXAM-ACCOM-REPORT-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO EXAM-ACCOM-REPORT-LINE.
           WRITE EXAM-ACCOM-REPORT-LINE.
           MOVE '          EXAM ACCOMMODATION REGISTER' TO
               EXAM-ACCOM-REPORT-LINE.
           WRITE EXAM-ACCOM-REPORT-LINE.
           MOVE SPACES TO EXAM-ACCOM-REPORT-LINE.
           IF LIST-CURRENT-ONLY
               STRING 'APPROVED AND VALID ON ' WS-TODAY
                   DELIMITED BY SIZE INTO EXAM-ACCOM-REPORT-LINE
           ELSE
               STRING 'ALL ENTRIES - PRINTED : ' WS-TODAY
                   DELIMITED BY SIZE INTO EXAM-ACCOM-REPORT-LINE
           END-IF.
           WRITE EXAM-ACCOM-REPORT-LINE.
           MOVE ALL '-' TO EXAM-ACCOM-REPORT-LINE.
           WRITE EXAM-ACCOM-REPORT-LINE.
           MOVE 'STU-NO TYPE                 MIN B CERT-REF        '
               TO EXAM-ACCOM-REPORT-LINE.
           MOVE 'STATUS' TO EXAM-ACCOM-REPORT-LINE (51:6).
           WRITE EXAM-ACCOM-REPORT-LINE.
           MOVE ALL '-' TO EXAM-ACCOM-REPORT-LINE.
           WRITE EXAM-ACCOM-REPORT-LINE.
           PERFORM VARYING AC-INDEX FROM 1 BY 1
               UNTIL AC-INDEX > WS-ACCOM-COUNT
               MOVE WS-ACCOM-LINE (AC-INDEX) TO EXAM-ACCOM-RECORD
               IF NOT LIST-CURRENT-ONLY
                   PERFORM WRITE-ONE-ACCOM
               ELSE
                   IF AC-APPROVED
                       AND AC-VALID-FROM NOT > WS-TODAY
                       AND (AC-VALID-TO = ZERO
                           OR AC-VALID-TO NOT < WS-TODAY)
                       PERFORM WRITE-ONE-ACCOM
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ALL '-' TO EXAM-ACCOM-REPORT-LINE.
           WRITE EXAM-ACCOM-REPORT-LINE.
           MOVE SPACES TO EXAM-ACCOM-REPORT-LINE.
           STRING 'ENTRIES LISTED : ' WS-LISTED-COUNT
               DELIMITED BY SIZE INTO EXAM-ACCOM-REPORT-LINE.
           WRITE EXAM-ACCOM-REPORT-LINE.
           MOVE ALL '=' TO EXAM-ACCOM-REPORT-LINE.
           WRITE EXAM-ACCOM-REPORT-LINE.
           CLOSE EXAM-ACCOM-REPORT.
           DISPLAY 'ACCOMMODATION REGISTER PRINTED, ENTRIES : '
               WS-LISTED-COUNT.

       WRITE-ONE-ACCOM.
           ADD 1 TO WS-LISTED-COUNT.
           PERFORM SET-TYPE-TEXT.
           PERFORM SET-STATUS-TEXT.
           MOVE SPACES TO EXAM-ACCOM-REPORT-LINE.
           STRING AC-STU-NO '  ' WS-TYPE-TEXT ' ' AC-EXTRA-MINUTES
               ' ' AC-BASIS ' ' AC-CERT-REF ' ' WS-STATUS-TEXT
               DELIMITED BY SIZE INTO EXAM-ACCOM-REPORT-LINE.
           WRITE EXAM-ACCOM-REPORT-LINE.
           MOVE SPACES TO EXAM-ACCOM-REPORT-LINE.
           STRING '       VALID ' AC-VALID-FROM ' TO ' AC-VALID-TO
               '  BY ' AC-REQ-OPERATOR ' ' AC-REQ-DATE
               DELIMITED BY SIZE INTO EXAM-ACCOM-REPORT-LINE.
           WRITE EXAM-ACCOM-REPORT-LINE.
           IF NOT AC-PENDING
               MOVE SPACES TO EXAM-ACCOM-REPORT-LINE
               STRING '       DECIDED ' AC-DEC-DATE ' BY '
                   AC-DEC-OPERATOR
                   DELIMITED BY SIZE INTO EXAM-ACCOM-REPORT-LINE
               WRITE EXAM-ACCOM-REPORT-LINE
           END-IF.
      ** add other procedures here
       END PROGRAM EXAMACCM.
