      ******************************************************************
      * Author:
      * Date:
      * Purpose: Unfair-means (exam malpractice) case register. A
      *          student caught copying in the hall is registered on
      *          UFMCASE.DAT against the term, SUBJ-CODE and STU-NO,
      *          with the exam type, the invigilator from TCHRMST.DAT
      *          and a description of the evidence. A level-2
      *          supervisor records the committee's hearing date and
      *          decision - warning, subject cancelled, whole exam
      *          cancelled, or whole exam cancelled and debarred from
      *          the next term's exam. A cancelling decision zeroes
      *          the affected MARKSDTL.IDX rows and flags them 'U',
      *          which MARKSAGG, PRACMARK and MARKCORR will not
      *          overwrite; a cancelled subject with no marks yet on
      *          file gets its zeroed theory row written here. The
      *          decided cases can be applied again once late marks
      *          have been captured. Until a case is decided, and
      *          after any decision but a warning, LEVEL88 and
      *          MSREPRNT withhold the student's mark sheet; BOARDEXP
      *          shows the cases on its validation report. The
      *          register for a term prints to UFMCASE.RPT. This is
      *          kept apart from DISCREG, which records general
      *          conduct. Sign-on is through OPSIGNON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. UFMCASE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT UFM-CASE-FILE ASSIGN TO "UFMCASE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UFMCASE-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MARKS-DETAIL-FILE ASSIGN TO "MARKSDTL.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DTL-KEY
               FILE STATUS IS WS-DETAIL-STATUS.
           SELECT TEACHER-MASTER-FILE ASSIGN TO "TCHRMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TCHRMST-STATUS.
           SELECT SUBJECT-MASTER-FILE ASSIGN TO "SUBJMST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBJMST-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT UFM-CASE-REPORT ASSIGN TO "UFMCASE.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  UFM-CASE-FILE.
           COPY UFMCASER.

       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  MARKS-DETAIL-FILE.
           COPY MRKDTLR.

       FD  TEACHER-MASTER-FILE.
       01 TEACHER-MASTER-LINE.
           05 TM-TEACHER-ID      PIC 9(04).
           05 TM-TEACHER-NAME    PIC X(15).
           05 TM-DEPARTMENT      PIC X(12).

       FD  SUBJECT-MASTER-FILE.
       01 SUBJECT-MASTER-LINE.
           05 SM-SUBJ-CODE       PIC X(04).
           05 SM-SUBJ-NAME       PIC X(20).
           05 SM-MAX-MARKS       PIC 9(03).
           05 SM-PASS-MARK       PIC 9(03).
           05 SM-DEFAULT-CREDITS PIC 9(01).
           05 SM-HAS-PRACTICAL   PIC X(01).
           05 SM-PRAC-MAX        PIC 9(03).
           05 SM-PRAC-PASS       PIC 9(03).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  UFM-CASE-REPORT.
       01 UFM-CASE-REPORT-LINE PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-UFMCASE-STATUS  PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-DETAIL-STATUS   PIC X(02) VALUE '00'.
       01 WS-TCHRMST-STATUS  PIC X(02) VALUE '00'.
       01 WS-SUBJMST-STATUS  PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
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
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'UFMCASE'.
       01 WS-TODAY           PIC 9(08).
       01 WS-CASE-COUNT      PIC 9(04) VALUE ZERO.
       01 WS-CASE-FULL-FLAG  PIC X(01) VALUE 'N'.
           88 CASE-TABLE-FULL  VALUE 'Y'.
       01 WS-CASE-TABLE.
           05 WS-CASE-LINE OCCURS 2000 TIMES INDEXED BY UF-INDEX
               PIC X(115).
       01 WS-TEACHER-COUNT   PIC 9(03) VALUE ZERO.
       01 WS-TEACHER-TABLE.
           05 WS-TM-ENTRY OCCURS 200 TIMES INDEXED BY TM-INDEX.
               10 WS-TM-ID        PIC 9(04).
               10 WS-TM-NAME      PIC X(15).
       01 WS-SUBJECT-COUNT   PIC 9(02) VALUE ZERO.
       01 WS-SUBJECT-TABLE.
           05 WS-SM-ENTRY OCCURS 50 TIMES INDEXED BY SM-INDEX.
               10 WS-SM-CODE      PIC X(04).
               10 WS-SM-CREDITS   PIC 9(01).
       01 WS-FOUND-FLAG      PIC X(01).
           88 ENTRY-FOUND      VALUE 'Y'.
       01 WS-WORK-KEY.
           05 WS-WORK-TERM       PIC 9(02).
           05 WS-WORK-SUBJ-CODE  PIC X(04).
           05 WS-WORK-STU-NO     PIC 9(05).
       01 WS-WORK-EXAM       PIC X(01).
           88 WORK-EXAM-VALID  VALUE 'U' 'M' 'F'.
       01 WS-WORK-CREDITS    PIC 9(01).
       01 WS-SUBJECT-ROW-SEEN PIC X(01).
           88 SUBJECT-ROW-SEEN VALUE 'Y'.
       01 WS-ROWS-LOCKED     PIC 9(03) VALUE ZERO.
       01 WS-CONFIRM         PIC X(01).
           88 ACTION-CONFIRMED VALUE 'Y'.
       01 WS-DECISION-TEXT   PIC X(16).
       01 WS-LISTED-COUNT    PIC 9(04) VALUE ZERO.
       01 WS-APPLIED-COUNT   PIC 9(04) VALUE ZERO.
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
           PERFORM LOAD-RUN-CONTROL.
           PERFORM LOAD-TEACHER-MASTER.
           PERFORM LOAD-SUBJECT-MASTER.
           PERFORM LOAD-CASE-TABLE.
           PERFORM UNTIL DONE-WITH-MENU
               DISPLAY ' '
               DISPLAY '1. REGISTER AN UNFAIR-MEANS CASE'
               DISPLAY '2. RECORD HEARING AND DECISION (SUPERVISOR)'
               DISPLAY '3. APPLY DECIDED CASES AGAIN (SUPERVISOR)'
               DISPLAY '4. PRINT CASE REGISTER FOR A TERM'
               DISPLAY '5. EXIT'
               DISPLAY 'ENTER CHOICE : '
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM REGISTER-CASE THRU REGISTER-CASE-EXIT
                   WHEN 2
                       IF SUPERVISOR-LEVEL
                           PERFORM DECIDE-CASE THRU DECIDE-CASE-EXIT
                       ELSE
                           DISPLAY 'DECISIONS REQUIRE SUPERVISOR '
                               'AUTHORITY - SIGNED ON AS LEVEL '
                               WS-AUTH-LEVEL
                       END-IF
                   WHEN 3
                       IF SUPERVISOR-LEVEL
                           PERFORM REAPPLY-DECIDED-CASES
                       ELSE
                           DISPLAY 'APPLYING DECISIONS REQUIRES '
                               'SUPERVISOR AUTHORITY - SIGNED ON AS '
                               'LEVEL ' WS-AUTH-LEVEL
                       END-IF
                   WHEN 4
                       PERFORM PRINT-CASE-REGISTER
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

       LOAD-RUN-CONTROL.
           MOVE ZERO TO RUN-TERM-CODE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = '00'
               READ RUN-CONTROL-FILE
                   NOT AT END
                       DISPLAY 'RUN CONTROL - TERM : ' RUN-TERM-CODE
                           ' RUN-DATE : ' RUN-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       LOAD-TEACHER-MASTER.
           MOVE ZERO TO WS-TEACHER-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TEACHER-MASTER-FILE.
           IF WS-TCHRMST-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TEACHER-MASTER-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-TEACHER-COUNT < 200
                               ADD 1 TO WS-TEACHER-COUNT
                               SET TM-INDEX TO WS-TEACHER-COUNT
                               MOVE TM-TEACHER-ID TO
                                   WS-TM-ID (TM-INDEX)
                               MOVE TM-TEACHER-NAME TO
                                   WS-TM-NAME (TM-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEACHER-MASTER-FILE
           END-IF.

       LOAD-SUBJECT-MASTER.
           MOVE ZERO TO WS-SUBJECT-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SUBJECT-MASTER-FILE.
           IF WS-SUBJMST-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SUBJECT-MASTER-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-SUBJECT-COUNT < 50
                               ADD 1 TO WS-SUBJECT-COUNT
                               SET SM-INDEX TO WS-SUBJECT-COUNT
                               MOVE SM-SUBJ-CODE TO
                                   WS-SM-CODE (SM-INDEX)
                               MOVE SM-DEFAULT-CREDITS TO
                                   WS-SM-CREDITS (SM-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBJECT-MASTER-FILE
           END-IF.

       LOAD-CASE-TABLE.
           MOVE ZERO TO WS-CASE-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT UFM-CASE-FILE.
           IF WS-UFMCASE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ UFM-CASE-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-CASE-COUNT < 2000
                               ADD 1 TO WS-CASE-COUNT
                               SET UF-INDEX TO WS-CASE-COUNT
                               MOVE UFM-CASE-RECORD TO
                                   WS-CASE-LINE (UF-INDEX)
                           ELSE
                               SET CASE-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UFM-CASE-FILE
           END-IF.
           IF CASE-TABLE-FULL
               DISPLAY 'UFMCASE.DAT EXCEEDS THE 2000-CASE TABLE - '
                   'NEW CASES AND DECISIONS ARE BLOCKED'
           END-IF.

      * A partly loaded register is never written back.
       REWRITE-CASE-FILE.
           OPEN OUTPUT UFM-CASE-FILE.
           PERFORM VARYING UF-INDEX FROM 1 BY 1
               UNTIL UF-INDEX > WS-CASE-COUNT
               MOVE WS-CASE-LINE (UF-INDEX) TO UFM-CASE-RECORD
               WRITE UFM-CASE-RECORD
           END-PERFORM.
           CLOSE UFM-CASE-FILE.

       ACCEPT-CASE-KEY.
           DISPLAY 'ENTER TERM CODE (0 = ' RUN-TERM-CODE ') : '.
           ACCEPT WS-WORK-TERM.
           IF WS-WORK-TERM = ZERO
               MOVE RUN-TERM-CODE TO WS-WORK-TERM
           END-IF.
           DISPLAY 'ENTER SUBJECT CODE : '.
           ACCEPT WS-WORK-SUBJ-CODE.
           DISPLAY 'ENTER STU-NO : '.
           ACCEPT WS-WORK-STU-NO.

       FIND-CASE.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING UF-INDEX FROM 1 BY 1
               UNTIL UF-INDEX > WS-CASE-COUNT OR ENTRY-FOUND
               MOVE WS-CASE-LINE (UF-INDEX) TO UFM-CASE-RECORD
               IF UF-KEY = WS-WORK-KEY
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET UF-INDEX DOWN BY 1
           END-IF.

       REGISTER-CASE.
           IF CASE-TABLE-FULL OR WS-CASE-COUNT >= 2000
               DISPLAY 'CASE TABLE FULL, NOT REGISTERED'
               GO TO REGISTER-CASE-EXIT
           END-IF.
           PERFORM ACCEPT-CASE-KEY.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING SM-INDEX FROM 1 BY 1
               UNTIL SM-INDEX > WS-SUBJECT-COUNT
               IF WS-SM-CODE (SM-INDEX) = WS-WORK-SUBJ-CODE
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND
               DISPLAY 'SUBJECT ' WS-WORK-SUBJ-CODE
                   ' NOT ON SUBJMST.DAT'
               GO TO REGISTER-CASE-EXIT
           END-IF.
           MOVE 'N' TO WS-FOUND-FLAG.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS = '00'
               MOVE WS-WORK-STU-NO TO STU-NO IN STUDENT-DETAILS
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-READ
               CLOSE STUDENT-MASTER
           END-IF.
           IF NOT ENTRY-FOUND
               DISPLAY 'NO SUCH STU-NO ON MASTER : ' WS-WORK-STU-NO
               GO TO REGISTER-CASE-EXIT
           END-IF.
           PERFORM FIND-CASE.
           IF ENTRY-FOUND
               DISPLAY 'A CASE IS ALREADY REGISTERED FOR STU-NO '
                   WS-WORK-STU-NO ' IN ' WS-WORK-SUBJ-CODE
                   ' TERM ' WS-WORK-TERM
               GO TO REGISTER-CASE-EXIT
           END-IF.
           MOVE SPACES TO UFM-CASE-RECORD.
           MOVE WS-WORK-KEY TO UF-KEY.
           DISPLAY 'ENTER EXAM TYPE (U/M/F) : '.
           ACCEPT WS-WORK-EXAM.
           PERFORM UNTIL WORK-EXAM-VALID
               DISPLAY 'MUST BE U, M OR F, RE-ENTER : '
               ACCEPT WS-WORK-EXAM
           END-PERFORM.
           MOVE WS-WORK-EXAM TO UF-EXAM-TYPE.
           DISPLAY 'ENTER INVIGILATOR TEACHER ID : '.
           ACCEPT UF-INVIGILATOR-ID.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING TM-INDEX FROM 1 BY 1
               UNTIL TM-INDEX > WS-TEACHER-COUNT
               IF WS-TM-ID (TM-INDEX) = UF-INVIGILATOR-ID
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-TM-NAME (TM-INDEX) TO UF-INVIGILATOR-NAME
               END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND
               DISPLAY 'TEACHER ' UF-INVIGILATOR-ID
                   ' NOT ON TCHRMST.DAT'
               GO TO REGISTER-CASE-EXIT
           END-IF.
           DISPLAY 'DESCRIBE THE EVIDENCE (40 CHARACTERS) : '.
           ACCEPT UF-EVIDENCE.
           PERFORM UNTIL UF-EVIDENCE NOT = SPACES
               DISPLAY 'EVIDENCE IS REQUIRED, RE-ENTER : '
               ACCEPT UF-EVIDENCE
           END-PERFORM.
           MOVE WS-TODAY TO UF-CASE-DATE.
           MOVE ZERO TO UF-HEARING-DATE.
           MOVE SPACE TO UF-DECISION.
           MOVE ZERO TO UF-DECISION-DATE.
           MOVE SPACES TO UF-DECIDED-BY.
           MOVE WS-OPERATOR-ID TO UF-OPERATOR-ID.
           MOVE ZERO TO UF-ROWS-LOCKED.
           ADD 1 TO WS-CASE-COUNT.
           SET UF-INDEX TO WS-CASE-COUNT.
           MOVE UFM-CASE-RECORD TO WS-CASE-LINE (UF-INDEX).
           PERFORM REWRITE-CASE-FILE.
           DISPLAY 'CASE REGISTERED - RESULT WITHHELD UNTIL THE '
               'COMMITTEE DECIDES'.
       REGISTER-CASE-EXIT.
           EXIT.

       DECIDE-CASE.
           IF CASE-TABLE-FULL
               DISPLAY 'CASE REGISTER NOT FULLY LOADED, NO DECISION '
                   'CAN BE RECORDED'
               GO TO DECIDE-CASE-EXIT
           END-IF.
           PERFORM ACCEPT-CASE-KEY.
           PERFORM FIND-CASE.
           IF NOT ENTRY-FOUND
               DISPLAY 'NO CASE FOR STU-NO ' WS-WORK-STU-NO ' IN '
                   WS-WORK-SUBJ-CODE ' TERM ' WS-WORK-TERM
               GO TO DECIDE-CASE-EXIT
           END-IF.
           IF NOT UF-PENDING
               PERFORM SET-DECISION-TEXT
               DISPLAY 'CASE ALREADY DECIDED ' UF-DECISION-DATE
                   ' : ' WS-DECISION-TEXT
               GO TO DECIDE-CASE-EXIT
           END-IF.
           DISPLAY 'INVIGILATOR : ' UF-INVIGILATOR-NAME.
           DISPLAY 'EVIDENCE    : ' UF-EVIDENCE.
           DISPLAY 'ENTER COMMITTEE HEARING DATE (YYYYMMDD) : '.
           ACCEPT UF-HEARING-DATE.
           IF UF-HEARING-DATE < UF-CASE-DATE
               OR UF-HEARING-DATE > WS-TODAY
               DISPLAY 'HEARING DATE MUST FALL BETWEEN THE CASE DATE '
                   UF-CASE-DATE ' AND TODAY'
               GO TO DECIDE-CASE-EXIT
           END-IF.
           DISPLAY 'DECISION - W WARNING, S SUBJECT CANCELLED, '
               'E WHOLE EXAM CANCELLED, D DEBARRED NEXT TERM : '.
           ACCEPT UF-DECISION.
           PERFORM UNTIL UF-DECISION-VALID
               DISPLAY 'MUST BE W, S, E OR D, RE-ENTER : '
               ACCEPT UF-DECISION
           END-PERFORM.
           PERFORM SET-DECISION-TEXT.
           DISPLAY 'RECORD ' WS-DECISION-TEXT ' (Y/N) : '.
           ACCEPT WS-CONFIRM.
           IF NOT ACTION-CONFIRMED
               DISPLAY 'DECISION NOT RECORDED'
               GO TO DECIDE-CASE-EXIT
           END-IF.
           MOVE WS-TODAY TO UF-DECISION-DATE.
           MOVE WS-OPERATOR-ID TO UF-DECIDED-BY.
           MOVE ZERO TO UF-ROWS-LOCKED.
           IF NOT UF-WARNING
               PERFORM APPLY-ONE-DECISION
           END-IF.
           MOVE UFM-CASE-RECORD TO WS-CASE-LINE (UF-INDEX).
           PERFORM REWRITE-CASE-FILE.
           DISPLAY 'DECISION RECORDED - ' UF-ROWS-LOCKED
               ' MARKS ROW(S) ZEROED AND LOCKED'.
       DECIDE-CASE-EXIT.
           EXIT.

       SET-DECISION-TEXT.
           EVALUATE TRUE
               WHEN UF-WARNING
                   MOVE 'WARNING' TO WS-DECISION-TEXT
               WHEN UF-SUBJECT-CANCELLED
                   MOVE 'SUBJECT CANCELLED' TO WS-DECISION-TEXT
               WHEN UF-EXAM-CANCELLED
                   MOVE 'EXAM CANCELLED' TO WS-DECISION-TEXT
               WHEN UF-DEBARRED
                   MOVE 'DEBARRED' TO WS-DECISION-TEXT
               WHEN OTHER
                   MOVE 'PENDING HEARING' TO WS-DECISION-TEXT
           END-EVALUATE.

      * Marks captured after the decision come in as ordinary rows;
      * a second pass picks them up.
       REAPPLY-DECIDED-CASES.
           IF CASE-TABLE-FULL
               DISPLAY 'CASE REGISTER NOT FULLY LOADED, NOTHING '
                   'APPLIED'
           ELSE
               MOVE ZERO TO WS-APPLIED-COUNT
               PERFORM VARYING UF-INDEX FROM 1 BY 1
                   UNTIL UF-INDEX > WS-CASE-COUNT
                   MOVE WS-CASE-LINE (UF-INDEX) TO UFM-CASE-RECORD
                   IF NOT UF-PENDING AND NOT UF-WARNING
                       PERFORM APPLY-ONE-DECISION
                       MOVE UFM-CASE-RECORD TO
                           WS-CASE-LINE (UF-INDEX)
                       ADD 1 TO WS-APPLIED-COUNT
                   END-IF
               END-PERFORM
               PERFORM REWRITE-CASE-FILE
               DISPLAY WS-APPLIED-COUNT ' DECIDED CASE(S) APPLIED '
                   'TO MARKSDTL.IDX'
           END-IF.

      * Walks the student's rows for the term; the exam type and, for
      * a subject cancellation, the subject pick the rows to zero.
       APPLY-ONE-DECISION.
           MOVE ZERO TO WS-ROWS-LOCKED.
           MOVE 'N' TO WS-SUBJECT-ROW-SEEN.
           OPEN I-O MARKS-DETAIL-FILE.
           IF WS-DETAIL-STATUS NOT = '00'
               OPEN OUTPUT MARKS-DETAIL-FILE
               CLOSE MARKS-DETAIL-FILE
               OPEN I-O MARKS-DETAIL-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE UF-STU-NO    TO DTL-STU-NO.
           MOVE UF-TERM-CODE TO DTL-TERM-CODE.
           MOVE LOW-VALUES   TO DTL-SUBJ-CODE.
           MOVE LOW-VALUES   TO DTL-EXAM-TYPE.
           MOVE LOW-VALUES   TO DTL-COMPONENT.
           START MARKS-DETAIL-FILE KEY NOT < DTL-KEY
               INVALID KEY
                   SET END-OF-CURRENT-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ MARKS-DETAIL-FILE NEXT RECORD
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF DTL-STU-NO NOT = UF-STU-NO
                           OR DTL-TERM-CODE NOT = UF-TERM-CODE
                           SET END-OF-CURRENT-FILE TO TRUE
                       ELSE
                           PERFORM LOCK-ONE-DETAIL-ROW
                       END-IF
               END-READ
           END-PERFORM.
           IF UF-SUBJECT-CANCELLED AND NOT SUBJECT-ROW-SEEN
               PERFORM WRITE-CANCELLED-SUBJECT-ROW
           END-IF.
           CLOSE MARKS-DETAIL-FILE.
           ADD WS-ROWS-LOCKED TO UF-ROWS-LOCKED.

       LOCK-ONE-DETAIL-ROW.
           IF DTL-EXAM-TYPE = UF-EXAM-TYPE
               AND (UF-WHOLE-EXAM OR DTL-SUBJ-CODE = UF-SUBJ-CODE)
               IF DTL-SUBJ-CODE = UF-SUBJ-CODE
                   MOVE 'Y' TO WS-SUBJECT-ROW-SEEN
               END-IF
               IF NOT DTL-MARKS-CANCELLED
                   MOVE ZERO TO DTL-SUBJ-MARKS
                   MOVE 'U' TO DTL-ABSENT-FLAG
                   REWRITE MARKS-DETAIL-LINE
                       INVALID KEY
                           DISPLAY 'MARKS ROW REWRITE FAILED FOR '
                               DTL-STU-NO ' ' DTL-SUBJ-CODE
                       NOT INVALID KEY
                           ADD 1 TO WS-ROWS-LOCKED
                   END-REWRITE
               END-IF
           END-IF.

      * No marks keyed yet for the cancelled paper - the zeroed row
      * goes in now so the capture cannot fill it later.
       WRITE-CANCELLED-SUBJECT-ROW.
           MOVE 1 TO WS-WORK-CREDITS.
           PERFORM VARYING SM-INDEX FROM 1 BY 1
               UNTIL SM-INDEX > WS-SUBJECT-COUNT
               IF WS-SM-CODE (SM-INDEX) = UF-SUBJ-CODE
                   AND WS-SM-CREDITS (SM-INDEX) > ZERO
                   MOVE WS-SM-CREDITS (SM-INDEX) TO WS-WORK-CREDITS
               END-IF
           END-PERFORM.
           MOVE UF-STU-NO       TO DTL-STU-NO.
           MOVE UF-TERM-CODE    TO DTL-TERM-CODE.
           MOVE UF-SUBJ-CODE    TO DTL-SUBJ-CODE.
           MOVE UF-EXAM-TYPE    TO DTL-EXAM-TYPE.
           MOVE 'T'             TO DTL-COMPONENT.
           MOVE ZERO            TO DTL-SUBJ-MARKS.
           MOVE WS-WORK-CREDITS TO DTL-SUBJ-CREDITS.
           MOVE 'U'             TO DTL-ABSENT-FLAG.
           WRITE MARKS-DETAIL-LINE
               INVALID KEY
                   DISPLAY 'MARKS ROW WRITE FAILED FOR '
                       DTL-STU-NO ' ' DTL-SUBJ-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-LOCKED
           END-WRITE.

       PRINT-CASE-REGISTER.
           DISPLAY 'ENTER TERM CODE (0 = ' RUN-TERM-CODE ') : '.
           ACCEPT WS-WORK-TERM.
           IF WS-WORK-TERM = ZERO
               MOVE RUN-TERM-CODE TO WS-WORK-TERM
           END-IF.
           MOVE ZERO TO WS-LISTED-COUNT.
           OPEN OUTPUT UFM-CASE-REPORT.
           MOVE ALL '=' TO UFM-CASE-REPORT-LINE.
           WRITE UFM-CASE-REPORT-LINE.
           MOVE SPACES TO UFM-CASE-REPORT-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO UFM-CASE-REPORT-LINE.
           WRITE UFM-CASE-REPORT-LINE.
           MOVE SPACES TO UFM-CASE-REPORT-LINE.
           STRING '          UNFAIR-MEANS CASE REGISTER - TERM '
               WS-WORK-TERM
               DELIMITED BY SIZE INTO UFM-CASE-REPORT-LINE.
           WRITE UFM-CASE-REPORT-LINE.
           MOVE SPACES TO UFM-CASE-REPORT-LINE.
           STRING 'PRINTED : ' WS-TODAY
               DELIMITED BY SIZE INTO UFM-CASE-REPORT-LINE.
           WRITE UFM-CASE-REPORT-LINE.
           MOVE ALL '-' TO UFM-CASE-REPORT-LINE.
           WRITE UFM-CASE-REPORT-LINE.
           MOVE 'STU-NO SUBJ X CASE-DT  INVIGILATOR     HEARING  '
               TO UFM-CASE-REPORT-LINE.
           MOVE 'DECISION' TO UFM-CASE-REPORT-LINE (50:8).
           WRITE UFM-CASE-REPORT-LINE.
           MOVE ALL '-' TO UFM-CASE-REPORT-LINE.
           WRITE UFM-CASE-REPORT-LINE.
           PERFORM VARYING UF-INDEX FROM 1 BY 1
               UNTIL UF-INDEX > WS-CASE-COUNT
               MOVE WS-CASE-LINE (UF-INDEX) TO UFM-CASE-RECORD
               IF UF-TERM-CODE = WS-WORK-TERM
                   PERFORM WRITE-ONE-CASE
               END-IF
           END-PERFORM.
           MOVE ALL '-' TO UFM-CASE-REPORT-LINE.
           WRITE UFM-CASE-REPORT-LINE.
           MOVE SPACES TO UFM-CASE-REPORT-LINE.
           STRING 'CASES FOR THE TERM : ' WS-LISTED-COUNT
               DELIMITED BY SIZE INTO UFM-CASE-REPORT-LINE.
           WRITE UFM-CASE-REPORT-LINE.
           MOVE ALL '=' TO UFM-CASE-REPORT-LINE.
           WRITE UFM-CASE-REPORT-LINE.
           CLOSE UFM-CASE-REPORT.
           DISPLAY 'CASE REGISTER PRINTED, CASES : ' WS-LISTED-COUNT.

       WRITE-ONE-CASE.
           ADD 1 TO WS-LISTED-COUNT.
           PERFORM SET-DECISION-TEXT.
           MOVE SPACES TO UFM-CASE-REPORT-LINE.
           STRING UF-STU-NO ' ' UF-SUBJ-CODE ' ' UF-EXAM-TYPE ' '
               UF-CASE-DATE ' ' UF-INVIGILATOR-NAME ' '
               UF-HEARING-DATE ' ' WS-DECISION-TEXT
               DELIMITED BY SIZE INTO UFM-CASE-REPORT-LINE.
           WRITE UFM-CASE-REPORT-LINE.
           MOVE SPACES TO UFM-CASE-REPORT-LINE.
           STRING '       ' UF-EVIDENCE
               DELIMITED BY SIZE INTO UFM-CASE-REPORT-LINE.
           WRITE UFM-CASE-REPORT-LINE.
           IF NOT UF-PENDING
               MOVE SPACES TO UFM-CASE-REPORT-LINE
               STRING '       DECIDED ' UF-DECISION-DATE ' BY '
                   UF-DECIDED-BY '  ROWS LOCKED ' UF-ROWS-LOCKED
                   DELIMITED BY SIZE INTO UFM-CASE-REPORT-LINE
               WRITE UFM-CASE-REPORT-LINE
           END-IF.
      ** add other procedures here
       END PROGRAM UFMCASE.
