      ******************************************************************
      * Author:
      * Date:
      * Purpose: After-exam answer-booklet reconciliation desk. For a
      *          hall and session the operator keys, paper by paper
      *          off the PAPERIND packing slip (INDENT.DAT), the
      *          answer booklets handed in used, the blank booklets
      *          and unused question papers returned by the
      *          invigilator; the counts are kept on BKLTRET.DAT, a
      *          later count for the same paper replacing the
      *          earlier. The reconciliation prints to BKLTRECN.RPT
      *          for the term: each paper's candidates less the
      *          HALLATT absentees on ABSENT.DAT for the exam type
      *          give those present, and a paper is flagged when it
      *          has not been counted, when booklets issued do not
      *          equal booklets used plus returned, when fewer
      *          booklets came in used than students sat, or when
      *          the question papers not returned differ from those
      *          present. RC 4 when anything is flagged. Sign-on is
      *          through OPSIGNON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. BKLTRECN.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT INDENT-FILE ASSIGN TO "INDENT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INDENT-STATUS.
           SELECT BOOKLET-RETURN-FILE ASSIGN TO "BKLTRET.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT EXAM-SCHEDULE ASSIGN TO "EXAMSCHD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT SEAT-PLAN-FILE ASSIGN TO "SEATPLAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEATPLAN-STATUS.
           SELECT ABSENT-STUDENT-LIST ASSIGN TO "ABSENT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ABSENT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT BOOKLET-RECON-REPORT ASSIGN TO "BKLTRECN.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  INDENT-FILE.
           COPY PAPRINDR.

       FD  BOOKLET-RETURN-FILE.
           COPY BKLTRETR.

       FD  EXAM-SCHEDULE.
           COPY EXAMSCHR.

       FD  SEAT-PLAN-FILE.
           COPY SEATPLNR.

       FD  ABSENT-STUDENT-LIST.
       01 ABSENT-STUDENT-RECORD.
           05 ABS-STU-NO        PIC 9(05).
           05 ABS-TERM-CODE     PIC 9(02).
           05 ABS-EXAM-TYPE     PIC X(01).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  BOOKLET-RECON-REPORT.
       01 BOOKLET-RECON-LINE  PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-INDENT-STATUS   PIC X(02) VALUE '00'.
       01 WS-RETURN-STATUS   PIC X(02) VALUE '00'.
       01 WS-SCHEDULE-STATUS PIC X(02) VALUE '00'.
       01 WS-SEATPLAN-STATUS PIC X(02) VALUE '00'.
       01 WS-ABSENT-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-MENU-CHOICE     PIC 9(01) VALUE ZERO.
           88 DONE-WITH-MENU   VALUE 3.
       01 WS-OPERATOR-ID     PIC X(08).
       01 WS-OPERATOR-NAME   PIC X(15).
       01 WS-AUTH-LEVEL      PIC 9(01) VALUE ZERO.
       01 WS-SIGNON-RESULT   PIC X(01).
           88 SIGNON-OK        VALUE 'Y'.
       01 WS-SIGNON-PROGRAM  PIC X(08) VALUE 'BKLTRECN'.
       01 WS-TODAY           PIC 9(08).
       01 WS-RETURN-COUNT    PIC 9(04) VALUE ZERO.
       01 WS-RETURN-FULL-FLAG PIC X(01) VALUE 'N'.
           88 RETURN-TABLE-FULL VALUE 'Y'.
       01 WS-RETURN-TABLE.
           05 WS-RETURN-LINE OCCURS 2000 TIMES INDEXED BY BK-INDEX
               PIC X(47).
       01 WS-FOUND-FLAG      PIC X(01).
           88 ENTRY-FOUND      VALUE 'Y'.
       01 WS-WORK-KEY.
           05 WS-WORK-TERM       PIC 9(02).
           05 WS-WORK-DATE       PIC 9(08).
           05 WS-WORK-SESSION    PIC X(01).
               88 WORK-SESSION-VALID VALUE 'M' 'A'.
           05 WS-WORK-HALL       PIC 9(02).
           05 WS-WORK-SUBJ       PIC X(04).
       01 WS-HALL-LINES      PIC 9(03) VALUE ZERO.
       01 WS-ENTERED-COUNT   PIC 9(03) VALUE ZERO.
       01 WS-ENTRY-USED      PIC 9(05).
       01 WS-ENTRY-BACK      PIC 9(05).
       01 WS-ENTRY-PAPERS    PIC 9(04).
      * Absentees and the seat plan and date-sheet that place them.
       01 WS-ABSENT-TABLE.
           05 WS-ABSENT-FLAG OCCURS 99999 TIMES PIC X(01).
       01 WS-SCHED-COUNT     PIC 9(03) VALUE ZERO.
       01 WS-SCHEDULE-TABLE.
           05 WS-ES-ENTRY OCCURS 500 TIMES INDEXED BY ES-INDEX.
               10 WS-ES-CLASS    PIC 9(02).
               10 WS-ES-SUBJ     PIC X(04).
               10 WS-ES-DATE     PIC 9(08).
               10 WS-ES-SESSION  PIC X(01).
       01 WS-SEAT-COUNT      PIC 9(04) VALUE ZERO.
       01 WS-SEAT-TABLE.
           05 WS-SP-ENTRY OCCURS 3000 TIMES INDEXED BY SP-INDEX.
               10 WS-SP-HALL     PIC 9(02).
               10 WS-SP-STU-NO   PIC 9(05).
               10 WS-SP-CLASS    PIC 9(02).
       01 WS-ENROL-RESULT    PIC X(01).
           88 NOT-ENROLLED-IN-SUBJ VALUE 'N'.
       01 WS-CHECK-STU-NO    PIC 9(05).
       01 WS-CHECK-CLASS     PIC 9(02).
       01 WS-SITS-FLAG       PIC X(01).
           88 CLASS-SITS-PAPER VALUE 'Y'.
       01 WS-PAPER-ABSENT    PIC 9(04).
       01 WS-PAPER-PRESENT   PIC S9(05).
       01 WS-UNACCOUNTED     PIC S9(05).
       01 WS-PAPER-GAP       PIC S9(05).
       01 WS-EDIT-COUNT      PIC -(4)9.
       01 WS-PRESENT-EDIT    PIC ZZZ9.
       01 WS-FLAG-TEXT       PIC X(40).
       01 WS-PAPERS-LISTED   PIC 9(04) VALUE ZERO.
       01 WS-PAPERS-FLAGGED  PIC 9(04) VALUE ZERO.
       01 WS-NOT-COUNTED     PIC 9(04) VALUE ZERO.
       01 WS-TOTAL-ISSUED    PIC 9(06) VALUE ZERO.
       01 WS-TOTAL-USED      PIC 9(06) VALUE ZERO.
       01 WS-TOTAL-BACK      PIC 9(06) VALUE ZERO.
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
           PERFORM LOAD-RETURN-TABLE.
           PERFORM UNTIL DONE-WITH-MENU
               DISPLAY ' '
               DISPLAY '1. ENTER BOOKLET COUNTS FOR A HALL'
               DISPLAY '2. PRINT BOOKLET RECONCILIATION'
               DISPLAY '3. EXIT'
               DISPLAY 'ENTER CHOICE : '
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM ENTER-HALL-COUNTS THRU
                           ENTER-HALL-COUNTS-EXIT
                   WHEN 2
                       PERFORM PRINT-RECONCILIATION
                   WHEN 3
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
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = '00'
               READ RUN-CONTROL-FILE
                   NOT AT END
                       DISPLAY 'RUN CONTROL - TERM : ' RUN-TERM-CODE
                           ' EXAM : ' RUN-EXAM-TYPE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       LOAD-RETURN-TABLE.
           MOVE ZERO TO WS-RETURN-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT BOOKLET-RETURN-FILE.
           IF WS-RETURN-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ BOOKLET-RETURN-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF WS-RETURN-COUNT < 2000
                               ADD 1 TO WS-RETURN-COUNT
                               SET BK-INDEX TO WS-RETURN-COUNT
                               MOVE BOOKLET-RETURN-RECORD TO
                                   WS-RETURN-LINE (BK-INDEX)
                           ELSE
                               SET RETURN-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOOKLET-RETURN-FILE
           END-IF.
           IF RETURN-TABLE-FULL
               DISPLAY 'BKLTRET.DAT EXCEEDS THE 2000-ENTRY TABLE - '
                   'COUNTS CANNOT BE ENTERED'
           END-IF.

      * A partly loaded file is never written back.
       REWRITE-RETURN-FILE.
           OPEN OUTPUT BOOKLET-RETURN-FILE.
           PERFORM VARYING BK-INDEX FROM 1 BY 1
               UNTIL BK-INDEX > WS-RETURN-COUNT
               MOVE WS-RETURN-LINE (BK-INDEX) TO BOOKLET-RETURN-RECORD
               WRITE BOOKLET-RETURN-RECORD
           END-PERFORM.
           CLOSE BOOKLET-RETURN-FILE.

       FIND-RETURN.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING BK-INDEX FROM 1 BY 1
               UNTIL BK-INDEX > WS-RETURN-COUNT OR ENTRY-FOUND
               MOVE WS-RETURN-LINE (BK-INDEX) TO BOOKLET-RETURN-RECORD
               IF BK-KEY = WS-WORK-KEY
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               SET BK-INDEX DOWN BY 1
           END-IF.

       ENTER-HALL-COUNTS.
           IF RETURN-TABLE-FULL
               DISPLAY 'RETURN TABLE NOT FULLY LOADED, NO COUNTS CAN '
                   'BE ENTERED'
               GO TO ENTER-HALL-COUNTS-EXIT
           END-IF.
           MOVE RUN-TERM-CODE TO WS-WORK-TERM.
           DISPLAY 'EXAM DATE (YYYYMMDD) : '.
           ACCEPT WS-WORK-DATE.
           DISPLAY 'SESSION (M/A) : '.
           ACCEPT WS-WORK-SESSION.
           PERFORM UNTIL WORK-SESSION-VALID
               DISPLAY 'MUST BE M OR A, RE-ENTER : '
               ACCEPT WS-WORK-SESSION
           END-PERFORM.
           DISPLAY 'HALL NUMBER : '.
           ACCEPT WS-WORK-HALL.
           MOVE ZERO TO WS-HALL-LINES WS-ENTERED-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT INDENT-FILE.
           IF WS-INDENT-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ INDENT-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF IN-TERM-CODE = WS-WORK-TERM
                               AND IN-EXAM-DATE = WS-WORK-DATE
                               AND IN-SESSION = WS-WORK-SESSION
                               AND IN-HALL = WS-WORK-HALL
                               ADD 1 TO WS-HALL-LINES
                               PERFORM ENTER-ONE-PAPER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INDENT-FILE
           END-IF.
           IF WS-HALL-LINES = ZERO
               DISPLAY 'NOTHING WAS INDENTED FOR HALL ' WS-WORK-HALL
                   ' ON ' WS-WORK-DATE ' ' WS-WORK-SESSION
                   ' - RUN PAPERIND FIRST'
               GO TO ENTER-HALL-COUNTS-EXIT
           END-IF.
           IF WS-ENTERED-COUNT > ZERO
               PERFORM REWRITE-RETURN-FILE
           END-IF.
           DISPLAY 'HALL ' WS-WORK-HALL ' - ' WS-ENTERED-COUNT
               ' OF ' WS-HALL-LINES ' PAPER(S) COUNTED'.
       ENTER-HALL-COUNTS-EXIT.
           EXIT.

       ENTER-ONE-PAPER.
           MOVE IN-SUBJ-CODE TO WS-WORK-SUBJ.
           DISPLAY ' '.
           DISPLAY 'SUBJECT ' IN-SUBJ-CODE '  CANDIDATES '
               IN-CANDIDATES '  PAPERS ISSUED ' IN-PAPERS
               '  BOOKLETS ISSUED ' IN-BOOKLETS.
           PERFORM FIND-RETURN.
           IF ENTRY-FOUND
               DISPLAY 'ALREADY COUNTED - USED ' BK-BOOKLETS-USED
                   ' BACK ' BK-BOOKLETS-BACK ' PAPERS BACK '
                   BK-PAPERS-BACK ' BY ' BK-OPERATOR-ID
           END-IF.
           DISPLAY 'ANSWER BOOKLETS HANDED IN USED : '.
           ACCEPT WS-ENTRY-USED.
           DISPLAY 'BLANK BOOKLETS RETURNED : '.
           ACCEPT WS-ENTRY-BACK.
           PERFORM UNTIL WS-ENTRY-USED + WS-ENTRY-BACK
               NOT > IN-BOOKLETS
               DISPLAY 'USED PLUS RETURNED EXCEEDS THE ' IN-BOOKLETS
                   ' ISSUED, RE-ENTER'
               DISPLAY 'ANSWER BOOKLETS HANDED IN USED : '
               ACCEPT WS-ENTRY-USED
               DISPLAY 'BLANK BOOKLETS RETURNED : '
               ACCEPT WS-ENTRY-BACK
           END-PERFORM.
           DISPLAY 'QUESTION PAPERS RETURNED UNUSED : '.
           ACCEPT WS-ENTRY-PAPERS.
           PERFORM UNTIL WS-ENTRY-PAPERS NOT > IN-PAPERS
               DISPLAY 'MORE THAN THE ' IN-PAPERS ' ISSUED, '
                   'RE-ENTER : '
               ACCEPT WS-ENTRY-PAPERS
           END-PERFORM.
           IF NOT ENTRY-FOUND
               IF WS-RETURN-COUNT >= 2000
                   DISPLAY 'RETURN TABLE FULL, COUNT NOT SAVED'
               ELSE
                   ADD 1 TO WS-RETURN-COUNT
                   SET BK-INDEX TO WS-RETURN-COUNT
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-IF.
           IF ENTRY-FOUND
               MOVE WS-WORK-KEY TO BK-KEY
               MOVE WS-ENTRY-USED TO BK-BOOKLETS-USED
               MOVE WS-ENTRY-BACK TO BK-BOOKLETS-BACK
               MOVE WS-ENTRY-PAPERS TO BK-PAPERS-BACK
               MOVE WS-TODAY TO BK-ENTRY-DATE
               MOVE WS-OPERATOR-ID TO BK-OPERATOR-ID
               MOVE BOOKLET-RETURN-RECORD TO WS-RETURN-LINE (BK-INDEX)
               ADD 1 TO WS-ENTERED-COUNT
           END-IF.

       LOAD-ABSENTEES.
           MOVE SPACES TO WS-ABSENT-TABLE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ABSENT-STUDENT-LIST.
           IF WS-ABSENT-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ ABSENT-STUDENT-LIST
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF ABS-TERM-CODE = RUN-TERM-CODE
                               AND ABS-EXAM-TYPE = RUN-EXAM-TYPE
                               AND ABS-STU-NO > ZERO
                               MOVE 'A' TO WS-ABSENT-FLAG (ABS-STU-NO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABSENT-STUDENT-LIST
           END-IF.

       LOAD-EXAM-SCHEDULE.
           MOVE ZERO TO WS-SCHED-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT EXAM-SCHEDULE.
           IF WS-SCHEDULE-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ EXAM-SCHEDULE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF ES-TERM-CODE = RUN-TERM-CODE
                               AND ES-CLASS-SITTING
                               AND WS-SCHED-COUNT < 500
                               ADD 1 TO WS-SCHED-COUNT
                               SET ES-INDEX TO WS-SCHED-COUNT
                               MOVE ES-CLASS TO WS-ES-CLASS (ES-INDEX)
                               MOVE ES-SUBJ-CODE
                                   TO WS-ES-SUBJ (ES-INDEX)
                               MOVE ES-EXAM-DATE
                                   TO WS-ES-DATE (ES-INDEX)
                               MOVE ES-SESSION
                                   TO WS-ES-SESSION (ES-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXAM-SCHEDULE
           END-IF.

       LOAD-SEAT-PLAN.
           MOVE ZERO TO WS-SEAT-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SEAT-PLAN-FILE.
           IF WS-SEATPLAN-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ SEAT-PLAN-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF SPL-TERM-CODE = RUN-TERM-CODE
                               AND WS-SEAT-COUNT < 3000
                               ADD 1 TO WS-SEAT-COUNT
                               SET SP-INDEX TO WS-SEAT-COUNT
                               MOVE SPL-HALL TO WS-SP-HALL (SP-INDEX)
                               MOVE SPL-STU-NO
                                   TO WS-SP-STU-NO (SP-INDEX)
                               MOVE SPL-CLASS TO WS-SP-CLASS (SP-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEAT-PLAN-FILE
           END-IF.

       PRINT-RECONCILIATION.
           PERFORM LOAD-ABSENTEES.
           PERFORM LOAD-EXAM-SCHEDULE.
           PERFORM LOAD-SEAT-PLAN.
           MOVE ZERO TO WS-PAPERS-LISTED WS-PAPERS-FLAGGED
               WS-NOT-COUNTED WS-TOTAL-ISSUED WS-TOTAL-USED
               WS-TOTAL-BACK.
           OPEN OUTPUT BOOKLET-RECON-REPORT.
           PERFORM WRITE-RECON-HEADING.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT INDENT-FILE.
           IF WS-INDENT-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ INDENT-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF IN-TERM-CODE = RUN-TERM-CODE
                               PERFORM RECONCILE-ONE-PAPER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INDENT-FILE
           END-IF.
           PERFORM WRITE-RECON-FOOTING.
           CLOSE BOOKLET-RECON-REPORT.
           DISPLAY 'RECONCILIATION PRINTED - ' WS-PAPERS-LISTED
               ' PAPER(S), ' WS-PAPERS-FLAGGED ' FLAGGED, '
               WS-NOT-COUNTED ' NOT COUNTED'.
           IF WS-PAPERS-FLAGGED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

      * The students behind an indent line are found the way PAPERIND
      * counted them: seats of the hall whose class sits the subject
      * in that session, electives only for those who chose them.
       COUNT-PAPER-ABSENTEES.
           MOVE ZERO TO WS-PAPER-ABSENT.
           PERFORM VARYING SP-INDEX FROM 1 BY 1
               UNTIL SP-INDEX > WS-SEAT-COUNT
               MOVE WS-SP-STU-NO (SP-INDEX) TO WS-CHECK-STU-NO
               IF WS-SP-HALL (SP-INDEX) = IN-HALL
                   AND WS-CHECK-STU-NO > ZERO
                   AND WS-ABSENT-FLAG (WS-CHECK-STU-NO) = 'A'
                   MOVE WS-SP-CLASS (SP-INDEX) TO WS-CHECK-CLASS
                   PERFORM CHECK-CLASS-SITS-PAPER
                   IF CLASS-SITS-PAPER
                       CALL 'ENROLCHK' USING WS-CHECK-STU-NO
                           WS-CHECK-CLASS IN-SUBJ-CODE
                           WS-ENROL-RESULT
                       IF NOT NOT-ENROLLED-IN-SUBJ
                           ADD 1 TO WS-PAPER-ABSENT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-CLASS-SITS-PAPER.
           MOVE 'N' TO WS-SITS-FLAG.
           PERFORM VARYING ES-INDEX FROM 1 BY 1
               UNTIL ES-INDEX > WS-SCHED-COUNT OR CLASS-SITS-PAPER
               IF WS-ES-CLASS (ES-INDEX) = WS-CHECK-CLASS
                   AND WS-ES-SUBJ (ES-INDEX) = IN-SUBJ-CODE
                   AND WS-ES-DATE (ES-INDEX) = IN-EXAM-DATE
                   AND WS-ES-SESSION (ES-INDEX) = IN-SESSION
                   MOVE 'Y' TO WS-SITS-FLAG
               END-IF
           END-PERFORM.

       RECONCILE-ONE-PAPER.
           ADD 1 TO WS-PAPERS-LISTED.
           ADD IN-BOOKLETS TO WS-TOTAL-ISSUED.
           PERFORM COUNT-PAPER-ABSENTEES.
           COMPUTE WS-PAPER-PRESENT = IN-CANDIDATES - WS-PAPER-ABSENT.
           MOVE IN-TERM-CODE TO WS-WORK-TERM.
           MOVE IN-EXAM-DATE TO WS-WORK-DATE.
           MOVE IN-SESSION TO WS-WORK-SESSION.
           MOVE IN-HALL TO WS-WORK-HALL.
           MOVE IN-SUBJ-CODE TO WS-WORK-SUBJ.
           PERFORM FIND-RETURN.
           MOVE WS-PAPER-PRESENT TO WS-PRESENT-EDIT.
           MOVE SPACES TO BOOKLET-RECON-LINE.
           STRING IN-EXAM-DATE ' ' IN-SESSION ' ' IN-HALL ' '
               IN-SUBJ-CODE '  ' IN-CANDIDATES ' ' WS-PAPER-ABSENT
               ' ' WS-PRESENT-EDIT '  ' IN-BOOKLETS
               DELIMITED BY SIZE INTO BOOKLET-RECON-LINE.
           IF NOT ENTRY-FOUND
               ADD 1 TO WS-NOT-COUNTED
               ADD 1 TO WS-PAPERS-FLAGGED
               MOVE '  ** NOT COUNTED **' TO
                   BOOKLET-RECON-LINE (43:19)
               WRITE BOOKLET-RECON-LINE
           ELSE
               PERFORM PRINT-COUNTED-PAPER
           END-IF.

       PRINT-COUNTED-PAPER.
           ADD BK-BOOKLETS-USED TO WS-TOTAL-USED.
           ADD BK-BOOKLETS-BACK TO WS-TOTAL-BACK.
           COMPUTE WS-UNACCOUNTED =
               IN-BOOKLETS - BK-BOOKLETS-USED - BK-BOOKLETS-BACK.
           COMPUTE WS-PAPER-GAP =
               IN-PAPERS - BK-PAPERS-BACK - WS-PAPER-PRESENT.
           MOVE WS-UNACCOUNTED TO WS-EDIT-COUNT.
           STRING ' ' BK-BOOKLETS-USED ' ' BK-BOOKLETS-BACK
               ' ' WS-EDIT-COUNT '  ' IN-PAPERS ' ' BK-PAPERS-BACK
               DELIMITED BY SIZE INTO BOOKLET-RECON-LINE (42:31).
           WRITE BOOKLET-RECON-LINE.
           MOVE SPACES TO WS-FLAG-TEXT.
           IF WS-UNACCOUNTED > ZERO
               MOVE WS-UNACCOUNTED TO WS-EDIT-COUNT
               MOVE SPACES TO WS-FLAG-TEXT
               STRING 'BOOKLETS UNACCOUNTED FOR :' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-FLAG-TEXT
               PERFORM WRITE-FLAG-LINE
           END-IF.
           IF WS-UNACCOUNTED < ZERO
               MOVE 'MORE BOOKLETS RETURNED THAN ISSUED'
                   TO WS-FLAG-TEXT
               PERFORM WRITE-FLAG-LINE
           END-IF.
           IF BK-BOOKLETS-USED < WS-PAPER-PRESENT
               MOVE 'FEWER BOOKLETS USED THAN STUDENTS SAT'
                   TO WS-FLAG-TEXT
               PERFORM WRITE-FLAG-LINE
           END-IF.
           IF WS-PAPER-GAP NOT = ZERO
               MOVE WS-PAPER-GAP TO WS-EDIT-COUNT
               MOVE SPACES TO WS-FLAG-TEXT
               STRING 'PAPERS OPENED LESS PRESENT :' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-FLAG-TEXT
               PERFORM WRITE-FLAG-LINE
           END-IF.
           IF WS-FLAG-TEXT NOT = SPACES
               ADD 1 TO WS-PAPERS-FLAGGED
           END-IF.

      * WS-FLAG-TEXT is left set so the caller can tell the paper was
      * flagged.
       WRITE-FLAG-LINE.
           MOVE SPACES TO BOOKLET-RECON-LINE.
           STRING '      ** ' WS-FLAG-TEXT DELIMITED BY SIZE
               INTO BOOKLET-RECON-LINE.
           WRITE BOOKLET-RECON-LINE.

       WRITE-RECON-HEADING.
           MOVE ALL '=' TO BOOKLET-RECON-LINE.
           WRITE BOOKLET-RECON-LINE.
           MOVE SPACES TO BOOKLET-RECON-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO BOOKLET-RECON-LINE.
           WRITE BOOKLET-RECON-LINE.
           MOVE SPACES TO BOOKLET-RECON-LINE.
           STRING '   ANSWER-BOOKLET RECONCILIATION - TERM '
               RUN-TERM-CODE '  EXAM ' RUN-EXAM-TYPE
               '  AS AT ' WS-TODAY
               DELIMITED BY SIZE INTO BOOKLET-RECON-LINE.
           WRITE BOOKLET-RECON-LINE.
           MOVE ALL '-' TO BOOKLET-RECON-LINE.
           WRITE BOOKLET-RECON-LINE.
           MOVE 'DATE     S HL SUBJ  CAND ABS  PRES  ISSUE  USED  BACK'
               TO BOOKLET-RECON-LINE.
           MOVE 'SHORT  PAPR BACK' TO BOOKLET-RECON-LINE (55:16).
           WRITE BOOKLET-RECON-LINE.
           MOVE ALL '-' TO BOOKLET-RECON-LINE.
           WRITE BOOKLET-RECON-LINE.

       WRITE-RECON-FOOTING.
           MOVE ALL '-' TO BOOKLET-RECON-LINE.
           WRITE BOOKLET-RECON-LINE.
           MOVE SPACES TO BOOKLET-RECON-LINE.
           STRING 'PAPERS ' WS-PAPERS-LISTED '  FLAGGED '
               WS-PAPERS-FLAGGED '  NOT COUNTED ' WS-NOT-COUNTED
               DELIMITED BY SIZE INTO BOOKLET-RECON-LINE.
           WRITE BOOKLET-RECON-LINE.
           MOVE SPACES TO BOOKLET-RECON-LINE.
           STRING 'BOOKLETS ISSUED ' WS-TOTAL-ISSUED '  USED '
               WS-TOTAL-USED '  RETURNED ' WS-TOTAL-BACK
               DELIMITED BY SIZE INTO BOOKLET-RECON-LINE.
           WRITE BOOKLET-RECON-LINE.
           MOVE ALL '=' TO BOOKLET-RECON-LINE.
           WRITE BOOKLET-RECON-LINE.
      ** add other procedures here
       END PROGRAM BKLTRECN.
