      ******************************************************************
      * Author:
      * Date:
      * Purpose: Inter-branch transfer load, run at the branch a
      *          student is joining from the other branch. Reads the
      *          XFERPKG.DAT package XFEROUT wrote at the sending
      *          branch and checks it whole before anything is
      *          touched - header first and trailer last, every row
      *          addressed to this branch's SCHPROF code, every
      *          history row belonging to a student in the package,
      *          and the record counts and marks and balance hash
      *          totals agreeing with the trailer; a package that
      *          fails is refused (RC 8) with nothing loaded. Each
      *          student is then admitted under the next free STU-NO
      *          of this branch, the way ADMINTAK numbers them, and
      *          their TERMLOG.DAT and TERMHIST.DAT rows, MARKSDTL.IDX
      *          entries and GUARDIAN.DAT contacts are written under
      *          the new number; the open balance comes back as an
      *          'O' (owed by the student) or 'B' (owed to the
      *          student) opening row on FEELEDGR.DAT. XFERXREF.DAT
      *          keeps the sending branch and old number against the
      *          new one, and a student already on it from an
      *          earlier load is not loaded twice. XFERIN.RPT
      *          reconciles what was sent against what was loaded,
      *          student by student and in total; any difference or
      *          student not loaded is RC 4. Appends to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. XFERIN.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT TRANSFER-PACKAGE ASSIGN TO "XFERPKG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PACKAGE-STATUS.
           SELECT TRANSFER-XREF ASSIGN TO "XFERXREF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-NO IN STUDENT-DETAILS
               ALTERNATE RECORD KEY IS STU-NAME IN STUDENT-DETAILS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT TERM-LOG ASSIGN TO "TERMLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT TERM-HISTORY ASSIGN TO "TERMHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT MARKS-DETAIL-FILE ASSIGN TO "MARKSDTL.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DTL-KEY
               FILE STATUS IS WS-DETAIL-STATUS.
           SELECT GUARDIAN-FILE ASSIGN TO "GUARDIAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GUARDIAN-STATUS.
           SELECT FEE-LEDGER ASSIGN TO "FEELEDGR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT RECON-REPORT ASSIGN TO "XFERIN.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  TRANSFER-PACKAGE.
           COPY XFERPKGR.

       FD  TRANSFER-XREF.
           COPY XFERXRFR.

       FD  STUDENT-MASTER.
           COPY STDRECD.

       FD  TERM-LOG.
       01 TERM-LOG-LINE.
           05 LOG-STU-NO        PIC 9(05).
           05 LOG-TERM-NO       PIC 9(02).
           05 LOG-PERCENT       PIC 9(03)V9(02).

       FD  TERM-HISTORY.
       01 TERM-HISTORY-LINE.
           05 HIST-STU-NO        PIC 9(05).
           05 HIST-TERM-COUNT    PIC 9(02).
           05 HIST-CUM-PERCENT   PIC 9(03)V9(02).

       FD  MARKS-DETAIL-FILE.
           COPY MRKDTLR.

       FD  GUARDIAN-FILE.
       01 GUARDIAN-RECORD.
           05 GD-STU-NO        PIC 9(05).
           05 GD-NAME          PIC X(15).
           05 GD-RELATION      PIC X(10).
           05 GD-PRIMARY-PHONE PIC 9(12).
           05 GD-ALT-PHONE     PIC 9(12).

       FD  FEE-LEDGER.
           COPY FEELEDGR.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  RECON-REPORT.
       01 RECON-REPORT-LINE   PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-PACKAGE-STATUS  PIC X(02) VALUE '00'.
       01 WS-XREF-STATUS     PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-LOG-STATUS      PIC X(02) VALUE '00'.
       01 WS-HIST-STATUS     PIC X(02) VALUE '00'.
       01 WS-DETAIL-STATUS   PIC X(02) VALUE '00'.
       01 WS-GUARDIAN-STATUS PIC X(02) VALUE '00'.
       01 WS-LEDGER-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08).
       01 WS-LOAD-DATE       PIC 9(08) VALUE ZERO.
       01 WS-LOCK-FUNCTION   PIC X(01).
       01 WS-PROGRAM-NAME    PIC X(08) VALUE 'XFERIN'.
       01 WS-LOCK-RESULT     PIC X(01).
           88 LOCK-GRANTED     VALUE 'Y'.
       01 WS-LOCK-HOLDER     PIC X(08).
       01 WS-JRNL-ACTION     PIC X(01).
       01 WS-JRNL-IMAGE      PIC X(59).
       01 WS-XFER-TAG        PIC X(14) VALUE 'TRANSFER FROM '.
      * The package is loaded only when nothing is wrong with it -
      * WS-PACKAGE-FAULT names the first thing found.
       01 WS-PACKAGE-FAULT   PIC X(44) VALUE SPACES.
       01 WS-FROM-BRANCH     PIC X(02) VALUE SPACES.
       01 WS-EXTRACT-DATE    PIC 9(08) VALUE ZERO.
       01 WS-ROW-NO          PIC 9(07) VALUE ZERO.
       01 WS-FAULT-ROW       PIC 9(07) VALUE ZERO.
       01 WS-TRAILER-FLAG    PIC X(01) VALUE 'N'.
           88 TRAILER-SEEN     VALUE 'Y'.
       01 WS-WORK-STU-NO     PIC 9(05).
      * The students in the package, in package order, with what
      * was sent and what was loaded for each.
       01 WS-XS-COUNT        PIC 9(03) VALUE ZERO.
       01 WS-XS-TABLE.
           05 WS-XS-ENTRY OCCURS 200 TIMES INDEXED BY XS-INDEX.
               10 WS-XS-OLD-STU-NO  PIC 9(05).
               10 WS-XS-NEW-STU-NO  PIC 9(05).
               10 WS-XS-NAME        PIC X(15).
               10 WS-XS-STATE       PIC X(01).
                   88 XS-TO-LOAD        VALUE ' '.
                   88 XS-LOADED         VALUE 'L'.
                   88 XS-ALREADY-LOADED VALUE 'D'.
                   88 XS-NOT-LOADED     VALUE 'F'.
               10 WS-XS-LOGS-SENT   PIC 9(03).
               10 WS-XS-LOGS-LOADED PIC 9(03).
               10 WS-XS-HISTS-SENT  PIC 9(03).
               10 WS-XS-HISTS-LOADED PIC 9(03).
               10 WS-XS-MARKS-SENT  PIC 9(03).
               10 WS-XS-MARKS-LOADED PIC 9(03).
               10 WS-XS-GUARD-SENT  PIC 9(03).
               10 WS-XS-GUARD-LOADED PIC 9(03).
               10 WS-XS-BAL-SIDE    PIC X(01).
               10 WS-XS-BAL-SENT    PIC 9(07)V9(02).
               10 WS-XS-BAL-LOADED  PIC 9(07)V9(02).
       01 WS-USED-FLAGS.
           05 WS-USED-FLAG OCCURS 99999 TIMES
               INDEXED BY USED-INDEX PIC X(01) VALUE 'N'.
       01 WS-HIGHEST-USED    PIC 9(05) VALUE ZERO.
       01 WS-NEXT-STU-NO     PIC 9(05) VALUE ZERO.
      * Totals - as the trailer states them, as read from the
      * package, and as loaded.
       01 WS-TOTALS-TABLE.
           05 WS-TOTAL-ENTRY OCCURS 6 TIMES INDEXED BY TOT-INDEX.
               10 WS-TOT-SENT      PIC 9(05).
               10 WS-TOT-READ      PIC 9(05).
               10 WS-TOT-LOADED    PIC 9(05).
       01 WS-TOTAL-NAMES.
           05 FILLER PIC X(20) VALUE 'STUDENT RECORDS     '.
           05 FILLER PIC X(20) VALUE 'TERM LOG ROWS       '.
           05 FILLER PIC X(20) VALUE 'TERM HISTORY ROWS   '.
           05 FILLER PIC X(20) VALUE 'MARKS DETAIL ROWS   '.
           05 FILLER PIC X(20) VALUE 'GUARDIAN CONTACTS   '.
           05 FILLER PIC X(20) VALUE 'FEE BALANCES        '.
       01 WS-TOTAL-NAME-TABLE REDEFINES WS-TOTAL-NAMES.
           05 WS-TOTAL-NAME OCCURS 6 TIMES PIC X(20).
       01 WS-MARKS-HASH-SENT PIC 9(09) VALUE ZERO.
       01 WS-MARKS-HASH-READ PIC 9(09) VALUE ZERO.
       01 WS-MARKS-LOADED    PIC 9(09) VALUE ZERO.
       01 WS-BAL-HASH-SENT   PIC 9(09)V9(02) VALUE ZERO.
       01 WS-BAL-HASH-READ   PIC 9(09)V9(02) VALUE ZERO.
       01 WS-BAL-LOADED      PIC 9(09)V9(02) VALUE ZERO.
       01 WS-STUDENTS-LOADED PIC 9(05) VALUE ZERO.
       01 WS-SKIPPED-COUNT   PIC 9(05) VALUE ZERO.
       01 WS-DIFF-COUNT      PIC 9(05) VALUE ZERO.
       01 WS-STATE-TEXT      PIC X(28).
       01 WS-RPT-COUNT       PIC Z(4)9.
       01 WS-RPT-SENT        PIC Z(4)9.
       01 WS-RPT-LOADED      PIC Z(4)9.
       01 WS-RPT-AMOUNT      PIC Z(8)9.99.
       01 WS-RPT-AMOUNT-2    PIC Z(8)9.99.
       01 WS-RPT-FLAG        PIC X(04).
       01 WS-RPT-SIDE        PIC X(02).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WS-START-TIME FROM TIME.
           CALL 'SCHPROF' USING SCHOOL-PROFILE.
           PERFORM LOAD-RUN-CONTROL.
           INITIALIZE WS-XS-TABLE.
           INITIALIZE WS-TOTALS-TABLE.
           OPEN INPUT TRANSFER-PACKAGE.
           IF WS-PACKAGE-STATUS NOT = '00'
               DISPLAY 'NO XFERPKG.DAT TRANSFER PACKAGE - NOTHING '
                   'TO LOAD'
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM VERIFY-PACKAGE.
           CLOSE TRANSFER-PACKAGE.
           OPEN OUTPUT RECON-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           IF WS-PACKAGE-FAULT NOT = SPACES
               PERFORM WRITE-PACKAGE-REFUSAL
               CLOSE RECON-REPORT
               DISPLAY 'TRANSFER PACKAGE REFUSED - ' WS-PACKAGE-FAULT
               DISPLAY 'NOTHING LOADED - SEE XFERIN.RPT'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM FIND-ALREADY-LOADED.
           PERFORM CLAIM-MASTER-LOCK.
           IF NOT LOCK-GRANTED
               MOVE '*** STUDENT MASTER IN USE - NOTHING LOADED ***'
                   TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
               CLOSE RECON-REPORT
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM LOAD-USED-STU-NOS.
           OPEN I-O STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN STUDENT MASTER, STATUS : '
                   WS-MASTER-STATUS
               MOVE '*** STUDENT MASTER NOT AVAILABLE - NOTHING '
                   TO RECON-REPORT-LINE
               MOVE 'LOADED ***' TO RECON-REPORT-LINE (45:10)
               WRITE RECON-REPORT-LINE
               CLOSE RECON-REPORT
               PERFORM RELEASE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM OPEN-LOAD-FILES.
           PERFORM LOAD-PACKAGE.
           PERFORM CLOSE-LOAD-FILES.
           CLOSE STUDENT-MASTER.
           PERFORM RELEASE-MASTER-LOCK.
           PERFORM WRITE-RECONCILIATION.
           CLOSE RECON-REPORT.
           DISPLAY 'STUDENTS IN PACKAGE  : ' WS-XS-COUNT.
           DISPLAY 'STUDENTS LOADED      : ' WS-STUDENTS-LOADED.
           DISPLAY 'STUDENTS NOT LOADED  : ' WS-SKIPPED-COUNT.
           IF WS-DIFF-COUNT > ZERO OR WS-SKIPPED-COUNT > ZERO
               DISPLAY 'SENT AND LOADED DO NOT FULLY AGREE - SEE '
                   'XFERIN.RPT'
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG.
           GOBACK.

       LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = '00'
               READ RUN-CONTROL-FILE
                   NOT AT END
                       DISPLAY 'RUN CONTROL - TERM : ' RUN-TERM-CODE
                           ' RUN-DATE : ' RUN-DATE
                       MOVE RUN-DATE TO WS-LOAD-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-LOAD-DATE = ZERO
               ACCEPT WS-LOAD-DATE FROM DATE YYYYMMDD
           END-IF.

       VERIFY-PACKAGE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ TRANSFER-PACKAGE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROW-NO
                       IF WS-PACKAGE-FAULT = SPACES
                           PERFORM VERIFY-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PACKAGE-FAULT = SPACES
               PERFORM VERIFY-TRAILER-TOTALS
           END-IF.

       VERIFY-ONE-ROW.
           EVALUATE TRUE
               WHEN TRAILER-SEEN
                   MOVE 'ROWS FOLLOW THE TRAILER' TO WS-PACKAGE-FAULT
               WHEN WS-ROW-NO = 1 AND NOT XP-HEADER
                   MOVE 'NO HEADER ROW' TO WS-PACKAGE-FAULT
               WHEN XP-HEADER AND WS-ROW-NO NOT = 1
                   MOVE 'SECOND HEADER ROW' TO WS-PACKAGE-FAULT
               WHEN XP-HEADER
                   MOVE XP-FROM-BRANCH TO WS-FROM-BRANCH
                   MOVE XP-EXTRACT-DATE TO WS-EXTRACT-DATE
                   IF WS-FROM-BRANCH = SP-BRANCH-CODE
                       MOVE 'PACKAGE WAS EXTRACTED AT THIS BRANCH'
                           TO WS-PACKAGE-FAULT
                   END-IF
               WHEN XP-FROM-BRANCH NOT = WS-FROM-BRANCH
                   MOVE 'ROWS FROM MORE THAN ONE BRANCH'
                       TO WS-PACKAGE-FAULT
               WHEN XP-TRAILER
                   SET TRAILER-SEEN TO TRUE
                   MOVE XP-TR-STUDENTS   TO WS-TOT-SENT (1)
                   MOVE XP-TR-TERM-LOGS  TO WS-TOT-SENT (2)
                   MOVE XP-TR-TERM-HISTS TO WS-TOT-SENT (3)
                   MOVE XP-TR-MARKS-ROWS TO WS-TOT-SENT (4)
                   MOVE XP-TR-GUARDIANS  TO WS-TOT-SENT (5)
                   MOVE XP-TR-BALANCES   TO WS-TOT-SENT (6)
                   MOVE XP-TR-MARKS-HASH TO WS-MARKS-HASH-SENT
                   MOVE XP-TR-BALANCE-HASH TO WS-BAL-HASH-SENT
               WHEN XP-TO-BRANCH NOT = SP-BRANCH-CODE
                   MOVE 'ROWS ADDRESSED TO ANOTHER BRANCH'
                       TO WS-PACKAGE-FAULT
               WHEN XP-STUDENT
                   PERFORM VERIFY-STUDENT-ROW
               WHEN XP-TERM-LOG OR XP-TERM-HIST OR XP-MARKS-DETAIL
                   OR XP-GUARDIAN OR XP-FEE-BALANCE
                   PERFORM VERIFY-HISTORY-ROW
               WHEN OTHER
                   MOVE 'UNKNOWN ROW TYPE' TO WS-PACKAGE-FAULT
           END-EVALUATE.
           IF WS-PACKAGE-FAULT NOT = SPACES
               MOVE WS-ROW-NO TO WS-FAULT-ROW
               DISPLAY 'PACKAGE ROW ' WS-ROW-NO ' - '
                   WS-PACKAGE-FAULT
           END-IF.

       VERIFY-STUDENT-ROW.
           MOVE XP-OLD-STU-NO TO WS-WORK-STU-NO.
           PERFORM FIND-PACKAGE-STUDENT.
           EVALUATE TRUE
               WHEN XS-INDEX NOT > WS-XS-COUNT
                   MOVE 'STUDENT SENT TWICE' TO WS-PACKAGE-FAULT
               WHEN WS-XS-COUNT NOT < 200
                   MOVE 'MORE THAN 200 STUDENTS' TO WS-PACKAGE-FAULT
               WHEN OTHER
                   ADD 1 TO WS-XS-COUNT
                   SET XS-INDEX TO WS-XS-COUNT
                   MOVE XP-OLD-STU-NO TO WS-XS-OLD-STU-NO (XS-INDEX)
                   MOVE XP-STUDENT-IMAGE TO STUDENT-DETAILS
                   MOVE STU-NAME IN STUDENT-DETAILS
                       TO WS-XS-NAME (XS-INDEX)
                   ADD 1 TO WS-TOT-READ (1)
           END-EVALUATE.

       VERIFY-HISTORY-ROW.
      * XFEROUT writes every student before their history, so a
      * history row for a student not yet seen has lost its owner.
           MOVE XP-OLD-STU-NO TO WS-WORK-STU-NO.
           PERFORM FIND-PACKAGE-STUDENT.
           IF XS-INDEX > WS-XS-COUNT
               MOVE 'HISTORY ROW FOR A STUDENT NOT SENT'
                   TO WS-PACKAGE-FAULT
           ELSE
               EVALUATE TRUE
                   WHEN XP-TERM-LOG
                       ADD 1 TO WS-TOT-READ (2)
                       ADD 1 TO WS-XS-LOGS-SENT (XS-INDEX)
                   WHEN XP-TERM-HIST
                       ADD 1 TO WS-TOT-READ (3)
                       ADD 1 TO WS-XS-HISTS-SENT (XS-INDEX)
                   WHEN XP-MARKS-DETAIL
                       ADD 1 TO WS-TOT-READ (4)
                       ADD 1 TO WS-XS-MARKS-SENT (XS-INDEX)
                       ADD XP-MD-MARKS TO WS-MARKS-HASH-READ
                   WHEN XP-GUARDIAN
                       ADD 1 TO WS-TOT-READ (5)
                       ADD 1 TO WS-XS-GUARD-SENT (XS-INDEX)
                   WHEN XP-FEE-BALANCE
                       ADD 1 TO WS-TOT-READ (6)
                       MOVE XP-FB-SIDE TO WS-XS-BAL-SIDE (XS-INDEX)
                       ADD XP-FB-AMOUNT TO WS-XS-BAL-SENT (XS-INDEX)
                       ADD XP-FB-AMOUNT TO WS-BAL-HASH-READ
               END-EVALUATE
           END-IF.

       VERIFY-TRAILER-TOTALS.
           EVALUATE TRUE
               WHEN WS-ROW-NO = ZERO
                   MOVE 'PACKAGE IS EMPTY' TO WS-PACKAGE-FAULT
               WHEN NOT TRAILER-SEEN
                   MOVE 'NO TRAILER - PACKAGE IS INCOMPLETE'
                       TO WS-PACKAGE-FAULT
               WHEN WS-MARKS-HASH-READ NOT = WS-MARKS-HASH-SENT
                   MOVE 'MARKS HASH DOES NOT AGREE WITH TRAILER'
                       TO WS-PACKAGE-FAULT
               WHEN WS-BAL-HASH-READ NOT = WS-BAL-HASH-SENT
                   MOVE 'BALANCE HASH DOES NOT AGREE WITH TRAILER'
                       TO WS-PACKAGE-FAULT
               WHEN OTHER
                   PERFORM VARYING TOT-INDEX FROM 1 BY 1
                       UNTIL TOT-INDEX > 6
                       IF WS-TOT-READ (TOT-INDEX)
                           NOT = WS-TOT-SENT (TOT-INDEX)
                           MOVE 'ROW COUNTS DO NOT AGREE WITH TRAILER'
                               TO WS-PACKAGE-FAULT
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       FIND-PACKAGE-STUDENT.
      * Leaves XS-INDEX past the table when the student is not in
      * the package.
           SET XS-INDEX TO 1.
           SEARCH WS-XS-ENTRY
               AT END
                   SET XS-INDEX TO 201
               WHEN XS-INDEX > WS-XS-COUNT
                   SET XS-INDEX TO 201
               WHEN WS-XS-OLD-STU-NO (XS-INDEX) = WS-WORK-STU-NO
                   CONTINUE
           END-SEARCH.

       FIND-ALREADY-LOADED.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TRANSFER-XREF.
           IF WS-XREF-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TRANSFER-XREF
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF XR-FROM-BRANCH = WS-FROM-BRANCH
                               MOVE XR-OLD-STU-NO TO WS-WORK-STU-NO
                               PERFORM FIND-PACKAGE-STUDENT
                               IF XS-INDEX NOT > WS-XS-COUNT
                                   SET XS-ALREADY-LOADED (XS-INDEX)
                                       TO TRUE
                                   MOVE XR-NEW-STU-NO
                                       TO WS-XS-NEW-STU-NO (XS-INDEX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-XREF
           END-IF.

       LOAD-USED-STU-NOS.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE ZERO TO WS-HIGHEST-USED.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ STUDENT-MASTER NEXT RECORD
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           IF STU-NO IN STUDENT-DETAILS > ZERO
                               SET USED-INDEX TO
                                   STU-NO IN STUDENT-DETAILS
                               MOVE 'Y' TO WS-USED-FLAG (USED-INDEX)
                               IF STU-NO IN STUDENT-DETAILS
                                   > WS-HIGHEST-USED
                                   MOVE STU-NO IN STUDENT-DETAILS
                                       TO WS-HIGHEST-USED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER
           END-IF.

       ASSIGN-NEXT-STU-NO.
           MOVE ZERO TO WS-NEXT-STU-NO.
           IF WS-HIGHEST-USED < 99998
               COMPUTE WS-NEXT-STU-NO = WS-HIGHEST-USED + 1
           ELSE
               PERFORM VARYING USED-INDEX FROM 1 BY 1
                   UNTIL USED-INDEX > 99998
                   OR WS-NEXT-STU-NO > ZERO
                   IF WS-USED-FLAG (USED-INDEX) = 'N'
                       SET WS-NEXT-STU-NO TO USED-INDEX
                   END-IF
               END-PERFORM
           END-IF.

       OPEN-LOAD-FILES.
           OPEN EXTEND TRANSFER-XREF.
           IF WS-XREF-STATUS NOT = '00'
               OPEN OUTPUT TRANSFER-XREF
           END-IF.
           OPEN EXTEND TERM-LOG.
           IF WS-LOG-STATUS NOT = '00'
               OPEN OUTPUT TERM-LOG
           END-IF.
           OPEN EXTEND TERM-HISTORY.
           IF WS-HIST-STATUS NOT = '00'
               OPEN OUTPUT TERM-HISTORY
           END-IF.
           OPEN I-O MARKS-DETAIL-FILE.
           IF WS-DETAIL-STATUS NOT = '00'
               OPEN OUTPUT MARKS-DETAIL-FILE
           END-IF.
           OPEN EXTEND GUARDIAN-FILE.
           IF WS-GUARDIAN-STATUS NOT = '00'
               OPEN OUTPUT GUARDIAN-FILE
           END-IF.
           OPEN EXTEND FEE-LEDGER.
           IF WS-LEDGER-STATUS NOT = '00'
               OPEN OUTPUT FEE-LEDGER
           END-IF.

       CLOSE-LOAD-FILES.
           CLOSE TRANSFER-XREF.
           CLOSE TERM-LOG.
           CLOSE TERM-HISTORY.
           CLOSE MARKS-DETAIL-FILE.
           CLOSE GUARDIAN-FILE.
           CLOSE FEE-LEDGER.

       LOAD-PACKAGE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TRANSFER-PACKAGE.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ TRANSFER-PACKAGE
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-ROW
               END-READ
           END-PERFORM.
           CLOSE TRANSFER-PACKAGE.

       LOAD-ONE-ROW.
           IF NOT XP-HEADER AND NOT XP-TRAILER
               MOVE XP-OLD-STU-NO TO WS-WORK-STU-NO
               PERFORM FIND-PACKAGE-STUDENT
               EVALUATE TRUE
                   WHEN XP-STUDENT
                       IF XS-TO-LOAD (XS-INDEX)
                           PERFORM LOAD-STUDENT
                       ELSE
                           ADD 1 TO WS-SKIPPED-COUNT
                       END-IF
                   WHEN NOT XS-LOADED (XS-INDEX)
                       CONTINUE
                   WHEN XP-TERM-LOG
                       PERFORM LOAD-TERM-LOG-ROW
                   WHEN XP-TERM-HIST
                       PERFORM LOAD-TERM-HIST-ROW
                   WHEN XP-MARKS-DETAIL
                       PERFORM LOAD-MARKS-ROW
                   WHEN XP-GUARDIAN
                       PERFORM LOAD-GUARDIAN-ROW
                   WHEN XP-FEE-BALANCE
                       PERFORM LOAD-OPENING-BALANCE
               END-EVALUATE
           END-IF.

       LOAD-STUDENT.
           PERFORM ASSIGN-NEXT-STU-NO.
           IF WS-NEXT-STU-NO = ZERO
               DISPLAY 'NO FREE STU-NO REMAINS - STU-NO '
                   XP-OLD-STU-NO ' NOT LOADED'
               SET XS-NOT-LOADED (XS-INDEX) TO TRUE
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
      * The student joins this branch on the roll - the sending
      * branch's transferred status does not travel.
               MOVE XP-STUDENT-IMAGE TO STUDENT-DETAILS
               MOVE WS-NEXT-STU-NO TO STU-NO IN STUDENT-DETAILS
               MOVE 'A' TO STU-STATUS IN STUDENT-DETAILS
               WRITE STUDENT-DETAILS
                   INVALID KEY
                       DISPLAY 'UNEXPECTED DUPLICATE STU-NO : '
                           WS-NEXT-STU-NO
                       SET XS-NOT-LOADED (XS-INDEX) TO TRUE
                       ADD 1 TO WS-SKIPPED-COUNT
                   NOT INVALID KEY
                       PERFORM WRITE-MASTER-JOURNAL
                       SET XS-LOADED (XS-INDEX) TO TRUE
                       MOVE WS-NEXT-STU-NO
                           TO WS-XS-NEW-STU-NO (XS-INDEX)
                       SET USED-INDEX TO WS-NEXT-STU-NO
                       MOVE 'Y' TO WS-USED-FLAG (USED-INDEX)
                       IF WS-NEXT-STU-NO > WS-HIGHEST-USED
                           MOVE WS-NEXT-STU-NO TO WS-HIGHEST-USED
                       END-IF
                       ADD 1 TO WS-STUDENTS-LOADED
                       ADD 1 TO WS-TOT-LOADED (1)
                       PERFORM WRITE-CROSS-REFERENCE
               END-WRITE
           END-IF.

       WRITE-CROSS-REFERENCE.
           MOVE WS-FROM-BRANCH TO XR-FROM-BRANCH.
           MOVE XP-OLD-STU-NO  TO XR-OLD-STU-NO.
           MOVE WS-NEXT-STU-NO TO XR-NEW-STU-NO.
           MOVE STU-NAME IN STUDENT-DETAILS TO XR-STU-NAME.
           MOVE WS-LOAD-DATE   TO XR-LOAD-DATE.
           WRITE TRANSFER-XREF-RECORD.

       LOAD-TERM-LOG-ROW.
           MOVE WS-XS-NEW-STU-NO (XS-INDEX) TO LOG-STU-NO.
           MOVE XP-TL-TERM-NO TO LOG-TERM-NO.
           MOVE XP-TL-PERCENT TO LOG-PERCENT.
           WRITE TERM-LOG-LINE.
           ADD 1 TO WS-XS-LOGS-LOADED (XS-INDEX).
           ADD 1 TO WS-TOT-LOADED (2).

       LOAD-TERM-HIST-ROW.
           MOVE WS-XS-NEW-STU-NO (XS-INDEX) TO HIST-STU-NO.
           MOVE XP-TH-TERM-COUNT TO HIST-TERM-COUNT.
           MOVE XP-TH-CUM-PERCENT TO HIST-CUM-PERCENT.
           WRITE TERM-HISTORY-LINE.
           ADD 1 TO WS-XS-HISTS-LOADED (XS-INDEX).
           ADD 1 TO WS-TOT-LOADED (3).

       LOAD-MARKS-ROW.
           MOVE WS-XS-NEW-STU-NO (XS-INDEX) TO DTL-STU-NO.
           MOVE XP-MD-TERM-CODE TO DTL-TERM-CODE.
           MOVE XP-MD-SUBJ-CODE TO DTL-SUBJ-CODE.
           MOVE XP-MD-EXAM-TYPE TO DTL-EXAM-TYPE.
           MOVE XP-MD-COMPONENT TO DTL-COMPONENT.
           MOVE XP-MD-MARKS     TO DTL-SUBJ-MARKS.
           MOVE XP-MD-CREDITS   TO DTL-SUBJ-CREDITS.
           MOVE XP-MD-ABSENT    TO DTL-ABSENT-FLAG.
           WRITE MARKS-DETAIL-LINE
               INVALID KEY
                   DISPLAY 'MARKS ROW ALREADY ON FILE FOR STU-NO '
                       DTL-STU-NO ' TERM ' DTL-TERM-CODE
                       ' SUBJECT ' DTL-SUBJ-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-XS-MARKS-LOADED (XS-INDEX)
                   ADD 1 TO WS-TOT-LOADED (4)
                   ADD XP-MD-MARKS TO WS-MARKS-LOADED
           END-WRITE.

       LOAD-GUARDIAN-ROW.
           MOVE WS-XS-NEW-STU-NO (XS-INDEX) TO GD-STU-NO.
           MOVE XP-GD-NAME TO GD-NAME.
           MOVE XP-GD-RELATION TO GD-RELATION.
           MOVE XP-GD-PRIMARY-PHONE TO GD-PRIMARY-PHONE.
           MOVE XP-GD-ALT-PHONE TO GD-ALT-PHONE.
           WRITE GUARDIAN-RECORD.
           ADD 1 TO WS-XS-GUARD-LOADED (XS-INDEX).
           ADD 1 TO WS-TOT-LOADED (5).

       LOAD-OPENING-BALANCE.
           MOVE WS-XS-NEW-STU-NO (XS-INDEX) TO FL-STU-NO.
           MOVE WS-LOAD-DATE TO FL-TXN-DATE.
           IF XP-FB-DEBIT
               MOVE 'O' TO FL-TXN-TYPE
           ELSE
               MOVE 'B' TO FL-TXN-TYPE
           END-IF.
           MOVE XP-FB-AMOUNT TO FL-AMOUNT.
           MOVE SPACES TO FL-DESCRIPTION.
           STRING WS-XFER-TAG 'BR' WS-FROM-BRANCH
               DELIMITED BY SIZE INTO FL-DESCRIPTION.
           MOVE ZERO TO FL-DUE-DATE.
           MOVE SPACE TO FL-PAY-MODE.
           MOVE SPACES TO FL-OPERATOR-ID.
           WRITE FEE-LEDGER-RECORD.
           ADD XP-FB-AMOUNT TO WS-XS-BAL-LOADED (XS-INDEX).
           ADD XP-FB-AMOUNT TO WS-BAL-LOADED.
           ADD 1 TO WS-TOT-LOADED (6).

       CLAIM-MASTER-LOCK.
           MOVE 'C' TO WS-LOCK-FUNCTION.
           CALL 'MSTLOCK' USING WS-LOCK-FUNCTION WS-PROGRAM-NAME
               WS-LOCK-RESULT WS-LOCK-HOLDER.
           IF NOT LOCK-GRANTED
               DISPLAY 'STUDENT MASTER IN USE BY : ' WS-LOCK-HOLDER
               DISPLAY 'TRY AGAIN LATER, OR USE LOCKCLR IF THE '
                   'LOCK IS ABANDONED'
           END-IF.

       RELEASE-MASTER-LOCK.
           MOVE 'R' TO WS-LOCK-FUNCTION.
           CALL 'MSTLOCK' USING WS-LOCK-FUNCTION WS-PROGRAM-NAME
               WS-LOCK-RESULT WS-LOCK-HOLDER.

       WRITE-MASTER-JOURNAL.
           MOVE 'A' TO WS-JRNL-ACTION.
           MOVE STUDENT-DETAILS TO WS-JRNL-IMAGE.
           CALL 'MSTJRNL' USING WS-JRNL-ACTION WS-PROGRAM-NAME
               WS-JRNL-IMAGE.

       WRITE-REPORT-HEADING.
           MOVE ALL '=' TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE '     INTER-BRANCH TRANSFER LOAD - RECONCILIATION' TO
               RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING 'FROM BRANCH : ' WS-FROM-BRANCH
               '   EXTRACTED : ' WS-EXTRACT-DATE
               '   LOADED : ' WS-LOAD-DATE
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE ALL '-' TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

       WRITE-PACKAGE-REFUSAL.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING '*** PACKAGE REFUSED - ' WS-PACKAGE-FAULT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           IF WS-FAULT-ROW > ZERO
               STRING '*** AT PACKAGE ROW ' WS-FAULT-ROW
                   ' - NOTHING HAS BEEN LOADED ***'
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
           ELSE
               MOVE '*** NOTHING HAS BEEN LOADED ***'
                   TO RECON-REPORT-LINE
           END-IF.
           WRITE RECON-REPORT-LINE.
           PERFORM WRITE-TOTALS-BLOCK.

       WRITE-RECONCILIATION.
           MOVE 'OLD    NEW    NAME             RESULT'
               TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE '       SENT/LOADED  TLOG     HIST     MARKS    GUARD'
               TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE ALL '-' TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM VARYING XS-INDEX FROM 1 BY 1
               UNTIL XS-INDEX > WS-XS-COUNT
               PERFORM WRITE-STUDENT-RECON
           END-PERFORM.
           MOVE ALL '-' TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM WRITE-TOTALS-BLOCK.
           MOVE ALL '=' TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           IF WS-DIFF-COUNT = ZERO AND WS-SKIPPED-COUNT = ZERO
               MOVE '*** EVERYTHING SENT HAS BEEN LOADED ***'
                   TO RECON-REPORT-LINE
           ELSE
               MOVE '*** SENT AND LOADED DIFFER - SEE THE LINES '
                   TO RECON-REPORT-LINE
               MOVE 'ABOVE ***' TO RECON-REPORT-LINE (44:)
           END-IF.
           WRITE RECON-REPORT-LINE.

       WRITE-STUDENT-RECON.
           EVALUATE TRUE
               WHEN XS-LOADED (XS-INDEX)
                   MOVE 'LOADED' TO WS-STATE-TEXT
               WHEN XS-ALREADY-LOADED (XS-INDEX)
                   MOVE 'ALREADY LOADED - NOT AGAIN' TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE 'NOT LOADED' TO WS-STATE-TEXT
           END-EVALUATE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING WS-XS-OLD-STU-NO (XS-INDEX) '  '
               WS-XS-NEW-STU-NO (XS-INDEX) '  '
               WS-XS-NAME (XS-INDEX) '  ' WS-STATE-TEXT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
      * A student not loaded this run has no loaded rows to compare.
           IF XS-LOADED (XS-INDEX)
               MOVE SPACES TO WS-RPT-FLAG
               IF WS-XS-LOGS-LOADED (XS-INDEX)
                   NOT = WS-XS-LOGS-SENT (XS-INDEX)
                   OR WS-XS-HISTS-LOADED (XS-INDEX)
                   NOT = WS-XS-HISTS-SENT (XS-INDEX)
                   OR WS-XS-MARKS-LOADED (XS-INDEX)
                   NOT = WS-XS-MARKS-SENT (XS-INDEX)
                   OR WS-XS-GUARD-LOADED (XS-INDEX)
                   NOT = WS-XS-GUARD-SENT (XS-INDEX)
                   OR WS-XS-BAL-LOADED (XS-INDEX)
                   NOT = WS-XS-BAL-SENT (XS-INDEX)
                   MOVE '<<<' TO WS-RPT-FLAG
                   ADD 1 TO WS-DIFF-COUNT
               END-IF
               MOVE SPACES TO RECON-REPORT-LINE
               STRING '                    '
                   WS-XS-LOGS-SENT (XS-INDEX) '/'
                   WS-XS-LOGS-LOADED (XS-INDEX) '  '
                   WS-XS-HISTS-SENT (XS-INDEX) '/'
                   WS-XS-HISTS-LOADED (XS-INDEX) '  '
                   WS-XS-MARKS-SENT (XS-INDEX) '/'
                   WS-XS-MARKS-LOADED (XS-INDEX) '  '
                   WS-XS-GUARD-SENT (XS-INDEX) '/'
                   WS-XS-GUARD-LOADED (XS-INDEX) '  '
                   WS-RPT-FLAG
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
               IF WS-XS-BAL-SENT (XS-INDEX) > ZERO
                   IF WS-XS-BAL-SIDE (XS-INDEX) = 'D'
                       MOVE 'DR' TO WS-RPT-SIDE
                   ELSE
                       MOVE 'CR' TO WS-RPT-SIDE
                   END-IF
                   MOVE WS-XS-BAL-SENT (XS-INDEX) TO WS-RPT-AMOUNT
                   MOVE WS-XS-BAL-LOADED (XS-INDEX)
                       TO WS-RPT-AMOUNT-2
                   MOVE SPACES TO RECON-REPORT-LINE
                   STRING '       FEE BALANCE ' WS-RPT-SIDE
                       ' SENT ' WS-RPT-AMOUNT
                       '  LOADED ' WS-RPT-AMOUNT-2
                       DELIMITED BY SIZE INTO RECON-REPORT-LINE
                   WRITE RECON-REPORT-LINE
               END-IF
           END-IF.

       WRITE-TOTALS-BLOCK.
           MOVE 'PACKAGE TOTALS          TRAILER     READ   LOADED'
               TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM VARYING TOT-INDEX FROM 1 BY 1
               UNTIL TOT-INDEX > 6
               MOVE WS-TOT-SENT (TOT-INDEX) TO WS-RPT-SENT
               MOVE WS-TOT-READ (TOT-INDEX) TO WS-RPT-COUNT
               MOVE WS-TOT-LOADED (TOT-INDEX) TO WS-RPT-LOADED
               MOVE SPACES TO RECON-REPORT-LINE
               STRING '  ' WS-TOTAL-NAME (TOT-INDEX) '   '
                   WS-RPT-SENT '    ' WS-RPT-COUNT '    '
                   WS-RPT-LOADED
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING '  MARKS HASH    TRAILER ' WS-MARKS-HASH-SENT
               '  READ ' WS-MARKS-HASH-READ
               '  LOADED ' WS-MARKS-LOADED
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE WS-BAL-HASH-SENT TO WS-RPT-AMOUNT.
           MOVE WS-BAL-HASH-READ TO WS-RPT-AMOUNT-2.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING '  BALANCE HASH  TRAILER ' WS-RPT-AMOUNT
               '  READ ' WS-RPT-AMOUNT-2
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE WS-BAL-LOADED TO WS-RPT-AMOUNT.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING '  BALANCE LOADED AS OPENING ROWS   ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'XFERIN'            TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE       TO RL-TERM-CODE.
           MOVE WS-LOAD-DATE        TO RL-RUN-DATE.
           MOVE WS-START-TIME       TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-ROW-NO           TO RL-RECORDS-READ.
           MOVE WS-STUDENTS-LOADED  TO RL-RECORDS-WRITTEN.
           MOVE WS-SKIPPED-COUNT    TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE         TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM XFERIN.
