      ******************************************************************
      * Author:
      * Date:
      * Purpose: Inter-branch transfer extract, run at the branch a
      *          student is leaving for the other branch. Each
      *          XFERREQ.DAT card names a student and the receiving
      *          branch code; the student must already carry the
      *          transfer certificate TRANSFER issues (status 'T').
      *          The student's STUDENT.IDX record, TERMLOG.DAT and
      *          TERMHIST.DAT rows, MARKSDTL.IDX entries, GUARDIAN.DAT
      *          contacts and open FEELEDGR.DAT balance are written to
      *          the XFERPKG.DAT transfer package (XFERPKGR layout),
      *          headed with this branch's SCHPROF code and closed by
      *          a trailer of counts and hash totals, for XFERIN to
      *          load at the receiving branch under its own STU-NO.
      *          The open balance is cleared off this branch's ledger
      *          by an 'X' credit (balance owed to the school) or a
      *          'Y' debit (balance owed to the student), so it is
      *          collected or refunded once, at the branch the
      *          student now attends. Cards for students not on the
      *          master, not yet transferred, or for this branch's
      *          own code are refused (RC 4). XFEROUT.RPT lists what
      *          was packaged for each student against the trailer.
      *          Appends to RUNLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. XFEROUT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT TRANSFER-REQUESTS ASSIGN TO "XFERREQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
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
           SELECT TRANSFER-PACKAGE ASSIGN TO "XFERPKG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PACKAGE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT EXTRACT-REPORT ASSIGN TO "XFEROUT.RPT"
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  TRANSFER-REQUESTS.
       01 TRANSFER-REQUEST-CARD.
           05 XQ-STU-NO         PIC 9(05).
           05 XQ-TO-BRANCH      PIC X(02).

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

       FD  TRANSFER-PACKAGE.
           COPY XFERPKGR.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-LOG-FILE.
           COPY RUNLOGR.

       FD  EXTRACT-REPORT.
       01 EXTRACT-REPORT-LINE PIC X(72).

       WORKING-STORAGE SECTION.
      *-----------------------
           COPY SCHPROFR.
       01 WS-REQUEST-STATUS  PIC X(02) VALUE '00'.
       01 WS-MASTER-STATUS   PIC X(02) VALUE '00'.
       01 WS-LOG-STATUS      PIC X(02) VALUE '00'.
       01 WS-HIST-STATUS     PIC X(02) VALUE '00'.
       01 WS-DETAIL-STATUS   PIC X(02) VALUE '00'.
       01 WS-GUARDIAN-STATUS PIC X(02) VALUE '00'.
       01 WS-LEDGER-STATUS   PIC X(02) VALUE '00'.
       01 WS-PACKAGE-STATUS  PIC X(02) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(02) VALUE '00'.
       01 WS-RUNLOG-STATUS   PIC X(02) VALUE '00'.
       01 WS-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CURRENT-FILE VALUE 'Y'.
       01 WS-START-TIME      PIC 9(08).
       01 WS-EXTRACT-DATE    PIC 9(08) VALUE ZERO.
       01 WS-WORK-STU-NO     PIC 9(05).
       01 WS-REFUSAL         PIC X(30).
       01 WS-XFER-TAG        PIC X(12) VALUE 'TRANSFER TO '.
      * The students packaged this run, in card order.
       01 WS-XFER-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-XFER-TABLE.
           05 WS-XF-ENTRY OCCURS 200 TIMES INDEXED BY XF-INDEX.
               10 WS-XF-STU-NO    PIC 9(05).
               10 WS-XF-NAME      PIC X(15).
               10 WS-XF-TO-BRANCH PIC X(02).
               10 WS-XF-LOGS      PIC 9(03).
               10 WS-XF-HISTS     PIC 9(03).
               10 WS-XF-MARKS     PIC 9(03).
               10 WS-XF-GUARDIANS PIC 9(03).
               10 WS-XF-DEBITS    PIC 9(09)V9(02).
               10 WS-XF-CREDITS   PIC 9(09)V9(02).
       01 WS-STU-BALANCE     PIC S9(09)V9(02).
       01 WS-ABS-BALANCE     PIC 9(09)V9(02).
       01 WS-CARDS-READ      PIC 9(05) VALUE ZERO.
       01 WS-REFUSED-COUNT   PIC 9(05) VALUE ZERO.
       01 WS-PKG-STUDENTS    PIC 9(05) VALUE ZERO.
       01 WS-PKG-LOGS        PIC 9(05) VALUE ZERO.
       01 WS-PKG-HISTS       PIC 9(05) VALUE ZERO.
       01 WS-PKG-MARKS       PIC 9(05) VALUE ZERO.
       01 WS-PKG-GUARDIANS   PIC 9(05) VALUE ZERO.
       01 WS-PKG-BALANCES    PIC 9(05) VALUE ZERO.
       01 WS-MARKS-HASH      PIC 9(09) VALUE ZERO.
       01 WS-BALANCE-HASH    PIC 9(09)V9(02) VALUE ZERO.
       01 WS-CLEARED-COUNT   PIC 9(05) VALUE ZERO.
       01 WS-RPT-COUNT       PIC Z(4)9.
       01 WS-RPT-BALANCE     PIC Z(7)9.99.
       01 WS-RPT-SIDE        PIC X(02).
       01 WS-RPT-AMOUNT      PIC Z(8)9.99.
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
           OPEN INPUT TRANSFER-REQUESTS.
           IF WS-REQUEST-STATUS NOT = '00'
               DISPLAY 'NO XFERREQ.DAT TRANSFER REQUESTS - NOTHING '
                   'TO EXTRACT'
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'STUDENT MASTER NOT AVAILABLE - TRANSFER '
                   'EXTRACT REFUSED'
               CLOSE TRANSFER-REQUESTS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           OPEN OUTPUT EXTRACT-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM LOAD-TRANSFER-REQUESTS.
           CLOSE STUDENT-MASTER.
           CLOSE TRANSFER-REQUESTS.
           IF WS-XFER-COUNT = ZERO
               MOVE 'NO STUDENT PACKAGED - NO XFERPKG.DAT WRITTEN'
                   TO EXTRACT-REPORT-LINE
               WRITE EXTRACT-REPORT-LINE
               CLOSE EXTRACT-REPORT
               DISPLAY 'NO STUDENT PACKAGED - SEE XFEROUT.RPT'
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           OPEN OUTPUT TRANSFER-PACKAGE.
           PERFORM WRITE-PACKAGE-HEADER.
           PERFORM PACKAGE-STUDENT-RECORDS.
           PERFORM PACKAGE-TERM-LOG.
           PERFORM PACKAGE-TERM-HISTORY.
           PERFORM PACKAGE-MARKS-DETAIL.
           PERFORM PACKAGE-GUARDIANS.
           PERFORM SUM-LEDGER-BALANCES.
           PERFORM PACKAGE-FEE-BALANCES.
           PERFORM WRITE-PACKAGE-TRAILER.
           CLOSE TRANSFER-PACKAGE.
           PERFORM CLEAR-TRANSFERRED-BALANCES.
           PERFORM WRITE-PACKAGE-SUMMARY.
           CLOSE EXTRACT-REPORT.
           DISPLAY 'STUDENTS PACKAGED    : ' WS-PKG-STUDENTS.
           DISPLAY 'REQUESTS REFUSED     : ' WS-REFUSED-COUNT.
           DISPLAY 'BALANCES CLEARED     : ' WS-CLEARED-COUNT.
           DISPLAY 'SEND XFERPKG.DAT TO THE RECEIVING BRANCH FOR '
               'XFERIN'.
           IF WS-REFUSED-COUNT > ZERO
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
                       MOVE RUN-DATE TO WS-EXTRACT-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-EXTRACT-DATE = ZERO
               ACCEPT WS-EXTRACT-DATE FROM DATE YYYYMMDD
           END-IF.

       LOAD-TRANSFER-REQUESTS.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ TRANSFER-REQUESTS
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CARDS-READ
                       PERFORM CHECK-ONE-REQUEST
               END-READ
           END-PERFORM.

       CHECK-ONE-REQUEST.
           MOVE SPACES TO WS-REFUSAL.
           MOVE SPACES TO STU-NAME IN STUDENT-DETAILS.
           SET XF-INDEX TO 1.
           SEARCH WS-XF-ENTRY
               AT END
                   CONTINUE
               WHEN XF-INDEX > WS-XFER-COUNT
                   CONTINUE
               WHEN WS-XF-STU-NO (XF-INDEX) = XQ-STU-NO
                   MOVE 'REQUESTED TWICE' TO WS-REFUSAL
           END-SEARCH.
           IF WS-REFUSAL = SPACES
               MOVE XQ-STU-NO TO STU-NO IN STUDENT-DETAILS
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE 'NOT ON MASTER' TO WS-REFUSAL
                       MOVE SPACES TO STU-NAME IN STUDENT-DETAILS
                   NOT INVALID KEY
                       IF NOT STU-TRANSFERRED IN STUDENT-DETAILS
                           MOVE 'NO TRANSFER CERTIFICATE'
                               TO WS-REFUSAL
                       END-IF
               END-READ
           END-IF.
           IF WS-REFUSAL = SPACES
               IF XQ-TO-BRANCH = SPACES
                   OR XQ-TO-BRANCH = SP-BRANCH-CODE
                   MOVE 'NOT ANOTHER BRANCH' TO WS-REFUSAL
               END-IF
           END-IF.
           IF WS-REFUSAL = SPACES AND WS-XFER-COUNT NOT < 200
               MOVE 'PACKAGE FULL - SEND NEXT RUN' TO WS-REFUSAL
           END-IF.
           IF WS-REFUSAL = SPACES
               ADD 1 TO WS-XFER-COUNT
               SET XF-INDEX TO WS-XFER-COUNT
               INITIALIZE WS-XF-ENTRY (XF-INDEX)
               MOVE XQ-STU-NO TO WS-XF-STU-NO (XF-INDEX)
               MOVE STU-NAME IN STUDENT-DETAILS
                   TO WS-XF-NAME (XF-INDEX)
               MOVE XQ-TO-BRANCH TO WS-XF-TO-BRANCH (XF-INDEX)
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO EXTRACT-REPORT-LINE
               STRING XQ-STU-NO ' ' STU-NAME IN STUDENT-DETAILS
                   ' TO ' XQ-TO-BRANCH '  REFUSED - ' WS-REFUSAL
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
               WRITE EXTRACT-REPORT-LINE
               DISPLAY 'TRANSFER OF STU-NO ' XQ-STU-NO
                   ' REFUSED - ' WS-REFUSAL
           END-IF.

       FIND-PACKAGED-STUDENT.
      * Leaves XF-INDEX past the table when the student is not
      * being transferred this run.
           SET XF-INDEX TO 1.
           SEARCH WS-XF-ENTRY
               AT END
                   SET XF-INDEX TO 201
               WHEN XF-INDEX > WS-XFER-COUNT
                   SET XF-INDEX TO 201
               WHEN WS-XF-STU-NO (XF-INDEX) = WS-WORK-STU-NO
                   CONTINUE
           END-SEARCH.

       SET-PACKAGE-KEY.
           MOVE SPACES TO TRANSFER-PACKAGE-RECORD.
           MOVE SP-BRANCH-CODE TO XP-FROM-BRANCH.
           MOVE WS-XF-TO-BRANCH (XF-INDEX) TO XP-TO-BRANCH.
           MOVE WS-XF-STU-NO (XF-INDEX) TO XP-OLD-STU-NO.

       WRITE-PACKAGE-HEADER.
           MOVE SPACES TO TRANSFER-PACKAGE-RECORD.
           SET XP-HEADER TO TRUE.
           MOVE SP-BRANCH-CODE TO XP-FROM-BRANCH.
           MOVE SPACES TO XP-TO-BRANCH.
           MOVE ZERO TO XP-OLD-STU-NO.
           MOVE WS-EXTRACT-DATE TO XP-EXTRACT-DATE.
           WRITE TRANSFER-PACKAGE-RECORD.

       PACKAGE-STUDENT-RECORDS.
           OPEN INPUT STUDENT-MASTER.
           PERFORM VARYING XF-INDEX FROM 1 BY 1
               UNTIL XF-INDEX > WS-XFER-COUNT
               MOVE WS-XF-STU-NO (XF-INDEX)
                   TO STU-NO IN STUDENT-DETAILS
               READ STUDENT-MASTER
                   INVALID KEY
                       DISPLAY 'STU-NO ' WS-XF-STU-NO (XF-INDEX)
                           ' LEFT THE MASTER DURING THE RUN'
                   NOT INVALID KEY
                       PERFORM SET-PACKAGE-KEY
                       SET XP-STUDENT TO TRUE
                       MOVE STUDENT-DETAILS TO XP-STUDENT-IMAGE
                       WRITE TRANSFER-PACKAGE-RECORD
                       ADD 1 TO WS-PKG-STUDENTS
               END-READ
           END-PERFORM.
           CLOSE STUDENT-MASTER.

       PACKAGE-TERM-LOG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TERM-LOG.
           IF WS-LOG-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TERM-LOG
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           MOVE LOG-STU-NO TO WS-WORK-STU-NO
                           PERFORM FIND-PACKAGED-STUDENT
                           IF XF-INDEX NOT > WS-XFER-COUNT
                               PERFORM SET-PACKAGE-KEY
                               SET XP-TERM-LOG TO TRUE
                               MOVE LOG-TERM-NO TO XP-TL-TERM-NO
                               MOVE LOG-PERCENT TO XP-TL-PERCENT
                               WRITE TRANSFER-PACKAGE-RECORD
                               ADD 1 TO WS-PKG-LOGS
                               ADD 1 TO WS-XF-LOGS (XF-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-LOG
           END-IF.

       PACKAGE-TERM-HISTORY.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TERM-HISTORY.
           IF WS-HIST-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TERM-HISTORY
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           MOVE HIST-STU-NO TO WS-WORK-STU-NO
                           PERFORM FIND-PACKAGED-STUDENT
                           IF XF-INDEX NOT > WS-XFER-COUNT
                               PERFORM SET-PACKAGE-KEY
                               SET XP-TERM-HIST TO TRUE
                               MOVE HIST-TERM-COUNT
                                   TO XP-TH-TERM-COUNT
                               MOVE HIST-CUM-PERCENT
                                   TO XP-TH-CUM-PERCENT
                               WRITE TRANSFER-PACKAGE-RECORD
                               ADD 1 TO WS-PKG-HISTS
                               ADD 1 TO WS-XF-HISTS (XF-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-HISTORY
           END-IF.

       PACKAGE-MARKS-DETAIL.
           OPEN INPUT MARKS-DETAIL-FILE.
           IF WS-DETAIL-STATUS = '00'
               PERFORM VARYING XF-INDEX FROM 1 BY 1
                   UNTIL XF-INDEX > WS-XFER-COUNT
                   PERFORM PACKAGE-STUDENT-MARKS
               END-PERFORM
               CLOSE MARKS-DETAIL-FILE
           END-IF.

       PACKAGE-STUDENT-MARKS.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE WS-XF-STU-NO (XF-INDEX) TO DTL-STU-NO.
           MOVE ZERO       TO DTL-TERM-CODE.
           MOVE LOW-VALUES TO DTL-SUBJ-CODE.
           MOVE LOW-VALUES TO DTL-EXAM-TYPE.
           MOVE LOW-VALUES TO DTL-COMPONENT.
           START MARKS-DETAIL-FILE KEY NOT < DTL-KEY
               INVALID KEY
                   SET END-OF-CURRENT-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-CURRENT-FILE
               READ MARKS-DETAIL-FILE NEXT RECORD
                   AT END
                       SET END-OF-CURRENT-FILE TO TRUE
                   NOT AT END
                       IF DTL-STU-NO NOT = WS-XF-STU-NO (XF-INDEX)
                           SET END-OF-CURRENT-FILE TO TRUE
                       ELSE
                           PERFORM SET-PACKAGE-KEY
                           SET XP-MARKS-DETAIL TO TRUE
                           MOVE DTL-TERM-CODE   TO XP-MD-TERM-CODE
                           MOVE DTL-SUBJ-CODE   TO XP-MD-SUBJ-CODE
                           MOVE DTL-EXAM-TYPE   TO XP-MD-EXAM-TYPE
                           MOVE DTL-COMPONENT   TO XP-MD-COMPONENT
                           MOVE DTL-SUBJ-MARKS  TO XP-MD-MARKS
                           MOVE DTL-SUBJ-CREDITS TO XP-MD-CREDITS
                           MOVE DTL-ABSENT-FLAG TO XP-MD-ABSENT
                           WRITE TRANSFER-PACKAGE-RECORD
                           ADD 1 TO WS-PKG-MARKS
                           ADD 1 TO WS-XF-MARKS (XF-INDEX)
                           ADD DTL-SUBJ-MARKS TO WS-MARKS-HASH
                       END-IF
               END-READ
           END-PERFORM.

       PACKAGE-GUARDIANS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GUARDIAN-FILE.
           IF WS-GUARDIAN-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GUARDIAN-FILE
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           MOVE GD-STU-NO TO WS-WORK-STU-NO
                           PERFORM FIND-PACKAGED-STUDENT
                           IF XF-INDEX NOT > WS-XFER-COUNT
                               PERFORM SET-PACKAGE-KEY
                               SET XP-GUARDIAN TO TRUE
                               MOVE GD-NAME     TO XP-GD-NAME
                               MOVE GD-RELATION TO XP-GD-RELATION
                               MOVE GD-PRIMARY-PHONE
                                   TO XP-GD-PRIMARY-PHONE
                               MOVE GD-ALT-PHONE TO XP-GD-ALT-PHONE
                               WRITE TRANSFER-PACKAGE-RECORD
                               ADD 1 TO WS-PKG-GUARDIANS
                               ADD 1 TO WS-XF-GUARDIANS (XF-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN-FILE
           END-IF.

       SUM-LEDGER-BALANCES.
      * The balance is summed the way FEECHK sums it, so the amount
      * that travels is the amount the desks were quoting.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FEE-LEDGER.
           IF WS-LEDGER-STATUS = '00'
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ FEE-LEDGER
                       AT END
                           SET END-OF-CURRENT-FILE TO TRUE
                       NOT AT END
                           MOVE FL-STU-NO TO WS-WORK-STU-NO
                           PERFORM FIND-PACKAGED-STUDENT
                           IF XF-INDEX NOT > WS-XFER-COUNT
                               PERFORM ADD-LEDGER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-LEDGER
           END-IF.

       ADD-LEDGER-ROW.
           IF FL-CHARGE-TXN
               ADD FL-AMOUNT TO WS-XF-DEBITS (XF-INDEX)
           ELSE
               IF FL-CREDIT-TXN
                   ADD FL-AMOUNT TO WS-XF-CREDITS (XF-INDEX)
               END-IF
           END-IF.

       PACKAGE-FEE-BALANCES.
           PERFORM VARYING XF-INDEX FROM 1 BY 1
               UNTIL XF-INDEX > WS-XFER-COUNT
               COMPUTE WS-STU-BALANCE = WS-XF-DEBITS (XF-INDEX)
                   - WS-XF-CREDITS (XF-INDEX)
               IF WS-STU-BALANCE NOT = ZERO
                   PERFORM SET-PACKAGE-KEY
                   SET XP-FEE-BALANCE TO TRUE
                   IF WS-STU-BALANCE > ZERO
                       MOVE WS-STU-BALANCE TO XP-FB-AMOUNT
                       SET XP-FB-DEBIT TO TRUE
                   ELSE
                       COMPUTE XP-FB-AMOUNT = ZERO - WS-STU-BALANCE
                       SET XP-FB-CREDIT TO TRUE
                   END-IF
                   WRITE TRANSFER-PACKAGE-RECORD
                   ADD 1 TO WS-PKG-BALANCES
                   ADD XP-FB-AMOUNT TO WS-BALANCE-HASH
               END-IF
           END-PERFORM.

       WRITE-PACKAGE-TRAILER.
           MOVE SPACES TO TRANSFER-PACKAGE-RECORD.
           SET XP-TRAILER TO TRUE.
           MOVE SP-BRANCH-CODE TO XP-FROM-BRANCH.
           MOVE SPACES TO XP-TO-BRANCH.
           MOVE ZERO TO XP-OLD-STU-NO.
           MOVE WS-PKG-STUDENTS  TO XP-TR-STUDENTS.
           MOVE WS-PKG-LOGS      TO XP-TR-TERM-LOGS.
           MOVE WS-PKG-HISTS     TO XP-TR-TERM-HISTS.
           MOVE WS-PKG-MARKS     TO XP-TR-MARKS-ROWS.
           MOVE WS-PKG-GUARDIANS TO XP-TR-GUARDIANS.
           MOVE WS-PKG-BALANCES  TO XP-TR-BALANCES.
           MOVE WS-MARKS-HASH    TO XP-TR-MARKS-HASH.
           MOVE WS-BALANCE-HASH  TO XP-TR-BALANCE-HASH.
           WRITE TRANSFER-PACKAGE-RECORD.

       CLEAR-TRANSFERRED-BALANCES.
      * Only once the package is complete - the balance now belongs
      * to the receiving branch.
           OPEN EXTEND FEE-LEDGER.
           IF WS-LEDGER-STATUS NOT = '00'
               OPEN OUTPUT FEE-LEDGER
           END-IF.
           PERFORM VARYING XF-INDEX FROM 1 BY 1
               UNTIL XF-INDEX > WS-XFER-COUNT
               COMPUTE WS-STU-BALANCE = WS-XF-DEBITS (XF-INDEX)
                   - WS-XF-CREDITS (XF-INDEX)
               IF WS-STU-BALANCE NOT = ZERO
                   PERFORM POST-CLEARING-ROW
               END-IF
           END-PERFORM.
           CLOSE FEE-LEDGER.

       POST-CLEARING-ROW.
           MOVE WS-XF-STU-NO (XF-INDEX) TO FL-STU-NO.
           MOVE WS-EXTRACT-DATE TO FL-TXN-DATE.
           IF WS-STU-BALANCE > ZERO
               MOVE 'X' TO FL-TXN-TYPE
               MOVE WS-STU-BALANCE TO FL-AMOUNT
           ELSE
               MOVE 'Y' TO FL-TXN-TYPE
               COMPUTE FL-AMOUNT = ZERO - WS-STU-BALANCE
           END-IF.
           MOVE SPACES TO FL-DESCRIPTION.
           STRING WS-XFER-TAG 'BR' WS-XF-TO-BRANCH (XF-INDEX)
               DELIMITED BY SIZE INTO FL-DESCRIPTION.
           MOVE ZERO TO FL-DUE-DATE.
           MOVE SPACE TO FL-PAY-MODE.
           MOVE SPACES TO FL-OPERATOR-ID.
           WRITE FEE-LEDGER-RECORD.
           ADD 1 TO WS-CLEARED-COUNT.

       WRITE-REPORT-HEADING.
           MOVE ALL '=' TO EXTRACT-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.
           MOVE SPACES TO EXTRACT-REPORT-LINE.
           STRING '     ' SP-SCHOOL-NAME DELIMITED BY SIZE
               INTO EXTRACT-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.
           MOVE '     INTER-BRANCH TRANSFER EXTRACT' TO
               EXTRACT-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.
           MOVE SPACES TO EXTRACT-REPORT-LINE.
           STRING 'FROM BRANCH : ' SP-BRANCH-CODE
               '   EXTRACT DATE : ' WS-EXTRACT-DATE
               DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.
           MOVE ALL '-' TO EXTRACT-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.

       WRITE-PACKAGE-SUMMARY.
           MOVE ALL '-' TO EXTRACT-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.
           MOVE 'STU-NO NAME            TO  TLOG HIST MARKS GUARD'
               TO EXTRACT-REPORT-LINE.
           MOVE 'BALANCE' TO EXTRACT-REPORT-LINE (56:7).
           WRITE EXTRACT-REPORT-LINE.
           PERFORM VARYING XF-INDEX FROM 1 BY 1
               UNTIL XF-INDEX > WS-XFER-COUNT
               PERFORM WRITE-STUDENT-LINE
           END-PERFORM.
           MOVE ALL '-' TO EXTRACT-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.
           MOVE 'PACKAGE TRAILER' TO EXTRACT-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.
           MOVE WS-PKG-STUDENTS TO WS-RPT-COUNT.
           MOVE SPACES TO EXTRACT-REPORT-LINE.
           STRING '  STUDENT RECORDS     ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.
           MOVE WS-PKG-LOGS TO WS-RPT-COUNT.
           MOVE SPACES TO EXTRACT-REPORT-LINE.
           STRING '  TERM LOG ROWS       ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.
           MOVE WS-PKG-HISTS TO WS-RPT-COUNT.
           MOVE SPACES TO EXTRACT-REPORT-LINE.
           STRING '  TERM HISTORY ROWS   ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.
           MOVE WS-PKG-MARKS TO WS-RPT-COUNT.
           MOVE SPACES TO EXTRACT-REPORT-LINE.
           STRING '  MARKS DETAIL ROWS   ' WS-RPT-COUNT
               '   MARKS HASH ' WS-MARKS-HASH
               DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.
           MOVE WS-PKG-GUARDIANS TO WS-RPT-COUNT.
           MOVE SPACES TO EXTRACT-REPORT-LINE.
           STRING '  GUARDIAN CONTACTS   ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.
           MOVE WS-PKG-BALANCES TO WS-RPT-COUNT.
           MOVE WS-BALANCE-HASH TO WS-RPT-AMOUNT.
           MOVE SPACES TO EXTRACT-REPORT-LINE.
           STRING '  FEE BALANCES        ' WS-RPT-COUNT
               '   AMOUNT ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.
           MOVE WS-CLEARED-COUNT TO WS-RPT-COUNT.
           MOVE SPACES TO EXTRACT-REPORT-LINE.
           STRING '  LEDGER ROWS CLEARING THE BALANCES ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.
           MOVE WS-REFUSED-COUNT TO WS-RPT-COUNT.
           MOVE SPACES TO EXTRACT-REPORT-LINE.
           STRING '  REQUESTS REFUSED    ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.
           MOVE ALL '=' TO EXTRACT-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.

       WRITE-STUDENT-LINE.
           COMPUTE WS-STU-BALANCE = WS-XF-DEBITS (XF-INDEX)
               - WS-XF-CREDITS (XF-INDEX).
           IF WS-STU-BALANCE < ZERO
               COMPUTE WS-ABS-BALANCE = ZERO - WS-STU-BALANCE
               MOVE 'CR' TO WS-RPT-SIDE
           ELSE
               MOVE WS-STU-BALANCE TO WS-ABS-BALANCE
               MOVE 'DR' TO WS-RPT-SIDE
           END-IF.
           IF WS-ABS-BALANCE = ZERO
               MOVE SPACES TO WS-RPT-SIDE
           END-IF.
           MOVE WS-ABS-BALANCE TO WS-RPT-BALANCE.
           MOVE SPACES TO EXTRACT-REPORT-LINE.
           STRING WS-XF-STU-NO (XF-INDEX) ' '
               WS-XF-NAME (XF-INDEX) ' '
               WS-XF-TO-BRANCH (XF-INDEX) '   '
               WS-XF-LOGS (XF-INDEX) '  '
               WS-XF-HISTS (XF-INDEX) '  '
               WS-XF-MARKS (XF-INDEX) '   '
               WS-XF-GUARDIANS (XF-INDEX) '  '
               WS-RPT-BALANCE ' ' WS-RPT-SIDE
               DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.

       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE 'XFEROUT'           TO RL-PROGRAM-ID.
           MOVE RUN-TERM-CODE       TO RL-TERM-CODE.
           MOVE WS-EXTRACT-DATE     TO RL-RUN-DATE.
           MOVE WS-START-TIME       TO RL-START-TIME.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE WS-CARDS-READ       TO RL-RECORDS-READ.
           MOVE WS-PKG-STUDENTS     TO RL-RECORDS-WRITTEN.
           MOVE WS-REFUSED-COUNT    TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE         TO RL-CONDITION-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      ** add other procedures here
       END PROGRAM XFEROUT.
